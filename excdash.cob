       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-DASHBOARD.

       *> One daily view of every open exception, for management,
       *> instead of five aging reports in five formats. Reads the
       *> open items where they live - reject tracking (rejtrack.txt,
       *> OPEN or RESUBMITTED), the suspense ledger (suspense.txt,
       *> OPEN), the edit's warehouse (trxwhse.txt, all of it still
       *> waiting), tonight's edit rejects not yet taken into reject
       *> tracking (editrej.txt), and the reconciliation's untied
       *> accounts (balrecon.txt NOTIE and NOMASTER lines) - and
       *> reports each category's count and dollar value by age
       *> bucket, with its oldest items listed. Dollar values are the
       *> size of the item whatever its sign: a stuck withdrawal is
       *> as much exposure as a stuck deposit. The reconciliation
       *> report carries no dates, so the first night each untied
       *> account was seen is carried here in excrecon.txt. Each
       *> night's category figures go on exchist.txt, and the
       *> report sets them against the previous night's so a growing
       *> backlog shows. Dollar and age limits per category come
       *> from excparms.txt; any category over either limit gets a
       *> warning return code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Per-category warning limits: category, dollar limit, age
       *> limit in days - ALL sets every category
           SELECT OPTIONAL EXC-PARM-FILE ASSIGN TO "excparms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-PARM-STATUS.
       *> Reject disposition tracking, as REJECT-RECYCLE keeps it
           SELECT OPTIONAL TRACK-FILE ASSIGN TO "rejtrack.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.
       *> Suspense ledger, as the summary and SUSPENSE-CLEAR keep it
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
       *> Records the edit is holding until their date comes in range
           SELECT OPTIONAL WAREHOUSE-FILE ASSIGN TO "trxwhse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
       *> Tonight's edit rejects
           SELECT OPTIONAL EDIT-REJECT-FILE ASSIGN TO "editrej.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-REJECT-STATUS.
       *> Tonight's reconciliation report
           SELECT OPTIONAL RECON-REPORT-FILE ASSIGN TO "balrecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
       *> When each still-untied account was first seen, rewritten
       *> whole each run
           SELECT OPTIONAL RECON-AGE-FILE ASSIGN TO "excrecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-AGE-STATUS.
       *> Category figures by night, for the day-on-day comparison
           SELECT OPTIONAL EXC-HISTORY-FILE ASSIGN TO "exchist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-HISTORY-STATUS.
       *> Run number assigned by the summary job this chain ran under
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       *> Night-chain control file started by the edit job - this job
       *> appends its line for the end-of-night verifier
           SELECT OPTIONAL NIGHT-CONTROL-FILE ASSIGN TO "nightctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTCTL-STATUS.
           SELECT DASHBOARD-FILE ASSIGN TO "excdash.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DASHBOARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXC-PARM-FILE.
       01 EXC-PARM-RECORD    PIC X(80).

       *> One tracking line per reject ever seen
       FD TRACK-FILE.
       01 TRACK-RECORD.
           05 TRK-TRX-ID        PIC X(13).
           05 TRK-SPACE1        PIC X.
           05 TRK-STATUS        PIC X(11).
           05 TRK-SPACE2        PIC X.
           05 TRK-FIRST-SEEN    PIC X(10).
           05 TRK-SPACE3        PIC X.
           05 TRK-REASON        PIC X(40).
           05 TRK-SPACE4        PIC X.
           05 TRK-AMOUNT        PIC X(12).

       *> One suspense entry per orphaned transaction: the record as
       *> it arrived, when it was first seen, OPEN or RELEASED
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUS-DATA           PIC X(75).
           05 SUS-SPACE1         PIC X.
           05 SUS-FIRST-SEEN     PIC X(10).
           05 SUS-SPACE2         PIC X.
           05 SUS-STATUS         PIC X(10).
           05 SUS-SPACE3         PIC X.
           05 SUS-CLEARED-DATE   PIC X(10).
           05 SUS-SPACE4         PIC X.
           05 SUS-LINK           PIC X(27).

       *> A warehoused record and the date it was first held
       FD WAREHOUSE-FILE.
       01 WAREHOUSE-RECORD.
           05 WHS-DATA          PIC X(75).
           05 WHS-SPACE1        PIC X.
           05 WHS-DATE          PIC X(10).
           05 WHS-SPACE2        PIC X.
           05 WHS-LINK          PIC X(27).

       *> The rejected record plus " | REASON: ..."
       FD EDIT-REJECT-FILE.
       01 EDIT-REJECT-RECORD PIC X(200).

       FD RECON-REPORT-FILE.
       01 RECON-RECORD       PIC X(150).

       FD RECON-AGE-FILE.
       01 RECON-AGE-RECORD.
           05 RAG-CUSTOMER-ID   PIC X(8).
           05 RAG-SPACE1        PIC X.
           05 RAG-ACCOUNT-ID    PIC X(4).
           05 RAG-SPACE2        PIC X.
           05 RAG-FIRST-SEEN    PIC X(10).

       *> One line per category per night
       FD EXC-HISTORY-FILE.
       01 EXC-HISTORY-RECORD.
           05 HST-RUN-DATE      PIC X(10).
           05 HST-SPACE1        PIC X.
           05 HST-RUN-NUMBER    PIC 9(6).
           05 HST-SPACE2        PIC X.
           05 HST-CATEGORY      PIC X(10).
           05 HST-SPACE3        PIC X.
           05 HST-COUNT         PIC 9(7).
           05 HST-SPACE4        PIC X.
           05 HST-AMOUNT        PIC 9(11)V99.
           05 HST-SPACE5        PIC X.
           05 HST-OLDEST        PIC 9(5).

       *> Last assigned run number
       FD RUN-CONTROL-FILE.
       01 RUNCTL-RECORD.
           05 RCT-LAST-RUN       PIC 9(6).

       *> One fixed-layout line per chain program: program name, run
       *> number, three program-specific counts and a flag - what the
       *> end-of-night verifier ties out
       FD NIGHT-CONTROL-FILE.
       01 NIGHT-CONTROL-RECORD.
           05 NCT-PROGRAM        PIC X(20).
           05 NCT-SPACE1         PIC X.
           05 NCT-RUN-NUMBER     PIC 9(6).
           05 NCT-SPACE2         PIC X.
           05 NCT-COUNT1         PIC 9(7).
           05 NCT-SPACE3         PIC X.
           05 NCT-COUNT2         PIC 9(7).
           05 NCT-SPACE4         PIC X.
           05 NCT-COUNT3         PIC 9(7).
           05 NCT-SPACE5         PIC X.
           05 NCT-FLAG           PIC X(8).

       FD DASHBOARD-FILE.
       01 DASHBOARD-RECORD   PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-EXC-PARM-STATUS PIC XX VALUE "00".
       01 WS-TRACK-STATUS    PIC XX VALUE "00".
       01 WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01 WS-WAREHOUSE-STATUS PIC XX VALUE "00".
       01 WS-EDIT-REJECT-STATUS PIC XX VALUE "00".
       01 WS-RECON-STATUS    PIC XX VALUE "00".
       01 WS-RECON-AGE-STATUS PIC XX VALUE "00".
       01 WS-EXC-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
       01 WS-NIGHTCTL-STATUS PIC XX VALUE "00".
       01 WS-DASHBOARD-STATUS PIC XX VALUE "00".
       01 WS-PARM-EOF        PIC X VALUE "N".
       01 WS-TRACK-EOF       PIC X VALUE "N".
       01 WS-SUSPENSE-EOF    PIC X VALUE "N".
       01 WS-WAREHOUSE-EOF   PIC X VALUE "N".
       01 WS-EDIT-REJECT-EOF PIC X VALUE "N".
       01 WS-RECON-EOF       PIC X VALUE "N".
       01 WS-RECON-AGE-EOF   PIC X VALUE "N".
       01 WS-HISTORY-EOF     PIC X VALUE "N".
       01 WS-RUN-NUMBER      PIC 9(6) VALUE 0.
       *> The five categories, in report order, with the file each
       *> is read from
       01 WS-CATEGORY-TABLE.
           05 FILLER           PIC X(10) VALUE "REJECTS".
           05 FILLER           PIC X(14) VALUE "rejtrack.txt".
           05 FILLER           PIC X(10) VALUE "SUSPENSE".
           05 FILLER           PIC X(14) VALUE "suspense.txt".
           05 FILLER           PIC X(10) VALUE "WAREHOUSE".
           05 FILLER           PIC X(14) VALUE "trxwhse.txt".
           05 FILLER           PIC X(10) VALUE "EDITREJ".
           05 FILLER           PIC X(14) VALUE "editrej.txt".
           05 FILLER           PIC X(10) VALUE "RECON".
           05 FILLER           PIC X(14) VALUE "balrecon.txt".
       01 WS-CATEGORY-ENTRIES REDEFINES WS-CATEGORY-TABLE.
           05 WS-CATEGORY-ENTRY OCCURS 5 TIMES.
               10 WS-CAT-CODE      PIC X(10).
               10 WS-CAT-SOURCE    PIC X(14).
       01 WS-CAT-COUNT       PIC 9(1) VALUE 5.
       01 WS-CAT-IX          PIC 9(1) VALUE 0.
       01 WS-CAT-FOUND-IX    PIC 9(1) VALUE 0.
       *> Age buckets: the most days an item in each may be, the last
       *> catching everything older
       01 WS-BUCKET-TABLE.
           05 FILLER           PIC X(12) VALUE "0-7 days".
           05 FILLER           PIC 9(5) VALUE 7.
           05 FILLER           PIC X(12) VALUE "8-30 days".
           05 FILLER           PIC 9(5) VALUE 30.
           05 FILLER           PIC X(12) VALUE "31-90 days".
           05 FILLER           PIC 9(5) VALUE 90.
           05 FILLER           PIC X(12) VALUE "Over 90 days".
           05 FILLER           PIC 9(5) VALUE 99999.
       01 WS-BUCKET-ENTRIES REDEFINES WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-LABEL     PIC X(12).
               10 WS-BKT-MAX-AGE   PIC 9(5).
       01 WS-BKT-IX          PIC 9(1) VALUE 0.
       *> Each category's figures for tonight, its limits, last
       *> night's figures, and its oldest items, oldest first
       01 WS-FIGURES-TABLE.
           05 WS-FIGURES-ENTRY OCCURS 5 TIMES.
               10 WS-CF-COUNT      PIC 9(7).
               10 WS-CF-AMOUNT     PIC 9(11)V99.
               10 WS-CF-UNVALUED   PIC 9(7).
               10 WS-CF-OLDEST     PIC 9(5).
               10 WS-CF-DOLLAR-LIMIT PIC 9(11)V99.
               10 WS-CF-AGE-LIMIT  PIC 9(5).
               10 WS-CF-PRIOR-COUNT PIC 9(7).
               10 WS-CF-PRIOR-AMOUNT PIC 9(11)V99.
               10 WS-CF-OVER       PIC X.
               10 WS-CF-BUCKET OCCURS 4 TIMES.
                   15 WS-CB-COUNT      PIC 9(7).
                   15 WS-CB-AMOUNT     PIC 9(11)V99.
               10 WS-CF-OLD-COUNT  PIC 9(1).
               10 WS-CF-OLD-ITEM OCCURS 5 TIMES.
                   15 WS-CO-ID         PIC X(13).
                   15 WS-CO-FIRST-SEEN PIC X(10).
                   15 WS-CO-AGE        PIC 9(5).
                   15 WS-CO-AMOUNT     PIC 9(11)V99.
                   15 WS-CO-VALUED     PIC X.
                   15 WS-CO-DETAIL     PIC X(40).
       01 WS-OLD-LIMIT       PIC 9(1) VALUE 5.
       01 WS-OLD-IX          PIC 9(1) VALUE 0.
       *> Limits every category starts with before excparms.txt
       01 WS-DEFAULT-DOLLAR-LIMIT PIC 9(11)V99 VALUE 10000.00.
       01 WS-DEFAULT-AGE-LIMIT PIC 9(5) VALUE 30.
       01 WS-PARM-LINE-NO    PIC 9(3) VALUE 0.
       01 WS-PARSE-KEYWORD   PIC X(10) VALUE SPACES.
       01 WS-PARSE-VALUE1    PIC X(15) VALUE SPACES.
       01 WS-PARSE-VALUE2    PIC X(15) VALUE SPACES.
       01 WS-PARSE-SCRATCH   PIC X(15) VALUE SPACES.
       01 WS-PARSE-GOOD      PIC X VALUE "Y".
       *> The item being counted
       01 WS-ITEM-CAT        PIC 9(1) VALUE 0.
       01 WS-ITEM-ID         PIC X(13) VALUE SPACES.
       01 WS-ITEM-FIRST-SEEN PIC X(10) VALUE SPACES.
       01 WS-ITEM-AGE        PIC S9(5) VALUE 0.
       01 WS-ITEM-AMOUNT-X   PIC X(12) VALUE SPACES.
       01 WS-ITEM-AMOUNT     PIC 9(11)V99 VALUE 0.
       01 WS-ITEM-VALUED     PIC X VALUE "N".
       01 WS-ITEM-DETAIL     PIC X(40) VALUE SPACES.
       01 WS-SEEN-YMD        PIC 9(8) VALUE 0.
       01 WS-SEEN-INT        PIC 9(7) VALUE 0.
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
       *> Every TRX-ID reject tracking knows, open or resolved - an
       *> edit reject already tracked is counted there, not twice.
       *> 2000 matches the tracking program's own table.
       01 WS-TRACKED-COUNT   PIC 9(4) VALUE 0.
       01 WS-TRACKED-LIMIT   PIC 9(4) VALUE 2000.
       01 WS-TRACKED-IX      PIC 9(4) VALUE 0.
       01 WS-TRACKED-FOUND   PIC X VALUE "N".
       01 WS-TRACKED-TABLE.
           05 WS-TRACKED-ID OCCURS 2000 TIMES PIC X(13).
       *> Reason text lifted from an edit reject's " | REASON: " tail
       01 WS-REASON-TEXT     PIC X(40) VALUE SPACES.
       01 WS-REASON-POS      PIC 9(3) VALUE 0.
       *> Untied accounts and the night each was first seen: last
       *> night's carried in, tonight's carried out. A carried
       *> account that ties tonight drops off.
       01 WS-RECON-COUNT     PIC 9(4) VALUE 0.
       01 WS-RECON-LIMIT     PIC 9(4) VALUE 2000.
       01 WS-RECON-IX        PIC 9(4) VALUE 0.
       01 WS-RECON-FOUND-IX  PIC 9(4) VALUE 0.
       01 WS-RECON-TABLE.
           05 WS-RECON-ENTRY OCCURS 2000 TIMES.
               10 WS-RC-CUSTOMER-ID PIC X(8).
               10 WS-RC-ACCOUNT-ID  PIC X(4).
               10 WS-RC-FIRST-SEEN  PIC X(10).
               10 WS-RC-TONIGHT     PIC X.
       01 WS-RECON-CUSTOMER  PIC X(8) VALUE SPACES.
       01 WS-RECON-ACCOUNT   PIC X(4) VALUE SPACES.
       01 WS-RECON-POS       PIC 9(3) VALUE 0.
       01 WS-RECON-VALUE     PIC S9(11)V99 VALUE 0.
       *> Category figures from earlier nights, pruned to the
       *> retention window; tonight's replace any already there for
       *> today, so a rerun does not compare the night with itself
       01 WS-HIST-COUNT      PIC 9(3) VALUE 0.
       01 WS-HIST-LIMIT      PIC 9(3) VALUE 400.
       01 WS-HIST-IX         PIC 9(3) VALUE 0.
       01 WS-HIST-KEEP-DAYS  PIC 9(3) VALUE 31.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 400 TIMES PIC X(56).
       01 WS-PRIOR-DATE      PIC X(10) VALUE SPACES.
       *> Totals across every category
       01 WS-TOTAL-COUNT     PIC 9(7) VALUE 0.
       01 WS-TOTAL-AMOUNT    PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-PRIOR-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-PRIOR-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-OVER-COUNT      PIC 9(1) VALUE 0.
       01 WS-OLDEST-OVERALL  PIC 9(5) VALUE 0.
       01 WS-DASHBOARD-FLAG  PIC X(8) VALUE SPACES.
       01 WS-LIMIT-TEXT      PIC X(12) VALUE SPACES.
       01 WS-TREND-TEXT      PIC X(9) VALUE SPACES.
       01 WS-CHANGE-COUNT    PIC S9(7) VALUE 0.
       01 WS-CHANGE-AMOUNT   PIC S9(11)V99 VALUE 0.
       01 WS-EDIT-AMOUNT     PIC Z(10)9.99.
       01 WS-EDIT-LIMIT      PIC Z(10)9.99.
       01 WS-EDIT-PRIOR      PIC Z(10)9.99.
       01 WS-EDIT-CHANGE     PIC +(11)9.99.
       01 WS-EDIT-CHANGE-COUNT PIC +(7)9.
       01 WS-CURRENT-DATE-RAW PIC X(21).
       01 WS-RUN-DATE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           STRING
               WS-CURRENT-DATE-RAW(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURRENT-DATE-RAW(1:8)))
           PERFORM GET-RUN-NUMBER
           PERFORM CLEAR-FIGURES
           PERFORM READ-EXC-PARMS
           PERFORM COUNT-REJECTS
           PERFORM COUNT-SUSPENSE
           PERFORM COUNT-WAREHOUSE
           PERFORM COUNT-EDIT-REJECTS
           PERFORM COUNT-RECON-DIFFERENCES
           PERFORM LOAD-HISTORY
           PERFORM CHECK-LIMITS
           PERFORM WRITE-DASHBOARD
           PERFORM SAVE-HISTORY
           PERFORM WRITE-NIGHT-CONTROL
           DISPLAY "Exceptions complete. Open: " WS-TOTAL-COUNT
               " Categories over limit: " WS-OVER-COUNT
               " Oldest: " WS-OLDEST-OVERALL " days"
           IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-RUN-NUMBER.
       *> The summary job has already assigned this chain's run number
       *> in runctl.dat - stamp the same number here
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END MOVE 0 TO RCT-LAST-RUN
               END-READ
               MOVE RCT-LAST-RUN TO WS-RUN-NUMBER
           END-IF
           CLOSE RUN-CONTROL-FILE.

       CLEAR-FIGURES.
           MOVE 1 TO WS-CAT-IX
           PERFORM UNTIL WS-CAT-IX > WS-CAT-COUNT
               MOVE 0 TO WS-CF-COUNT(WS-CAT-IX)
               MOVE 0 TO WS-CF-AMOUNT(WS-CAT-IX)
               MOVE 0 TO WS-CF-UNVALUED(WS-CAT-IX)
               MOVE 0 TO WS-CF-OLDEST(WS-CAT-IX)
               MOVE WS-DEFAULT-DOLLAR-LIMIT
                   TO WS-CF-DOLLAR-LIMIT(WS-CAT-IX)
               MOVE WS-DEFAULT-AGE-LIMIT TO WS-CF-AGE-LIMIT(WS-CAT-IX)
               MOVE 0 TO WS-CF-PRIOR-COUNT(WS-CAT-IX)
               MOVE 0 TO WS-CF-PRIOR-AMOUNT(WS-CAT-IX)
               MOVE "N" TO WS-CF-OVER(WS-CAT-IX)
               MOVE 0 TO WS-CF-OLD-COUNT(WS-CAT-IX)
               MOVE 1 TO WS-BKT-IX
               PERFORM UNTIL WS-BKT-IX > 4
                   MOVE 0 TO WS-CB-COUNT(WS-CAT-IX, WS-BKT-IX)
                   MOVE 0 TO WS-CB-AMOUNT(WS-CAT-IX, WS-BKT-IX)
                   ADD 1 TO WS-BKT-IX
               END-PERFORM
               ADD 1 TO WS-CAT-IX
           END-PERFORM.

       READ-EXC-PARMS.
       *> One line per category: code, dollar limit, age limit in
       *> days. A line that can't be read is named and skipped, so
       *> that category keeps the limits it already had.
           OPEN INPUT EXC-PARM-FILE
           IF WS-EXC-PARM-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF = "Y"
                   READ EXC-PARM-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           ADD 1 TO WS-PARM-LINE-NO
                           IF EXC-PARM-RECORD NOT = SPACES
                               PERFORM PARSE-LIMIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EXC-PARM-FILE.

       PARSE-LIMIT-LINE.
           MOVE SPACES TO WS-PARSE-KEYWORD
           MOVE SPACES TO WS-PARSE-VALUE1
           MOVE SPACES TO WS-PARSE-VALUE2
           UNSTRING EXC-PARM-RECORD DELIMITED BY ALL " "
               INTO WS-PARSE-KEYWORD WS-PARSE-VALUE1
                   WS-PARSE-VALUE2
           END-UNSTRING
           PERFORM CHECK-PARSE-VALUES
           MOVE 0 TO WS-CAT-FOUND-IX
           IF WS-PARSE-KEYWORD NOT = "ALL"
               MOVE 1 TO WS-CAT-IX
               PERFORM UNTIL WS-CAT-IX > WS-CAT-COUNT
                   IF WS-CAT-CODE(WS-CAT-IX) = WS-PARSE-KEYWORD
                       MOVE WS-CAT-IX TO WS-CAT-FOUND-IX
                   END-IF
                   ADD 1 TO WS-CAT-IX
               END-PERFORM
               IF WS-CAT-FOUND-IX = 0
                   MOVE "N" TO WS-PARSE-GOOD
               END-IF
           END-IF
           IF WS-PARSE-GOOD = "N"
               DISPLAY "excparms.txt line " WS-PARM-LINE-NO
                   " unusable - ignored"
           ELSE
               IF WS-CAT-FOUND-IX = 0
                   MOVE 1 TO WS-CAT-IX
                   PERFORM UNTIL WS-CAT-IX > WS-CAT-COUNT
                       PERFORM SET-CATEGORY-LIMITS
                       ADD 1 TO WS-CAT-IX
                   END-PERFORM
               ELSE
                   MOVE WS-CAT-FOUND-IX TO WS-CAT-IX
                   PERFORM SET-CATEGORY-LIMITS
               END-IF
           END-IF.

       CHECK-PARSE-VALUES.
       *> Digits and a decimal point only - anything else refuses the
       *> line rather than letting NUMVAL guess at a limit; the age
       *> limit is whole days
           MOVE "Y" TO WS-PARSE-GOOD
           MOVE WS-PARSE-VALUE1 TO WS-PARSE-SCRATCH
           INSPECT WS-PARSE-SCRATCH
               CONVERTING "0123456789." TO "           "
           IF WS-PARSE-SCRATCH NOT = SPACES
              OR WS-PARSE-VALUE1 = SPACES
               MOVE "N" TO WS-PARSE-GOOD
           END-IF
           MOVE WS-PARSE-VALUE2 TO WS-PARSE-SCRATCH
           INSPECT WS-PARSE-SCRATCH
               CONVERTING "0123456789" TO "          "
           IF WS-PARSE-SCRATCH NOT = SPACES
              OR WS-PARSE-VALUE2 = SPACES
              OR WS-PARSE-VALUE2(6:1) NOT = SPACE
               MOVE "N" TO WS-PARSE-GOOD
           END-IF.

       SET-CATEGORY-LIMITS.
           COMPUTE WS-CF-DOLLAR-LIMIT(WS-CAT-IX) =
               FUNCTION NUMVAL(WS-PARSE-VALUE1)
           COMPUTE WS-CF-AGE-LIMIT(WS-CAT-IX) =
               FUNCTION NUMVAL(WS-PARSE-VALUE2).

       COUNT-REJECTS.
       *> OPEN and RESUBMITTED are unresolved - a resubmission is not
       *> done until the corrected record has actually posted
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS = "00"
               PERFORM UNTIL WS-TRACK-EOF = "Y"
                   READ TRACK-FILE
                       AT END
                           MOVE "Y" TO WS-TRACK-EOF
                       NOT AT END
                           PERFORM COUNT-ONE-REJECT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRACK-FILE.

       COUNT-ONE-REJECT.
           IF WS-TRACKED-COUNT >= WS-TRACKED-LIMIT
               DISPLAY "ERROR: tracked-id table full - aborting"
               CLOSE TRACK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRACKED-COUNT
           MOVE TRK-TRX-ID TO WS-TRACKED-ID(WS-TRACKED-COUNT)
           IF TRK-STATUS = "OPEN" OR TRK-STATUS = "RESUBMITTED"
               MOVE 1 TO WS-ITEM-CAT
               MOVE TRK-TRX-ID TO WS-ITEM-ID
               MOVE TRK-FIRST-SEEN TO WS-ITEM-FIRST-SEEN
               MOVE TRK-AMOUNT TO WS-ITEM-AMOUNT-X
               MOVE SPACES TO WS-ITEM-DETAIL
               STRING
                   TRK-STATUS DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   TRK-REASON DELIMITED BY SIZE
                   INTO WS-ITEM-DETAIL
               END-STRING
               PERFORM PRICE-ITEM
               PERFORM COUNT-ONE-ITEM
           END-IF.

       COUNT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-EOF = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-SUSPENSE-EOF
                       NOT AT END
                           IF SUS-STATUS = "OPEN"
                               PERFORM COUNT-ONE-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-FILE.

       COUNT-ONE-SUSPENSE.
           MOVE 2 TO WS-ITEM-CAT
           MOVE SUS-DATA(1:13) TO WS-ITEM-ID
           MOVE SUS-FIRST-SEEN TO WS-ITEM-FIRST-SEEN
           MOVE SUS-DATA(40:12) TO WS-ITEM-AMOUNT-X
           MOVE SPACES TO WS-ITEM-DETAIL
           STRING
               "Customer " DELIMITED BY SIZE
               SUS-DATA(15:8) DELIMITED BY SIZE
               " Account " DELIMITED BY SIZE
               SUS-DATA(24:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUS-DATA(29:10) DELIMITED BY SPACE
               INTO WS-ITEM-DETAIL
           END-STRING
           PERFORM PRICE-ITEM
           PERFORM COUNT-ONE-ITEM.

       COUNT-WAREHOUSE.
       *> Everything still in the warehouse is waiting; its age runs
       *> from the night it was first held
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS = "00"
               PERFORM UNTIL WS-WAREHOUSE-EOF = "Y"
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE "Y" TO WS-WAREHOUSE-EOF
                       NOT AT END
                           PERFORM COUNT-ONE-WAREHOUSED
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WAREHOUSE-FILE.

       COUNT-ONE-WAREHOUSED.
           MOVE 3 TO WS-ITEM-CAT
           MOVE WHS-DATA(1:13) TO WS-ITEM-ID
           MOVE WHS-DATE TO WS-ITEM-FIRST-SEEN
           MOVE WHS-DATA(40:12) TO WS-ITEM-AMOUNT-X
           MOVE SPACES TO WS-ITEM-DETAIL
           STRING
               "Customer " DELIMITED BY SIZE
               WHS-DATA(15:8) DELIMITED BY SIZE
               " Dated " DELIMITED BY SIZE
               WHS-DATA(53:10) DELIMITED BY SIZE
               INTO WS-ITEM-DETAIL
           END-STRING
           PERFORM PRICE-ITEM
           PERFORM COUNT-ONE-ITEM.

       COUNT-EDIT-REJECTS.
       *> Only what reject tracking has not taken in yet - once the
       *> recycle job has run, that is normally nothing. Duplicate
       *> suppressions are not unposted money, as the recycle job
       *> also holds, so they never count.
           OPEN INPUT EDIT-REJECT-FILE
           IF WS-EDIT-REJECT-STATUS = "00"
               PERFORM UNTIL WS-EDIT-REJECT-EOF = "Y"
                   READ EDIT-REJECT-FILE
                       AT END
                           MOVE "Y" TO WS-EDIT-REJECT-EOF
                       NOT AT END
                           PERFORM COUNT-ONE-EDIT-REJECT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EDIT-REJECT-FILE.

       COUNT-ONE-EDIT-REJECT.
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 0 TO WS-REASON-POS
           INSPECT EDIT-REJECT-RECORD TALLYING WS-REASON-POS
               FOR CHARACTERS BEFORE INITIAL " | REASON: "
           IF WS-REASON-POS < 189
               MOVE EDIT-REJECT-RECORD(WS-REASON-POS + 12:)
                   TO WS-REASON-TEXT
           END-IF
           MOVE "N" TO WS-TRACKED-FOUND
           MOVE 1 TO WS-TRACKED-IX
           PERFORM UNTIL WS-TRACKED-IX > WS-TRACKED-COUNT
                   OR WS-TRACKED-FOUND = "Y"
               IF WS-TRACKED-ID(WS-TRACKED-IX) =
                  EDIT-REJECT-RECORD(1:13)
                   MOVE "Y" TO WS-TRACKED-FOUND
               END-IF
               ADD 1 TO WS-TRACKED-IX
           END-PERFORM
           IF WS-TRACKED-FOUND = "N"
              AND WS-REASON-TEXT NOT = "DUPLICATE TRX-ID IN FEED"
              AND WS-REASON-TEXT NOT = "TRX-ID ALREADY POSTED"
               MOVE 4 TO WS-ITEM-CAT
               MOVE EDIT-REJECT-RECORD(1:13) TO WS-ITEM-ID
               MOVE WS-RUN-DATE TO WS-ITEM-FIRST-SEEN
               MOVE EDIT-REJECT-RECORD(40:12) TO WS-ITEM-AMOUNT-X
               MOVE WS-REASON-TEXT TO WS-ITEM-DETAIL
               PERFORM PRICE-ITEM
               PERFORM COUNT-ONE-ITEM
           END-IF.

       COUNT-RECON-DIFFERENCES.
       *> An untied account is worth its difference; an extract
       *> account with no master row is worth the whole extract net.
       *> With no reconciliation report tonight the carried dates are
       *> left alone for the next night that has one.
           OPEN INPUT RECON-AGE-FILE
           IF WS-RECON-AGE-STATUS = "00"
               PERFORM UNTIL WS-RECON-AGE-EOF = "Y"
                   READ RECON-AGE-FILE
                       AT END
                           MOVE "Y" TO WS-RECON-AGE-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-RECON-AGE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RECON-AGE-FILE
           OPEN INPUT RECON-REPORT-FILE
           IF WS-RECON-STATUS = "00"
               PERFORM UNTIL WS-RECON-EOF = "Y"
                   READ RECON-REPORT-FILE
                       AT END
                           MOVE "Y" TO WS-RECON-EOF
                       NOT AT END
                           IF RECON-RECORD(1:12) = "NOTIE     | "
                              OR RECON-RECORD(1:12) = "NOMASTER  | "
                               PERFORM COUNT-ONE-RECON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-REPORT-FILE
               PERFORM SAVE-RECON-AGES
           ELSE
               CLOSE RECON-REPORT-FILE
           END-IF.

       LOAD-ONE-RECON-AGE.
           IF WS-RECON-COUNT >= WS-RECON-LIMIT
               DISPLAY "ERROR: recon-age table full - aborting"
               CLOSE RECON-AGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECON-COUNT
           MOVE RAG-CUSTOMER-ID TO WS-RC-CUSTOMER-ID(WS-RECON-COUNT)
           MOVE RAG-ACCOUNT-ID TO WS-RC-ACCOUNT-ID(WS-RECON-COUNT)
           MOVE RAG-FIRST-SEEN TO WS-RC-FIRST-SEEN(WS-RECON-COUNT)
           MOVE "N" TO WS-RC-TONIGHT(WS-RECON-COUNT).

       COUNT-ONE-RECON.
           MOVE RECON-RECORD(13:8) TO WS-RECON-CUSTOMER
           MOVE RECON-RECORD(22:4) TO WS-RECON-ACCOUNT
           MOVE 0 TO WS-RECON-POS
           MOVE 0 TO WS-RECON-VALUE
           MOVE SPACES TO WS-ITEM-DETAIL
           IF RECON-RECORD(1:5) = "NOTIE"
               INSPECT RECON-RECORD TALLYING WS-RECON-POS
                   FOR CHARACTERS BEFORE INITIAL "| Difference: "
               IF WS-RECON-POS < 135
                   COMPUTE WS-RECON-VALUE = FUNCTION NUMVAL(
                       RECON-RECORD(WS-RECON-POS + 15:15))
               END-IF
               MOVE "NOTIE - master movement off the extract"
                   TO WS-ITEM-DETAIL
           ELSE
               INSPECT RECON-RECORD TALLYING WS-RECON-POS
                   FOR CHARACTERS BEFORE INITIAL "| Extract Net: "
               IF WS-RECON-POS < 134
                   COMPUTE WS-RECON-VALUE = FUNCTION NUMVAL(
                       RECON-RECORD(WS-RECON-POS + 16:15))
               END-IF
               MOVE "NOMASTER - no balance-master row"
                   TO WS-ITEM-DETAIL
           END-IF
           PERFORM FIND-RECON-AGE
           MOVE 5 TO WS-ITEM-CAT
           MOVE SPACES TO WS-ITEM-ID
           STRING
               WS-RECON-CUSTOMER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RECON-ACCOUNT DELIMITED BY SIZE
               INTO WS-ITEM-ID
           END-STRING
           MOVE WS-RC-FIRST-SEEN(WS-RECON-FOUND-IX)
               TO WS-ITEM-FIRST-SEEN
           MOVE WS-RECON-VALUE TO WS-ITEM-AMOUNT
           MOVE "Y" TO WS-ITEM-VALUED
           PERFORM COUNT-ONE-ITEM.

       FIND-RECON-AGE.
       *> An account first untied tonight starts its age today
           MOVE 0 TO WS-RECON-FOUND-IX
           MOVE 1 TO WS-RECON-IX
           PERFORM UNTIL WS-RECON-IX > WS-RECON-COUNT
                   OR WS-RECON-FOUND-IX > 0
               IF WS-RC-CUSTOMER-ID(WS-RECON-IX) = WS-RECON-CUSTOMER
                  AND WS-RC-ACCOUNT-ID(WS-RECON-IX) = WS-RECON-ACCOUNT
                   MOVE WS-RECON-IX TO WS-RECON-FOUND-IX
               END-IF
               ADD 1 TO WS-RECON-IX
           END-PERFORM
           IF WS-RECON-FOUND-IX = 0
               IF WS-RECON-COUNT >= WS-RECON-LIMIT
                   DISPLAY "ERROR: recon-age table full - aborting"
                   CLOSE RECON-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RECON-COUNT
               MOVE WS-RECON-COUNT TO WS-RECON-FOUND-IX
               MOVE WS-RECON-CUSTOMER
                   TO WS-RC-CUSTOMER-ID(WS-RECON-FOUND-IX)
               MOVE WS-RECON-ACCOUNT
                   TO WS-RC-ACCOUNT-ID(WS-RECON-FOUND-IX)
               MOVE WS-RUN-DATE TO WS-RC-FIRST-SEEN(WS-RECON-FOUND-IX)
           END-IF
           MOVE "Y" TO WS-RC-TONIGHT(WS-RECON-FOUND-IX).

       SAVE-RECON-AGES.
           OPEN OUTPUT RECON-AGE-FILE
           MOVE 1 TO WS-RECON-IX
           PERFORM UNTIL WS-RECON-IX > WS-RECON-COUNT
               IF WS-RC-TONIGHT(WS-RECON-IX) = "Y"
                   MOVE SPACES TO RECON-AGE-RECORD
                   MOVE WS-RC-CUSTOMER-ID(WS-RECON-IX)
                       TO RAG-CUSTOMER-ID
                   MOVE WS-RC-ACCOUNT-ID(WS-RECON-IX) TO RAG-ACCOUNT-ID
                   MOVE WS-RC-FIRST-SEEN(WS-RECON-IX) TO RAG-FIRST-SEEN
                   WRITE RECON-AGE-RECORD
               END-IF
               ADD 1 TO WS-RECON-IX
           END-PERFORM
           CLOSE RECON-AGE-FILE.

       PRICE-ITEM.
       *> The amount as the record carries it: a sign and eleven
       *> digits with two implied decimals. Anything else - a reject
       *> for a bad amount, or a tracking entry older than the amount
       *> field - is counted but left unvalued.
           MOVE 0 TO WS-ITEM-AMOUNT
           MOVE "N" TO WS-ITEM-VALUED
           IF (WS-ITEM-AMOUNT-X(1:1) = "+"
               OR WS-ITEM-AMOUNT-X(1:1) = "-")
              AND WS-ITEM-AMOUNT-X(2:11) NUMERIC
               COMPUTE WS-ITEM-AMOUNT =
                   FUNCTION NUMVAL(WS-ITEM-AMOUNT-X(2:11)) / 100
               MOVE "Y" TO WS-ITEM-VALUED
           END-IF.

       COUNT-ONE-ITEM.
           MOVE 0 TO WS-ITEM-AGE
           IF WS-ITEM-FIRST-SEEN(1:4) NUMERIC
              AND WS-ITEM-FIRST-SEEN(6:2) NUMERIC
              AND WS-ITEM-FIRST-SEEN(9:2) NUMERIC
               COMPUTE WS-SEEN-YMD =
                   FUNCTION NUMVAL(WS-ITEM-FIRST-SEEN(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-ITEM-FIRST-SEEN(6:2)) * 100
                   + FUNCTION NUMVAL(WS-ITEM-FIRST-SEEN(9:2))
               COMPUTE WS-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SEEN-YMD)
               COMPUTE WS-ITEM-AGE = WS-TODAY-INT - WS-SEEN-INT
               IF WS-ITEM-AGE < 0
                   MOVE 0 TO WS-ITEM-AGE
               END-IF
           END-IF
           ADD 1 TO WS-CF-COUNT(WS-ITEM-CAT)
           ADD WS-ITEM-AMOUNT TO WS-CF-AMOUNT(WS-ITEM-CAT)
           IF WS-ITEM-VALUED = "N"
               ADD 1 TO WS-CF-UNVALUED(WS-ITEM-CAT)
           END-IF
           IF WS-ITEM-AGE > WS-CF-OLDEST(WS-ITEM-CAT)
               MOVE WS-ITEM-AGE TO WS-CF-OLDEST(WS-ITEM-CAT)
           END-IF
           MOVE 1 TO WS-BKT-IX
           PERFORM UNTIL WS-BKT-IX >= 4
                   OR WS-ITEM-AGE <= WS-BKT-MAX-AGE(WS-BKT-IX)
               ADD 1 TO WS-BKT-IX
           END-PERFORM
           ADD 1 TO WS-CB-COUNT(WS-ITEM-CAT, WS-BKT-IX)
           ADD WS-ITEM-AMOUNT TO WS-CB-AMOUNT(WS-ITEM-CAT, WS-BKT-IX)
           PERFORM KEEP-IF-OLDEST.

       KEEP-IF-OLDEST.
       *> The category's oldest few, oldest first: an item older than
       *> the youngest kept works its way up from the bottom. Equal
       *> ages keep the order the items were read in.
           IF WS-CF-OLD-COUNT(WS-ITEM-CAT) < WS-OLD-LIMIT
               ADD 1 TO WS-CF-OLD-COUNT(WS-ITEM-CAT)
               MOVE WS-CF-OLD-COUNT(WS-ITEM-CAT) TO WS-OLD-IX
           ELSE
               IF WS-ITEM-AGE > WS-CO-AGE(WS-ITEM-CAT, WS-OLD-LIMIT)
                   MOVE WS-OLD-LIMIT TO WS-OLD-IX
               ELSE
                   MOVE 0 TO WS-OLD-IX
               END-IF
           END-IF
           IF WS-OLD-IX > 0
               PERFORM UNTIL WS-OLD-IX = 1
                       OR WS-CO-AGE(WS-ITEM-CAT, WS-OLD-IX - 1)
                          >= WS-ITEM-AGE
                   MOVE WS-CF-OLD-ITEM(WS-ITEM-CAT, WS-OLD-IX - 1)
                       TO WS-CF-OLD-ITEM(WS-ITEM-CAT, WS-OLD-IX)
                   SUBTRACT 1 FROM WS-OLD-IX
               END-PERFORM
               MOVE WS-ITEM-ID TO WS-CO-ID(WS-ITEM-CAT, WS-OLD-IX)
               MOVE WS-ITEM-FIRST-SEEN
                   TO WS-CO-FIRST-SEEN(WS-ITEM-CAT, WS-OLD-IX)
               MOVE WS-ITEM-AGE TO WS-CO-AGE(WS-ITEM-CAT, WS-OLD-IX)
               MOVE WS-ITEM-AMOUNT
                   TO WS-CO-AMOUNT(WS-ITEM-CAT, WS-OLD-IX)
               MOVE WS-ITEM-VALUED
                   TO WS-CO-VALUED(WS-ITEM-CAT, WS-OLD-IX)
               MOVE WS-ITEM-DETAIL
                   TO WS-CO-DETAIL(WS-ITEM-CAT, WS-OLD-IX)
           END-IF.

       LOAD-HISTORY.
       *> The comparison night is the latest one before today - the
       *> last business night, not necessarily the calendar day before
           OPEN INPUT EXC-HISTORY-FILE
           IF WS-EXC-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ EXC-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM KEEP-ONE-HISTORY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EXC-HISTORY-FILE
           MOVE 1 TO WS-HIST-IX
           PERFORM UNTIL WS-HIST-IX > WS-HIST-COUNT
               MOVE WS-HIST-ENTRY(WS-HIST-IX) TO EXC-HISTORY-RECORD
               IF HST-RUN-DATE = WS-PRIOR-DATE
                   PERFORM TAKE-PRIOR-FIGURES
               END-IF
               ADD 1 TO WS-HIST-IX
           END-PERFORM.

       KEEP-ONE-HISTORY.
       *> Today's lines are dropped, to be replaced by tonight's, and
       *> so are lines older than the retention window
           MOVE 0 TO WS-SEEN-INT
           IF HST-RUN-DATE(1:4) NUMERIC
              AND HST-RUN-DATE(6:2) NUMERIC
              AND HST-RUN-DATE(9:2) NUMERIC
               COMPUTE WS-SEEN-YMD =
                   FUNCTION NUMVAL(HST-RUN-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(HST-RUN-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(HST-RUN-DATE(9:2))
               COMPUTE WS-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SEEN-YMD)
           END-IF
           IF HST-RUN-DATE < WS-RUN-DATE
              AND WS-SEEN-INT > 0
              AND WS-TODAY-INT - WS-SEEN-INT <= WS-HIST-KEEP-DAYS
               IF WS-HIST-COUNT >= WS-HIST-LIMIT
                   DISPLAY "ERROR: exception history table full - "
                       "aborting"
                   CLOSE EXC-HISTORY-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HIST-COUNT
               MOVE EXC-HISTORY-RECORD TO WS-HIST-ENTRY(WS-HIST-COUNT)
               IF HST-RUN-DATE > WS-PRIOR-DATE
                   MOVE HST-RUN-DATE TO WS-PRIOR-DATE
               END-IF
           END-IF.

       TAKE-PRIOR-FIGURES.
           MOVE 1 TO WS-CAT-IX
           PERFORM UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-CODE(WS-CAT-IX) = HST-CATEGORY
                   MOVE HST-COUNT TO WS-CF-PRIOR-COUNT(WS-CAT-IX)
                   MOVE HST-AMOUNT TO WS-CF-PRIOR-AMOUNT(WS-CAT-IX)
               END-IF
               ADD 1 TO WS-CAT-IX
           END-PERFORM.

       CHECK-LIMITS.
       *> Over on dollars or on age is over - either one means the
       *> backlog needs someone's attention
           MOVE 1 TO WS-CAT-IX
           PERFORM UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CF-AMOUNT(WS-CAT-IX) >
                  WS-CF-DOLLAR-LIMIT(WS-CAT-IX)
                  OR WS-CF-OLDEST(WS-CAT-IX) >
                  WS-CF-AGE-LIMIT(WS-CAT-IX)
                   MOVE "Y" TO WS-CF-OVER(WS-CAT-IX)
                   ADD 1 TO WS-OVER-COUNT
               END-IF
               ADD WS-CF-COUNT(WS-CAT-IX) TO WS-TOTAL-COUNT
               ADD WS-CF-AMOUNT(WS-CAT-IX) TO WS-TOTAL-AMOUNT
               ADD WS-CF-PRIOR-COUNT(WS-CAT-IX) TO WS-TOTAL-PRIOR-COUNT
               ADD WS-CF-PRIOR-AMOUNT(WS-CAT-IX)
                   TO WS-TOTAL-PRIOR-AMOUNT
               IF WS-CF-OLDEST(WS-CAT-IX) > WS-OLDEST-OVERALL
                   MOVE WS-CF-OLDEST(WS-CAT-IX) TO WS-OLDEST-OVERALL
               END-IF
               ADD 1 TO WS-CAT-IX
           END-PERFORM
           IF WS-OVER-COUNT > 0
               MOVE "OVERLIM" TO WS-DASHBOARD-FLAG
           ELSE
               MOVE "WITHIN" TO WS-DASHBOARD-FLAG
           END-IF.

       WRITE-DASHBOARD.
           OPEN OUTPUT DASHBOARD-FILE
           MOVE SPACES TO DASHBOARD-RECORD
           IF WS-PRIOR-DATE = SPACES
               MOVE "NONE" TO WS-PRIOR-DATE
           END-IF
           STRING
               "Open Exceptions | Run Date: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " | Run: " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               " | Compared With: " DELIMITED BY SIZE
               WS-PRIOR-DATE DELIMITED BY SIZE
               INTO DASHBOARD-RECORD
           END-STRING
           WRITE DASHBOARD-RECORD
           MOVE 1 TO WS-CAT-IX
           PERFORM UNTIL WS-CAT-IX > WS-CAT-COUNT
               PERFORM WRITE-CATEGORY-LINES
               ADD 1 TO WS-CAT-IX
           END-PERFORM
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-TOTAL-PRIOR-AMOUNT TO WS-EDIT-PRIOR
           COMPUTE WS-CHANGE-COUNT =
               WS-TOTAL-COUNT - WS-TOTAL-PRIOR-COUNT
           COMPUTE WS-CHANGE-AMOUNT =
               WS-TOTAL-AMOUNT - WS-TOTAL-PRIOR-AMOUNT
           MOVE WS-CHANGE-COUNT TO WS-EDIT-CHANGE-COUNT
           MOVE WS-CHANGE-AMOUNT TO WS-EDIT-CHANGE
           MOVE SPACES TO DASHBOARD-RECORD
           STRING
               "Exception Totals | Open: " DELIMITED BY SIZE
               WS-TOTAL-COUNT DELIMITED BY SIZE
               " | Value: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " | Prior Open: " DELIMITED BY SIZE
               WS-TOTAL-PRIOR-COUNT DELIMITED BY SIZE
               " | Prior Value: " DELIMITED BY SIZE
               WS-EDIT-PRIOR DELIMITED BY SIZE
               " | Change: " DELIMITED BY SIZE
               WS-EDIT-CHANGE-COUNT DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-EDIT-CHANGE DELIMITED BY SIZE
               " | Categories Over Limit: " DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               INTO DASHBOARD-RECORD
           END-STRING
           WRITE DASHBOARD-RECORD
           CLOSE DASHBOARD-FILE.

       WRITE-CATEGORY-LINES.
           MOVE WS-CF-AMOUNT(WS-CAT-IX) TO WS-EDIT-AMOUNT
           MOVE WS-CF-PRIOR-AMOUNT(WS-CAT-IX) TO WS-EDIT-PRIOR
           COMPUTE WS-CHANGE-COUNT = WS-CF-COUNT(WS-CAT-IX)
               - WS-CF-PRIOR-COUNT(WS-CAT-IX)
           COMPUTE WS-CHANGE-AMOUNT = WS-CF-AMOUNT(WS-CAT-IX)
               - WS-CF-PRIOR-AMOUNT(WS-CAT-IX)
           MOVE WS-CHANGE-COUNT TO WS-EDIT-CHANGE-COUNT
           MOVE WS-CHANGE-AMOUNT TO WS-EDIT-CHANGE
           IF WS-CF-OVER(WS-CAT-IX) = "Y"
               MOVE "OVER LIMIT" TO WS-LIMIT-TEXT
           ELSE
               MOVE "WITHIN" TO WS-LIMIT-TEXT
           END-IF
       *> Growing means more items or more money than last night
           IF WS-CHANGE-COUNT > 0 OR WS-CHANGE-AMOUNT > 0
               MOVE "GROWING" TO WS-TREND-TEXT
           ELSE
               IF WS-CHANGE-COUNT < 0 OR WS-CHANGE-AMOUNT < 0
                   MOVE "SHRINKING" TO WS-TREND-TEXT
               ELSE
                   MOVE "STEADY" TO WS-TREND-TEXT
               END-IF
           END-IF
           MOVE SPACES TO DASHBOARD-RECORD
           STRING
               "Category | " DELIMITED BY SIZE
               WS-CAT-CODE(WS-CAT-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-CAT-SOURCE(WS-CAT-IX) DELIMITED BY SIZE
               " | Open: " DELIMITED BY SIZE
               WS-CF-COUNT(WS-CAT-IX) DELIMITED BY SIZE
               " | Value: " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " | Unvalued: " DELIMITED BY SIZE
               WS-CF-UNVALUED(WS-CAT-IX) DELIMITED BY SIZE
               " | Oldest: " DELIMITED BY SIZE
               WS-CF-OLDEST(WS-CAT-IX) DELIMITED BY SIZE
               " days | " DELIMITED BY SIZE
               WS-LIMIT-TEXT DELIMITED BY SIZE
               INTO DASHBOARD-RECORD
           END-STRING
           WRITE DASHBOARD-RECORD
           MOVE WS-CF-DOLLAR-LIMIT(WS-CAT-IX) TO WS-EDIT-LIMIT
           MOVE SPACES TO DASHBOARD-RECORD
           STRING
               "Trend    | " DELIMITED BY SIZE
               WS-CAT-CODE(WS-CAT-IX) DELIMITED BY SIZE
               " | Prior Open: " DELIMITED BY SIZE
               WS-CF-PRIOR-COUNT(WS-CAT-IX) DELIMITED BY SIZE
               " | Prior Value: " DELIMITED BY SIZE
               WS-EDIT-PRIOR DELIMITED BY SIZE
               " | Change: " DELIMITED BY SIZE
               WS-EDIT-CHANGE-COUNT DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-EDIT-CHANGE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TREND-TEXT DELIMITED BY SIZE
               " | Limits: " DELIMITED BY SIZE
               WS-EDIT-LIMIT DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-CF-AGE-LIMIT(WS-CAT-IX) DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO DASHBOARD-RECORD
           END-STRING
           WRITE DASHBOARD-RECORD
           MOVE 1 TO WS-BKT-IX
           PERFORM UNTIL WS-BKT-IX > 4
               MOVE WS-CB-AMOUNT(WS-CAT-IX, WS-BKT-IX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO DASHBOARD-RECORD
               STRING
                   "Age      | " DELIMITED BY SIZE
                   WS-CAT-CODE(WS-CAT-IX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-BKT-LABEL(WS-BKT-IX) DELIMITED BY SIZE
                   " | Count: " DELIMITED BY SIZE
                   WS-CB-COUNT(WS-CAT-IX, WS-BKT-IX) DELIMITED BY SIZE
                   " | Value: " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO DASHBOARD-RECORD
               END-STRING
               WRITE DASHBOARD-RECORD
               ADD 1 TO WS-BKT-IX
           END-PERFORM
           MOVE 1 TO WS-OLD-IX
           PERFORM UNTIL WS-OLD-IX > WS-CF-OLD-COUNT(WS-CAT-IX)
               PERFORM WRITE-OLDEST-LINE
               ADD 1 TO WS-OLD-IX
           END-PERFORM.

       WRITE-OLDEST-LINE.
           MOVE WS-CO-AMOUNT(WS-CAT-IX, WS-OLD-IX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO DASHBOARD-RECORD
           IF WS-CO-VALUED(WS-CAT-IX, WS-OLD-IX) = "Y"
               STRING
                   "Oldest   | " DELIMITED BY SIZE
                   WS-CAT-CODE(WS-CAT-IX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-CO-ID(WS-CAT-IX, WS-OLD-IX) DELIMITED BY SIZE
                   " | First seen: " DELIMITED BY SIZE
                   WS-CO-FIRST-SEEN(WS-CAT-IX, WS-OLD-IX)
                       DELIMITED BY SIZE
                   " | Age: " DELIMITED BY SIZE
                   WS-CO-AGE(WS-CAT-IX, WS-OLD-IX) DELIMITED BY SIZE
                   " | Value: " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-CO-DETAIL(WS-CAT-IX, WS-OLD-IX) DELIMITED BY SIZE
                   INTO DASHBOARD-RECORD
               END-STRING
           ELSE
               STRING
                   "Oldest   | " DELIMITED BY SIZE
                   WS-CAT-CODE(WS-CAT-IX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-CO-ID(WS-CAT-IX, WS-OLD-IX) DELIMITED BY SIZE
                   " | First seen: " DELIMITED BY SIZE
                   WS-CO-FIRST-SEEN(WS-CAT-IX, WS-OLD-IX)
                       DELIMITED BY SIZE
                   " | Age: " DELIMITED BY SIZE
                   WS-CO-AGE(WS-CAT-IX, WS-OLD-IX) DELIMITED BY SIZE
                   " | Value:       UNVALUED | " DELIMITED BY SIZE
                   WS-CO-DETAIL(WS-CAT-IX, WS-OLD-IX) DELIMITED BY SIZE
                   INTO DASHBOARD-RECORD
               END-STRING
           END-IF
           WRITE DASHBOARD-RECORD.

       SAVE-HISTORY.
           OPEN OUTPUT EXC-HISTORY-FILE
           MOVE 1 TO WS-HIST-IX
           PERFORM UNTIL WS-HIST-IX > WS-HIST-COUNT
               MOVE WS-HIST-ENTRY(WS-HIST-IX) TO EXC-HISTORY-RECORD
               WRITE EXC-HISTORY-RECORD
               ADD 1 TO WS-HIST-IX
           END-PERFORM
           MOVE 1 TO WS-CAT-IX
           PERFORM UNTIL WS-CAT-IX > WS-CAT-COUNT
               MOVE SPACES TO EXC-HISTORY-RECORD
               MOVE WS-RUN-DATE TO HST-RUN-DATE
               MOVE WS-RUN-NUMBER TO HST-RUN-NUMBER
               MOVE WS-CAT-CODE(WS-CAT-IX) TO HST-CATEGORY
               MOVE WS-CF-COUNT(WS-CAT-IX) TO HST-COUNT
               MOVE WS-CF-AMOUNT(WS-CAT-IX) TO HST-AMOUNT
               MOVE WS-CF-OLDEST(WS-CAT-IX) TO HST-OLDEST
               WRITE EXC-HISTORY-RECORD
               ADD 1 TO WS-CAT-IX
           END-PERFORM
           CLOSE EXC-HISTORY-FILE.

       WRITE-NIGHT-CONTROL.
       *> Informational - an over-limit backlog is a warning for the
       *> morning, not a reason to hold the GL load
           OPEN EXTEND NIGHT-CONTROL-FILE
           MOVE SPACES TO NIGHT-CONTROL-RECORD
           MOVE "EXCEPTION-DASHBOARD" TO NCT-PROGRAM
           MOVE WS-RUN-NUMBER TO NCT-RUN-NUMBER
           MOVE WS-TOTAL-COUNT TO NCT-COUNT1
           MOVE WS-OVER-COUNT TO NCT-COUNT2
           MOVE WS-OLDEST-OVERALL TO NCT-COUNT3
           MOVE WS-DASHBOARD-FLAG TO NCT-FLAG
           WRITE NIGHT-CONTROL-RECORD
           CLOSE NIGHT-CONTROL-FILE.
