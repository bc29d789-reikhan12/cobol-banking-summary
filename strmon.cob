       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRUCTURING-MONITOR.

       *> Cash-structuring monitor, run after the summary job. The
       *> summary's large-transaction report only catches a single
       *> item at or above the runparms.txt threshold; five deposits
       *> just under it, spread over checking and savings and over
       *> two nights, never show there. This job adds up each
       *> customer's posted deposits and, separately, withdrawals
       *> that were each below the threshold - across all of the
       *> customer's accounts - per business day (the transaction's
       *> timestamp date) and over a rolling window of days set on
       *> runparms.txt line 8. The window crosses nightly runs by
       *> carrying the below-threshold items in strhist.txt, pruned
       *> to the window each night. A customer whose combined
       *> activity for a day, or failing that for the window, reaches
       *> the threshold goes on strucrpt.txt with every contributing
       *> transaction listed beneath. Only a day or window holding
       *> tonight's activity is reported, so the same alert doesn't
       *> repeat every night until the window rolls past it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Every posting the summary made this run
           SELECT GL-POST-FILE ASSIGN TO "glpost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
       *> Below-threshold cash items carried from earlier nights for
       *> the rolling window - read, then rewritten pruned to it
           SELECT OPTIONAL STRUCT-HIST-FILE ASSIGN TO "strhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRHIST-STATUS.
       *> Work file that brings each customer's items together by
       *> direction and business day
           SELECT STRUCT-SORT-FILE ASSIGN TO "strsort.tmp".
       *> The compliance report
           SELECT STRUCT-REPORT-FILE ASSIGN TO "strucrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRRPT-STATUS.
       *> Threshold (line 5) and window days (line 8)
           SELECT OPTIONAL PARM-FILE ASSIGN TO "runparms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       *> Customer master, keyed by CUSTOMER-ID, for name lookup
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "customer.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
       *> Run number assigned by the summary job this chain ran under
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       *> Night-chain control file started by the edit job - this job
       *> appends its monitoring line for the end-of-night verifier
           SELECT OPTIONAL NIGHT-CONTROL-FILE ASSIGN TO "nightctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> A posting as the summary wrote it: the transaction, where it
       *> went - CUSTOMER or SUSPENSE - and the account's product type
       FD GL-POST-FILE.
       01 GL-POST-RECORD.
           05 GLP-TRX-ID         PIC X(13).
           05 GLP-SPACE1         PIC X.
           05 GLP-CUSTOMER-ID    PIC X(8).
           05 GLP-SPACE2         PIC X.
           05 GLP-ACCOUNT-ID     PIC X(4).
           05 GLP-SPACE3         PIC X.
           05 GLP-TRX-TYPE       PIC X(10).
           05 GLP-SPACE4         PIC X.
           05 GLP-AMOUNT         PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 GLP-SPACE5         PIC X.
           05 GLP-TIMESTAMP      PIC X(19).
           05 GLP-SPACE6         PIC X.
           05 GLP-SOURCE         PIC X(3).
           05 GLP-SPACE7         PIC X.
           05 GLP-LINK           PIC X(27).
           05 GLP-SPACE8         PIC X.
           05 GLP-POSTED-TO      PIC X(8).
           05 GLP-SPACE9         PIC X.
           05 GLP-PRODUCT-TYPE   PIC X(3).

       *> One carried item: transaction, customer, account, D or W,
       *> the unsigned amount, its timestamp and the run that posted
       *> it
       FD STRUCT-HIST-FILE.
       01 STRUCT-HIST-RECORD.
           05 SH-TRX-ID          PIC X(13).
           05 SH-SPACE1          PIC X.
           05 SH-CUSTOMER-ID     PIC X(8).
           05 SH-SPACE2          PIC X.
           05 SH-ACCOUNT-ID      PIC X(4).
           05 SH-SPACE3          PIC X.
           05 SH-DIRECTION       PIC X.
           05 SH-SPACE4          PIC X.
           05 SH-AMOUNT          PIC 9(9)V99.
           05 SH-SPACE5          PIC X.
           05 SH-TIMESTAMP       PIC X(19).
           05 SH-SPACE6          PIC X.
           05 SH-RUN-NUMBER      PIC 9(6).

       *> Tonight's items sort ahead of a carried copy of the same
       *> TRX-ID (origin 1 before 2), so a rerun night replaces what
       *> it carried rather than counting it twice
       SD STRUCT-SORT-FILE.
       01 SR-RECORD.
           05 SR-CUSTOMER-ID     PIC X(8).
           05 SR-DIRECTION       PIC X.
           05 SR-BUSINESS-DATE   PIC X(10).
           05 SR-TRX-ID          PIC X(13).
           05 SR-ORIGIN          PIC X.
           05 SR-ACCOUNT-ID      PIC X(4).
           05 SR-AMOUNT          PIC 9(9)V99.
           05 SR-TIMESTAMP       PIC X(19).
           05 SR-RUN-NUMBER      PIC 9(6).

       FD STRUCT-REPORT-FILE.
       01 STRUCT-REPORT-RECORD PIC X(200).

       FD PARM-FILE.
       01 PARM-RECORD        PIC X(80).

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-ID     PIC X(8).
           05 CM-CUSTOMER-NAME   PIC X(30).
           05 CM-STATUS          PIC X(6).
           05 CM-STATUS-DATE     PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 WS-GLPOST-STATUS   PIC XX VALUE "00".
       01 WS-STRHIST-STATUS  PIC XX VALUE "00".
       01 WS-STRRPT-STATUS   PIC XX VALUE "00".
       01 WS-PARM-STATUS     PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
       01 WS-NIGHTCTL-STATUS PIC XX VALUE "00".
       01 WS-RUN-NUMBER      PIC 9(6) VALUE 0.
       01 WS-PARM-EOF        PIC X VALUE "N".
       01 WS-GLPOST-EOF      PIC X VALUE "N".
       01 WS-STRHIST-EOF     PIC X VALUE "N".
       01 WS-SORT-EOF        PIC X VALUE "N".
       01 WS-CUSTOMER-OPEN   PIC X VALUE "N".
       *> Compliance reporting threshold from runparms.txt line 5 -
       *> the same figure the summary's large-transaction report uses
       01 WS-THRESHOLD       PIC 9(9)V99 VALUE 0.
       01 WS-THRESHOLD-ENABLED PIC X VALUE "N".
       01 WS-PARM-THRESHOLD  PIC X(12) VALUE SPACES.
       01 WS-THRESH-SCRATCH  PIC X(12) VALUE SPACES.
       *> Rolling window in calendar days, runparms.txt line 8 -
       *> absent or not a number from 1 to 31 leaves the default
       01 WS-WINDOW-DAYS     PIC 9(2) VALUE 5.
       01 WS-PARM-WINDOW     PIC X(4) VALUE SPACES.
       01 WS-WINDOW-SCRATCH  PIC X(4) VALUE SPACES.
       01 WS-WINDOW-NUMBER   PIC 9(4) VALUE 0.
       *> The window ends on the latest business day seen and runs
       *> back WS-WINDOW-DAYS days including it
       01 WS-WINDOW-END      PIC X(10) VALUE SPACES.
       01 WS-WINDOW-START    PIC X(10) VALUE SPACES.
       01 WS-WINDOW-END-INT  PIC 9(7) VALUE 0.
       01 WS-WINDOW-START-INT PIC 9(7) VALUE 0.
       01 WS-WINDOW-YMD      PIC 9(8) VALUE 0.
       01 WS-WINDOW-YMD-X REDEFINES WS-WINDOW-YMD PIC X(8).
       01 WS-ABS-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-PREV-TRX-ID     PIC X(13) VALUE SPACES.
       *> One customer's items in one direction, in business-day
       *> order. 500 is far beyond a window's worth of one customer's
       *> cash; the review aborts loudly rather than miss an alert.
       01 WS-GRP-COUNT       PIC 9(4) VALUE 0.
       01 WS-GRP-LIMIT       PIC 9(4) VALUE 500.
       01 WS-GRP-IX          PIC 9(4) VALUE 0.
       01 WS-GRP-CUSTOMER    PIC X(8) VALUE SPACES.
       01 WS-GRP-DIRECTION   PIC X VALUE SPACES.
       01 WS-GRP-HAS-NEW     PIC X VALUE "N".
       01 WS-GRP-DAY-ALERTED PIC X VALUE "N".
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 501 TIMES.
               10 WS-GP-TRX-ID       PIC X(13).
               10 WS-GP-ACCOUNT-ID   PIC X(4).
               10 WS-GP-DATE         PIC X(10).
               10 WS-GP-TIMESTAMP    PIC X(19).
               10 WS-GP-AMOUNT       PIC 9(9)V99.
               10 WS-GP-ORIGIN       PIC X.
               10 WS-GP-RUN-NUMBER   PIC 9(6).
       *> The slice of the group an alert covers
       01 WS-DAY-FIRST       PIC 9(4) VALUE 0.
       01 WS-DAY-LAST        PIC 9(4) VALUE 0.
       01 WS-DAY-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-DAY-HAS-NEW     PIC X VALUE "N".
       01 WS-ALERT-FIRST     PIC 9(4) VALUE 0.
       01 WS-ALERT-LAST      PIC 9(4) VALUE 0.
       01 WS-ALERT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-ALERT-KIND      PIC X(6) VALUE SPACES.
       01 WS-ALERT-PERIOD    PIC X(24) VALUE SPACES.
       01 WS-ALERT-ITEMS     PIC 9(4) VALUE 0.
       01 WS-DIRECTION-NAME  PIC X(11) VALUE SPACES.
       01 WS-CUSTOMER-NAME   PIC X(30) VALUE SPACES.
       *> Control totals
       01 WS-TONIGHT-COUNT   PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT      PIC 9(7) VALUE 0.
       01 WS-HIST-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-HIST-WRITE-COUNT PIC 9(7) VALUE 0.
       01 WS-PRUNED-COUNT    PIC 9(7) VALUE 0.
       01 WS-DUP-COUNT       PIC 9(7) VALUE 0.
       01 WS-DAILY-ALERTS    PIC 9(7) VALUE 0.
       01 WS-WINDOW-ALERTS   PIC 9(7) VALUE 0.
       01 WS-ALERT-COUNT     PIC 9(7) VALUE 0.
       01 WS-ALERTED-AMOUNT  PIC 9(11)V99 VALUE 0.
       01 WS-MONITOR-FLAG    PIC X(8) VALUE SPACES.
       *> Edited fields for the report lines
       01 WS-EDIT-THRESHOLD  PIC ZZZZZZZZ9.99.
       01 WS-EDIT-AMOUNT     PIC ZZZZZZZZ9.99.
       01 WS-EDIT-TOTAL      PIC ZZZZZZZZZZ9.99.
       01 WS-EDIT-ALERTED    PIC ZZZZZZZZZZ9.99.
       01 WS-CURRENT-DATE-RAW PIC X(21).
       01 WS-RUN-DATE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-NUMBER
           PERFORM READ-PARAMETERS
           OPEN OUTPUT STRUCT-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           STRING
               WS-CURRENT-DATE-RAW(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE SPACES TO STRUCT-REPORT-RECORD
           STRING
               "Structuring Monitor | Run Date: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " | Run: " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               INTO STRUCT-REPORT-RECORD
           END-STRING
           WRITE STRUCT-REPORT-RECORD

           OPEN INPUT GL-POST-FILE
           IF WS-GLPOST-STATUS NOT = "00"
               DISPLAY "ERROR: glpost.txt not available, status "
                   WS-GLPOST-STATUS " - run the summary job first"
               CLOSE STRUCT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GL-POST-FILE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           ELSE
               DISPLAY "customer.master not found, names omitted"
           END-IF

           SORT STRUCT-SORT-FILE
               ON ASCENDING KEY SR-CUSTOMER-ID SR-DIRECTION
                   SR-BUSINESS-DATE SR-TRX-ID SR-ORIGIN
               INPUT PROCEDURE IS GATHER-CASH-ITEMS
               OUTPUT PROCEDURE IS REVIEW-CASH-ITEMS
           IF SORT-RETURN NOT = 0
               DISPLAY "ERROR: structuring sort failed, return code "
                   SORT-RETURN " - aborting"
               CLOSE STRUCT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM WRITE-MONITOR-TRAILER
           CLOSE STRUCT-REPORT-FILE
           IF WS-THRESHOLD-ENABLED = "N"
               MOVE "DISABLED" TO WS-MONITOR-FLAG
           ELSE
               IF WS-ALERT-COUNT > 0
                   MOVE "ALERTS" TO WS-MONITOR-FLAG
               ELSE
                   MOVE "CLEAR" TO WS-MONITOR-FLAG
               END-IF
           END-IF
           DISPLAY "Structuring monitor complete. Items: "
               WS-TONIGHT-COUNT " Carried: " WS-HIST-WRITE-COUNT
               " Alerts: " WS-ALERT-COUNT
           PERFORM WRITE-NIGHT-CONTROL
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

       READ-PARAMETERS.
       *> Lines 1-4 (range, title, resume) and 6-7 (retention,
       *> overdraft fee) belong to the other chain jobs and are
       *> stepped over. A threshold of zero or absent leaves the
       *> alerts off, as it does the summary's large-transaction
       *> report - the history is still carried so the window is
       *> whole the night it is switched on.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               MOVE "N" TO WS-PARM-EOF
               PERFORM READ-PARM-LINE
               PERFORM READ-PARM-LINE
               PERFORM READ-PARM-LINE
               PERFORM READ-PARM-LINE
               PERFORM READ-PARM-LINE
               IF WS-PARM-EOF = "N"
                   MOVE PARM-RECORD(1:12) TO WS-PARM-THRESHOLD
                   PERFORM PARSE-THRESHOLD
               END-IF
               PERFORM READ-PARM-LINE
               PERFORM READ-PARM-LINE
               PERFORM READ-PARM-LINE
               IF WS-PARM-EOF = "N"
                   MOVE PARM-RECORD(1:4) TO WS-PARM-WINDOW
                   PERFORM PARSE-WINDOW-DAYS
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "runparms.txt not found, monitor alerts off"
           END-IF.

       READ-PARM-LINE.
           IF WS-PARM-EOF = "N"
               READ PARM-FILE
                   AT END MOVE "Y" TO WS-PARM-EOF
               END-READ
           END-IF.

       PARSE-THRESHOLD.
       *> Accept digits with an optional decimal point; anything
       *> else leaves the alerts off rather than guessing at a
       *> regulatory figure
           MOVE WS-PARM-THRESHOLD TO WS-THRESH-SCRATCH
           INSPECT WS-THRESH-SCRATCH
               CONVERTING "0123456789." TO "           "
           IF WS-THRESH-SCRATCH = SPACES
              AND WS-PARM-THRESHOLD NOT = SPACES
               COMPUTE WS-THRESHOLD =
                   FUNCTION NUMVAL(WS-PARM-THRESHOLD)
               IF WS-THRESHOLD > 0
                   MOVE "Y" TO WS-THRESHOLD-ENABLED
               END-IF
           END-IF.

       PARSE-WINDOW-DAYS.
           MOVE WS-PARM-WINDOW TO WS-WINDOW-SCRATCH
           INSPECT WS-WINDOW-SCRATCH
               CONVERTING "0123456789" TO "          "
           IF WS-WINDOW-SCRATCH = SPACES
              AND WS-PARM-WINDOW NOT = SPACES
               COMPUTE WS-WINDOW-NUMBER =
                   FUNCTION NUMVAL(WS-PARM-WINDOW)
               IF WS-WINDOW-NUMBER > 0 AND WS-WINDOW-NUMBER < 32
                   MOVE WS-WINDOW-NUMBER TO WS-WINDOW-DAYS
               END-IF
           END-IF.

       GATHER-CASH-ITEMS.
       *> Tonight's postings first: customer-side deposits and
       *> withdrawals below the threshold. An item at or above it is
       *> already on the large-transaction report and is left out,
       *> so an alert here always means no single item got there.
           OPEN INPUT GL-POST-FILE
           PERFORM UNTIL WS-GLPOST-EOF = "Y"
               READ GL-POST-FILE
                   AT END
                       MOVE "Y" TO WS-GLPOST-EOF
                   NOT AT END
                       IF GLP-POSTED-TO = "CUSTOMER"
                          AND (GLP-TRX-TYPE = "DEPOSIT   "
                           OR GLP-TRX-TYPE = "WITHDRAWAL")
                           PERFORM RELEASE-POSTED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-POST-FILE
           OPEN INPUT STRUCT-HIST-FILE
           IF WS-STRHIST-STATUS = "00" OR WS-STRHIST-STATUS = "05"
               PERFORM UNTIL WS-STRHIST-EOF = "Y"
                   READ STRUCT-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-STRHIST-EOF
                       NOT AT END
                           PERFORM RELEASE-CARRIED-ITEM
                   END-READ
               END-PERFORM
               CLOSE STRUCT-HIST-FILE
           END-IF.

       RELEASE-POSTED-ITEM.
           COMPUTE WS-ABS-AMOUNT = GLP-AMOUNT
           IF GLP-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - GLP-AMOUNT
           END-IF
           IF WS-THRESHOLD-ENABLED = "Y"
              AND WS-ABS-AMOUNT >= WS-THRESHOLD
               ADD 1 TO WS-OVER-COUNT
           ELSE
               ADD 1 TO WS-TONIGHT-COUNT
               MOVE GLP-CUSTOMER-ID TO SR-CUSTOMER-ID
               MOVE GLP-TRX-TYPE(1:1) TO SR-DIRECTION
               MOVE GLP-TIMESTAMP(1:10) TO SR-BUSINESS-DATE
               MOVE GLP-TRX-ID TO SR-TRX-ID
               MOVE "1" TO SR-ORIGIN
               MOVE GLP-ACCOUNT-ID TO SR-ACCOUNT-ID
               MOVE WS-ABS-AMOUNT TO SR-AMOUNT
               MOVE GLP-TIMESTAMP TO SR-TIMESTAMP
               MOVE WS-RUN-NUMBER TO SR-RUN-NUMBER
               IF SR-BUSINESS-DATE > WS-WINDOW-END
                   MOVE SR-BUSINESS-DATE TO WS-WINDOW-END
               END-IF
               RELEASE SR-RECORD
           END-IF.

       RELEASE-CARRIED-ITEM.
           ADD 1 TO WS-HIST-READ-COUNT
           MOVE SH-CUSTOMER-ID TO SR-CUSTOMER-ID
           MOVE SH-DIRECTION TO SR-DIRECTION
           MOVE SH-TIMESTAMP(1:10) TO SR-BUSINESS-DATE
           MOVE SH-TRX-ID TO SR-TRX-ID
           MOVE "2" TO SR-ORIGIN
           MOVE SH-ACCOUNT-ID TO SR-ACCOUNT-ID
           MOVE SH-AMOUNT TO SR-AMOUNT
           MOVE SH-TIMESTAMP TO SR-TIMESTAMP
           MOVE SH-RUN-NUMBER TO SR-RUN-NUMBER
           IF SR-BUSINESS-DATE > WS-WINDOW-END
               MOVE SR-BUSINESS-DATE TO WS-WINDOW-END
           END-IF
           RELEASE SR-RECORD.

       SET-WINDOW-START.
       *> Nothing tonight and nothing carried leaves no window at all
           IF WS-WINDOW-END(1:4) NUMERIC
               MOVE WS-WINDOW-END(1:4) TO WS-WINDOW-YMD-X(1:4)
               MOVE WS-WINDOW-END(6:2) TO WS-WINDOW-YMD-X(5:2)
               MOVE WS-WINDOW-END(9:2) TO WS-WINDOW-YMD-X(7:2)
               COMPUTE WS-WINDOW-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-YMD)
               COMPUTE WS-WINDOW-START-INT =
                   WS-WINDOW-END-INT - WS-WINDOW-DAYS + 1
               COMPUTE WS-WINDOW-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT)
               MOVE SPACES TO WS-WINDOW-START
               STRING
                   WS-WINDOW-YMD-X(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WINDOW-YMD-X(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WINDOW-YMD-X(7:2) DELIMITED BY SIZE
                   INTO WS-WINDOW-START
               END-STRING
           END-IF
           MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD
           MOVE SPACES TO STRUCT-REPORT-RECORD
           STRING
               "Parameters | Threshold: " DELIMITED BY SIZE
               WS-EDIT-THRESHOLD DELIMITED BY SIZE
               " | Window Days: " DELIMITED BY SIZE
               WS-WINDOW-DAYS DELIMITED BY SIZE
               " | Window: " DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               WS-WINDOW-END DELIMITED BY SIZE
               INTO STRUCT-REPORT-RECORD
           END-STRING
           WRITE STRUCT-REPORT-RECORD
           IF WS-THRESHOLD-ENABLED = "N"
               MOVE SPACES TO STRUCT-REPORT-RECORD
               MOVE "No threshold on runparms.txt line 5 - alerts off"
                   TO STRUCT-REPORT-RECORD
               WRITE STRUCT-REPORT-RECORD
           END-IF.

       REVIEW-CASH-ITEMS.
       *> Items older than the window are dropped from the carried
       *> file; everything else is carried and reviewed a customer
       *> and direction at a time
           PERFORM SET-WINDOW-START
           OPEN OUTPUT STRUCT-HIST-FILE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN STRUCT-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF SR-TRX-ID = WS-PREV-TRX-ID
                           ADD 1 TO WS-DUP-COUNT
                       ELSE
                           IF SR-BUSINESS-DATE < WS-WINDOW-START
                               ADD 1 TO WS-PRUNED-COUNT
                           ELSE
                               PERFORM TAKE-CASH-ITEM
                           END-IF
                       END-IF
                       MOVE SR-TRX-ID TO WS-PREV-TRX-ID
               END-RETURN
           END-PERFORM
           IF WS-GRP-COUNT > 0
               PERFORM REVIEW-GROUP
           END-IF
           CLOSE STRUCT-HIST-FILE.

       TAKE-CASH-ITEM.
           IF WS-GRP-COUNT > 0
              AND (SR-CUSTOMER-ID NOT = WS-GRP-CUSTOMER
               OR SR-DIRECTION NOT = WS-GRP-DIRECTION)
               PERFORM REVIEW-GROUP
           END-IF
           IF WS-GRP-COUNT = 0
               MOVE SR-CUSTOMER-ID TO WS-GRP-CUSTOMER
               MOVE SR-DIRECTION TO WS-GRP-DIRECTION
               MOVE "N" TO WS-GRP-HAS-NEW
           END-IF
           IF WS-GRP-COUNT >= WS-GRP-LIMIT
               DISPLAY "ERROR: structuring group table full for "
                   "customer " SR-CUSTOMER-ID " - aborting"
               CLOSE STRUCT-HIST-FILE STRUCT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE SR-TRX-ID TO WS-GP-TRX-ID(WS-GRP-COUNT)
           MOVE SR-ACCOUNT-ID TO WS-GP-ACCOUNT-ID(WS-GRP-COUNT)
           MOVE SR-BUSINESS-DATE TO WS-GP-DATE(WS-GRP-COUNT)
           MOVE SR-TIMESTAMP TO WS-GP-TIMESTAMP(WS-GRP-COUNT)
           MOVE SR-AMOUNT TO WS-GP-AMOUNT(WS-GRP-COUNT)
           MOVE SR-ORIGIN TO WS-GP-ORIGIN(WS-GRP-COUNT)
           MOVE SR-RUN-NUMBER TO WS-GP-RUN-NUMBER(WS-GRP-COUNT)
           IF SR-ORIGIN = "1"
               MOVE "Y" TO WS-GRP-HAS-NEW
           END-IF
       *> Carry it forward for tomorrow's window
           MOVE SPACES TO STRUCT-HIST-RECORD
           MOVE SR-TRX-ID TO SH-TRX-ID
           MOVE SR-CUSTOMER-ID TO SH-CUSTOMER-ID
           MOVE SR-ACCOUNT-ID TO SH-ACCOUNT-ID
           MOVE SR-DIRECTION TO SH-DIRECTION
           MOVE SR-AMOUNT TO SH-AMOUNT
           MOVE SR-TIMESTAMP TO SH-TIMESTAMP
           MOVE SR-RUN-NUMBER TO SH-RUN-NUMBER
           WRITE STRUCT-HIST-RECORD
           ADD 1 TO WS-HIST-WRITE-COUNT.

       REVIEW-GROUP.
       *> Each business day holding tonight's activity first; the
       *> window only when no single day got there, since a day's
       *> alert already shows the customer
           MOVE "N" TO WS-GRP-DAY-ALERTED
           IF WS-THRESHOLD-ENABLED = "Y" AND WS-GRP-HAS-NEW = "Y"
               MOVE 1 TO WS-GRP-IX
               PERFORM UNTIL WS-GRP-IX > WS-GRP-COUNT
                   PERFORM SUM-ONE-DAY
                   IF WS-DAY-TOTAL >= WS-THRESHOLD
                      AND WS-DAY-HAS-NEW = "Y"
                       MOVE "DAILY" TO WS-ALERT-KIND
                       MOVE WS-DAY-FIRST TO WS-ALERT-FIRST
                       MOVE WS-DAY-LAST TO WS-ALERT-LAST
                       MOVE WS-DAY-TOTAL TO WS-ALERT-TOTAL
                       MOVE WS-GP-DATE(WS-DAY-FIRST)
                           TO WS-ALERT-PERIOD
                       PERFORM WRITE-ALERT
                       ADD 1 TO WS-DAILY-ALERTS
                       MOVE "Y" TO WS-GRP-DAY-ALERTED
                   END-IF
               END-PERFORM
               IF WS-GRP-DAY-ALERTED = "N"
                   MOVE 0 TO WS-ALERT-TOTAL
                   MOVE 1 TO WS-GRP-IX
                   PERFORM UNTIL WS-GRP-IX > WS-GRP-COUNT
                       ADD WS-GP-AMOUNT(WS-GRP-IX) TO WS-ALERT-TOTAL
                       ADD 1 TO WS-GRP-IX
                   END-PERFORM
                   IF WS-ALERT-TOTAL >= WS-THRESHOLD
                       MOVE "WINDOW" TO WS-ALERT-KIND
                       MOVE 1 TO WS-ALERT-FIRST
                       MOVE WS-GRP-COUNT TO WS-ALERT-LAST
                       MOVE SPACES TO WS-ALERT-PERIOD
                       STRING
                           WS-GP-DATE(1) DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           WS-GP-DATE(WS-GRP-COUNT) DELIMITED BY SIZE
                           INTO WS-ALERT-PERIOD
                       END-STRING
                       PERFORM WRITE-ALERT
                       ADD 1 TO WS-WINDOW-ALERTS
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-GRP-COUNT.

       SUM-ONE-DAY.
       *> Items are in business-day order - add up the run of them
       *> sharing WS-GRP-IX's date and leave WS-GRP-IX on the next day
           MOVE WS-GRP-IX TO WS-DAY-FIRST
           MOVE 0 TO WS-DAY-TOTAL
           MOVE "N" TO WS-DAY-HAS-NEW
           PERFORM UNTIL WS-GRP-IX > WS-GRP-COUNT
                   OR WS-GP-DATE(WS-GRP-IX)
                       NOT = WS-GP-DATE(WS-DAY-FIRST)
               ADD WS-GP-AMOUNT(WS-GRP-IX) TO WS-DAY-TOTAL
               IF WS-GP-ORIGIN(WS-GRP-IX) = "1"
                   MOVE "Y" TO WS-DAY-HAS-NEW
               END-IF
               ADD 1 TO WS-GRP-IX
           END-PERFORM
           COMPUTE WS-DAY-LAST = WS-GRP-IX - 1.

       WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           ADD WS-ALERT-TOTAL TO WS-ALERTED-AMOUNT
           COMPUTE WS-ALERT-ITEMS = WS-ALERT-LAST - WS-ALERT-FIRST + 1
           IF WS-GRP-DIRECTION = "D"
               MOVE "DEPOSITS" TO WS-DIRECTION-NAME
           ELSE
               MOVE "WITHDRAWALS" TO WS-DIRECTION-NAME
           END-IF
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE WS-GRP-CUSTOMER TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "UNKNOWN CUSTOMER" TO WS-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
               END-READ
           ELSE
               MOVE "N/A" TO WS-CUSTOMER-NAME
           END-IF
           MOVE WS-ALERT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO STRUCT-REPORT-RECORD
           STRING
               "ALERT | " DELIMITED BY SIZE
               WS-ALERT-KIND DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-GRP-CUSTOMER DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUSTOMER-NAME) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DIRECTION-NAME DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-ALERT-PERIOD DELIMITED BY SIZE
               " | Items: " DELIMITED BY SIZE
               WS-ALERT-ITEMS DELIMITED BY SIZE
               " | Total: " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO STRUCT-REPORT-RECORD
           END-STRING
           WRITE STRUCT-REPORT-RECORD
           MOVE WS-ALERT-FIRST TO WS-GRP-IX
           PERFORM UNTIL WS-GRP-IX > WS-ALERT-LAST
               MOVE WS-GP-AMOUNT(WS-GRP-IX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO STRUCT-REPORT-RECORD
               STRING
                   "    " DELIMITED BY SIZE
                   WS-GP-TRX-ID(WS-GRP-IX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-GP-ACCOUNT-ID(WS-GRP-IX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-GP-TIMESTAMP(WS-GRP-IX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   " | Run: " DELIMITED BY SIZE
                   WS-GP-RUN-NUMBER(WS-GRP-IX) DELIMITED BY SIZE
                   INTO STRUCT-REPORT-RECORD
               END-STRING
               WRITE STRUCT-REPORT-RECORD
               ADD 1 TO WS-GRP-IX
           END-PERFORM.

       WRITE-MONITOR-TRAILER.
           MOVE WS-ALERTED-AMOUNT TO WS-EDIT-ALERTED
           MOVE SPACES TO STRUCT-REPORT-RECORD
           STRING
               "Monitor Totals | Tonight's Items: " DELIMITED BY SIZE
               WS-TONIGHT-COUNT DELIMITED BY SIZE
               " | At/Over Threshold: " DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               " | Carried In: " DELIMITED BY SIZE
               WS-HIST-READ-COUNT DELIMITED BY SIZE
               " | Carried Out: " DELIMITED BY SIZE
               WS-HIST-WRITE-COUNT DELIMITED BY SIZE
               " | Aged Out: " DELIMITED BY SIZE
               WS-PRUNED-COUNT DELIMITED BY SIZE
               " | Duplicates Dropped: " DELIMITED BY SIZE
               WS-DUP-COUNT DELIMITED BY SIZE
               INTO STRUCT-REPORT-RECORD
           END-STRING
           WRITE STRUCT-REPORT-RECORD
           MOVE SPACES TO STRUCT-REPORT-RECORD
           STRING
               "Monitor Alerts | Daily: " DELIMITED BY SIZE
               WS-DAILY-ALERTS DELIMITED BY SIZE
               " | Window: " DELIMITED BY SIZE
               WS-WINDOW-ALERTS DELIMITED BY SIZE
               " | Alerted Amount: " DELIMITED BY SIZE
               WS-EDIT-ALERTED DELIMITED BY SIZE
               INTO STRUCT-REPORT-RECORD
           END-STRING
           WRITE STRUCT-REPORT-RECORD.

       WRITE-NIGHT-CONTROL.
       *> EXTEND on the missing OPTIONAL file succeeds with status
       *> "05" and creates it - no fallback open needed
           OPEN EXTEND NIGHT-CONTROL-FILE
           MOVE SPACES TO NIGHT-CONTROL-RECORD
           MOVE "STRUCTURING-MONITOR" TO NCT-PROGRAM
           MOVE WS-RUN-NUMBER TO NCT-RUN-NUMBER
           MOVE WS-TONIGHT-COUNT TO NCT-COUNT1
           MOVE WS-ALERT-COUNT TO NCT-COUNT2
           MOVE WS-HIST-WRITE-COUNT TO NCT-COUNT3
           MOVE WS-MONITOR-FLAG TO NCT-FLAG
           WRITE NIGHT-CONTROL-RECORD
           CLOSE NIGHT-CONTROL-FILE.
