       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-BACKOUT.

       *> Back-out of a completed night, so a bad feed found after
       *> the summary has run is undone by a job instead of by hand
       *> restores. Takes the run number from backparms.txt and puts
       *> back everything that night changed: every account the run
       *> posted to (the GL extract's A-records) goes back to its
       *> BM-PRIOR-BALANCE, year-to-date interest the run added goes
       *> back to the record's before-image, the run's TRX-IDs come
       *> out of posted.ids so the corrected resend is not bounced,
       *> its reversal-history and structuring-history entries come
       *> out, the holding files - warehouse, suspense ledger, reject
       *> tracking and what was staged for the night - are copied
       *> back from the before-images TRANSACTION-EDIT took, and
       *> runctl.dat steps back so the rerun takes the same run
       *> number. The balance master only holds one prior position,
       *> so only the last run can be backed out; anything else is
       *> refused before a single file is touched. The back-out goes
       *> on the run history and the chain-control file, where
       *> NIGHT-VERIFIER picks it up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> The run to back out, one line
           SELECT OPTIONAL BACKOUT-PARM-FILE ASSIGN TO "backparms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-PARM-STATUS.
       *> Last assigned run number - must be the run backed out, and
       *> is stepped back one when the back-out is done
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       *> The night's chain-control lines - the edit and summary must
       *> both have worked the run; this job appends its own line
           SELECT OPTIONAL NIGHT-CONTROL-FILE ASSIGN TO "nightctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTCTL-STATUS.
       *> The run's GL extract - one A-record per account it posted to
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "glextract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
       *> Balance master, keyed by CUSTOMER-ID plus ACCOUNT-ID
           SELECT OPTIONAL BALANCE-MASTER ASSIGN TO "balance.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
       *> Year-to-date interest, keyed the same way
           SELECT OPTIONAL YTD-INTEREST-MASTER ASSIGN TO "ytdint.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YI-KEY
               FILE STATUS IS WS-YTD-STATUS.
       *> The posted-id history, and the TRX-IDs the run's edit added
       *> to it
           SELECT OPTIONAL POSTED-ID-FILE ASSIGN TO "posted.ids"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-ID-STATUS.
           SELECT OPTIONAL NEWID-FILE ASSIGN TO "newids.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWID-STATUS.
       *> Work file for rewriting the posted-id history
           SELECT ID-SORT-FILE ASSIGN TO "idsort.tmp".
       *> Reversal history and structuring-monitor history - both
       *> carry the run number on every entry
           SELECT OPTIONAL REVERSAL-HIST-FILE ASSIGN TO "revhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVHIST-STATUS.
           SELECT OPTIONAL STRUCT-HIST-FILE ASSIGN TO "strhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRHIST-STATUS.
       *> Scratch copy while a history file is rewritten
           SELECT WORK-FILE ASSIGN TO "backwork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
       *> A before-image and the holding file it restores, named at
       *> run time - one pair of selects serves every image
           SELECT IMAGE-IN-FILE ASSIGN TO WS-IMAGE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-IN-STATUS.
           SELECT IMAGE-OUT-FILE ASSIGN TO WS-IMAGE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-OUT-STATUS.
       *> The summary's checkpoint - emptied so the rerun starts cold
           SELECT OPTIONAL RESTART-FILE ASSIGN TO "restart.ckp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
       *> One line per run, appended forever
           SELECT RUN-HISTORY-FILE ASSIGN TO "runhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
       *> What the back-out did, or why it refused
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "backrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BACKOUT-PARM-FILE.
       01 BACKOUT-PARM-RECORD PIC X(80).

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

       *> Only the A-record's customer and account matter here
       FD GL-EXTRACT-FILE.
       01 GLX-RECORD.
           05 GLXA-REC-TYPE      PIC X.
           05 GLXA-SPACE1        PIC X.
           05 GLXA-CUSTOMER-ID   PIC X(8).
           05 GLXA-SPACE2        PIC X.
           05 GLXA-ACCOUNT-ID    PIC X(4).
           05 FILLER             PIC X(135).

       *> Balance master record - the position after the last summary
       *> run and the position before it
       FD BALANCE-MASTER.
       01 BALANCE-MASTER-RECORD.
           05 BM-KEY.
               10 BM-CUSTOMER-ID PIC X(8).
               10 BM-ACCOUNT-ID  PIC X(4).
           05 BM-BALANCE         PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 BM-PRIOR-BALANCE   PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.

       *> Year-to-date interest record, with the run that last
       *> updated it and the record as it stood before that run
       FD YTD-INTEREST-MASTER.
       01 YTD-INTEREST-RECORD.
           05 YI-KEY.
               10 YI-CUSTOMER-ID PIC X(8).
               10 YI-ACCOUNT-ID  PIC X(4).
           05 YI-TAX-YEAR        PIC 9(4).
           05 YI-YTD-PAID        PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 YI-YTD-CHARGED     PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 YI-CLOSED-YEAR     PIC 9(4).
           05 YI-CLOSED-PAID     PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 YI-CLOSED-CHARGED  PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 YI-LAST-RUN        PIC 9(6).
           05 YI-PRIOR-FOUND     PIC X.
           05 YI-PRIOR-TAX-YEAR  PIC 9(4).
           05 YI-PRIOR-PAID      PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 YI-PRIOR-CHARGED   PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 YI-PRIOR-CLOSED-YEAR PIC 9(4).
           05 YI-PRIOR-CLOSED-PAID PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 YI-PRIOR-CLOSED-CHARGED PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.

       *> A posted-id entry: TRX-ID, acceptance date, and the
       *> customer, account and amount it was accepted for
       FD POSTED-ID-FILE.
       01 POSTED-ID-RECORD   PIC X(51).

       *> The run's accepted TRX-IDs, in the same shape
       FD NEWID-FILE.
       01 NEWID-RECORD       PIC X(51).

       *> Sort record for the posted-id rewrite: the entry, then N
       *> for one of the run's own or P for the history's, so the
       *> run's copy of an entry sorts just ahead of the history's
       SD ID-SORT-FILE.
       01 IDS-RECORD.
           05 IDS-ENTRY          PIC X(51).
           05 IDS-ORIGIN         PIC X.

       *> One line per accepted reversal, as the edit writes them
       FD REVERSAL-HIST-FILE.
       01 REVERSAL-HIST-RECORD.
           05 REV-REVERSAL-ID    PIC X(13).
           05 REV-SPACE1         PIC X.
           05 REV-ORIGINAL-ID    PIC X(13).
           05 REV-SPACE2         PIC X.
           05 REV-CUSTOMER-ID    PIC X(8).
           05 REV-SPACE3         PIC X.
           05 REV-ACCOUNT-ID     PIC X(4).
           05 REV-SPACE4         PIC X.
           05 REV-AMOUNT         PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 REV-SPACE5         PIC X.
           05 REV-REVERSED-DATE  PIC X(10).
           05 REV-SPACE6         PIC X.
           05 REV-RUN-NUMBER     PIC 9(6).
           05 REV-SPACE7         PIC X.
           05 REV-ORIG-DATE      PIC X(10).
           05 REV-SPACE8         PIC X.
           05 REV-ORIG-AMOUNT    PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 REV-SPACE9         PIC X.
           05 REV-FOUND-IN       PIC X(10).

       *> One carried structuring item, as the monitor writes them
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

       FD WORK-FILE.
       01 WORK-RECORD        PIC X(150).

       *> Wide enough for the widest line any holding file carries
       FD IMAGE-IN-FILE.
       01 IMAGE-IN-RECORD    PIC X(300).

       FD IMAGE-OUT-FILE.
       01 IMAGE-OUT-RECORD   PIC X(300).

       FD RESTART-FILE.
       01 RESTART-RECORD     PIC X(150).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD PIC X(200).

       FD BACKOUT-REPORT-FILE.
       01 BACKOUT-REPORT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-BACKOUT-PARM-STATUS PIC XX VALUE "00".
       01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
       01 WS-NIGHTCTL-STATUS PIC XX VALUE "00".
       01 WS-GL-STATUS       PIC XX VALUE "00".
       01 WS-BALANCE-STATUS  PIC XX VALUE "00".
       01 WS-YTD-STATUS      PIC XX VALUE "00".
       01 WS-POSTED-ID-STATUS PIC XX VALUE "00".
       01 WS-NEWID-STATUS    PIC XX VALUE "00".
       01 WS-REVHIST-STATUS  PIC XX VALUE "00".
       01 WS-STRHIST-STATUS  PIC XX VALUE "00".
       01 WS-WORK-STATUS     PIC XX VALUE "00".
       01 WS-IMAGE-IN-STATUS PIC XX VALUE "00".
       01 WS-IMAGE-OUT-STATUS PIC XX VALUE "00".
       01 WS-RESTART-STATUS  PIC XX VALUE "00".
       01 WS-RUNHIST-STATUS  PIC XX VALUE "00".
       01 WS-BACKOUT-REPORT-STATUS PIC XX VALUE "00".
       01 WS-NIGHTCTL-EOF    PIC X VALUE "N".
       01 WS-GL-EOF          PIC X VALUE "N".
       01 WS-ID-EOF          PIC X VALUE "N".
       01 WS-HIST-EOF        PIC X VALUE "N".
       01 WS-IMAGE-EOF       PIC X VALUE "N".
       01 WS-BALANCE-OPEN    PIC X VALUE "N".
       01 WS-YTD-OPEN        PIC X VALUE "N".
       *> The run asked for, from backparms.txt line 1, and the last
       *> run runctl.dat holds - they must be the same run
       01 WS-BACKOUT-RUN     PIC 9(6) VALUE 0.
       01 WS-PARM-RUN        PIC X(6) VALUE SPACES.
       01 WS-PARM-SCRATCH    PIC X(6) VALUE SPACES.
       01 WS-LAST-RUN        PIC 9(6) VALUE 0.
       01 WS-PREVIOUS-RUN    PIC 9(6) VALUE 0.
       *> The run each of the night's first two jobs last stamped on
       *> the chain-control file
       01 WS-EDIT-RUN        PIC 9(6) VALUE 0.
       01 WS-SUMMARY-RUN     PIC 9(6) VALUE 0.
       01 WS-REFUSE-COUNT    PIC 9(3) VALUE 0.
       01 WS-REFUSE-TEXT     PIC X(100) VALUE SPACES.
       01 WS-BACKOUT-FLAG    PIC X(8) VALUE SPACES.
       *> The holding files TRANSACTION-EDIT images before the night
       *> starts, each paired with its image - the same list, in the
       *> same order, as the edit's
       01 WS-IMAGE-IN-NAME   PIC X(40) VALUE SPACES.
       01 WS-IMAGE-OUT-NAME  PIC X(40) VALUE SPACES.
       01 WS-IMAGE-IX        PIC 9(1) VALUE 0.
       01 WS-IMAGE-TABLE.
           05 FILLER           PIC X(20) VALUE "trxwhse.txt".
           05 FILLER           PIC X(20) VALUE "trxwhse.bfi".
           05 FILLER           PIC X(20) VALUE "susprel.txt".
           05 FILLER           PIC X(20) VALUE "susprel.bfi".
           05 FILLER           PIC X(20) VALUE "resubmit.txt".
           05 FILLER           PIC X(20) VALUE "resubmit.bfi".
           05 FILLER           PIC X(20) VALUE "odfee.txt".
           05 FILLER           PIC X(20) VALUE "odfee.bfi".
           05 FILLER           PIC X(20) VALUE "suspense.txt".
           05 FILLER           PIC X(20) VALUE "suspense.bfi".
           05 FILLER           PIC X(20) VALUE "rejtrack.txt".
           05 FILLER           PIC X(20) VALUE "rejtrack.bfi".
       01 WS-IMAGE-ENTRIES REDEFINES WS-IMAGE-TABLE.
           05 WS-IMAGE-ENTRY OCCURS 6 TIMES.
               10 WS-IMAGE-SOURCE  PIC X(20).
               10 WS-IMAGE-NAME    PIC X(20).
       *> The run's own copy of the posted-id entry last returned by
       *> the sort - the history's identical entry right behind it
       *> is the one to drop
       01 WS-DROP-ENTRY      PIC X(51) VALUE SPACES.
       *> Control totals for the report, run history and chain line
       01 WS-ACCOUNT-COUNT   PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-MISSING PIC 9(7) VALUE 0.
       01 WS-YTD-RESTORED    PIC 9(7) VALUE 0.
       01 WS-YTD-REMOVED     PIC 9(7) VALUE 0.
       01 WS-ID-REMOVED      PIC 9(7) VALUE 0.
       01 WS-REV-REMOVED     PIC 9(7) VALUE 0.
       01 WS-STR-REMOVED     PIC 9(7) VALUE 0.
       01 WS-FILE-COUNT      PIC 9(7) VALUE 0.
       01 WS-COPY-COUNT      PIC 9(7) VALUE 0.
       01 WS-EDIT-BALANCE    PIC -(11)9.99.
       01 WS-EDIT-PRIOR      PIC -(11)9.99.
       01 WS-BACKOUT-STAMP   PIC X(19) VALUE SPACES.
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
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(13:2) DELIMITED BY SIZE
               INTO WS-BACKOUT-STAMP
           END-STRING
           PERFORM READ-BACKOUT-PARMS
           PERFORM GET-RUN-NUMBER
           OPEN OUTPUT BACKOUT-REPORT-FILE
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "Night Back-Out | Run Date: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " | Run: " DELIMITED BY SIZE
               WS-BACKOUT-RUN DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD

       *> Everything is proved before anything is changed - a refused
       *> back-out leaves every file exactly as it found it
           PERFORM CHECK-BACKOUT-RUN
           IF WS-REFUSE-COUNT = 0
               PERFORM RESTORE-ACCOUNTS
               PERFORM REMOVE-POSTED-IDS
               PERFORM REMOVE-REVERSAL-HISTORY
               PERFORM REMOVE-MONITOR-HISTORY
               PERFORM RESTORE-HOLDING-FILES
               PERFORM CLEAR-CHECKPOINT
               PERFORM STEP-BACK-RUN-CONTROL
               MOVE "BACKOUT" TO WS-BACKOUT-FLAG
               PERFORM WRITE-RUN-HISTORY
           ELSE
               MOVE "REFUSED" TO WS-BACKOUT-FLAG
           END-IF
           IF WS-BALANCE-OPEN = "Y"
               CLOSE BALANCE-MASTER
           END-IF
           IF WS-YTD-OPEN = "Y"
               CLOSE YTD-INTEREST-MASTER
           END-IF
           PERFORM WRITE-NIGHT-CONTROL

           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "Back-Out Totals | Accounts Restored: " DELIMITED BY SIZE
               WS-ACCOUNT-COUNT DELIMITED BY SIZE
               " | Not On Master: " DELIMITED BY SIZE
               WS-ACCOUNT-MISSING DELIMITED BY SIZE
               " | YTD Restored: " DELIMITED BY SIZE
               WS-YTD-RESTORED DELIMITED BY SIZE
               " | YTD Removed: " DELIMITED BY SIZE
               WS-YTD-REMOVED DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "Back-Out History | Posted IDs Removed: "
                   DELIMITED BY SIZE
               WS-ID-REMOVED DELIMITED BY SIZE
               " | Reversals Removed: " DELIMITED BY SIZE
               WS-REV-REMOVED DELIMITED BY SIZE
               " | Monitor Items Removed: " DELIMITED BY SIZE
               WS-STR-REMOVED DELIMITED BY SIZE
               " | Files Restored: " DELIMITED BY SIZE
               WS-FILE-COUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-BACKOUT-FLAG DELIMITED BY SPACE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD
           CLOSE BACKOUT-REPORT-FILE
           DISPLAY "Back-out complete. Run " WS-BACKOUT-RUN
               " " WS-BACKOUT-FLAG
               " Accounts: " WS-ACCOUNT-COUNT
               " Posted IDs removed: " WS-ID-REMOVED
               " Files restored: " WS-FILE-COUNT
           IF WS-REFUSE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BACKOUT-PARMS.
       *> Digits only; anything else leaves the run at zero, which is
       *> refused rather than guessed at
           OPEN INPUT BACKOUT-PARM-FILE
           IF WS-BACKOUT-PARM-STATUS = "00"
               READ BACKOUT-PARM-FILE
                   AT END MOVE SPACES TO BACKOUT-PARM-RECORD
               END-READ
               MOVE BACKOUT-PARM-RECORD(1:6) TO WS-PARM-RUN
               MOVE WS-PARM-RUN TO WS-PARM-SCRATCH
               INSPECT WS-PARM-SCRATCH
                   CONVERTING "0123456789" TO "          "
               IF WS-PARM-SCRATCH = SPACES
                  AND WS-PARM-RUN NOT = SPACES
                   COMPUTE WS-BACKOUT-RUN =
                       FUNCTION NUMVAL(WS-PARM-RUN)
               END-IF
           END-IF
           CLOSE BACKOUT-PARM-FILE.

       GET-RUN-NUMBER.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END MOVE 0 TO RCT-LAST-RUN
               END-READ
               MOVE RCT-LAST-RUN TO WS-LAST-RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.

       CHECK-BACKOUT-RUN.
           IF WS-BACKOUT-RUN = 0
               MOVE "no run number on backparms.txt"
                   TO WS-REFUSE-TEXT
               PERFORM REFUSE-BACKOUT
           ELSE
               IF WS-BACKOUT-RUN NOT = WS-LAST-RUN
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING
                       "run is not the last run (" DELIMITED BY SIZE
                       WS-LAST-RUN DELIMITED BY SIZE
                       ") - only the last night's prior balances "
                           DELIMITED BY SIZE
                       "are held" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   PERFORM REFUSE-BACKOUT
               END-IF
           END-IF
           PERFORM FIND-NIGHT-RUNS
           IF WS-EDIT-RUN NOT = WS-BACKOUT-RUN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING
                   "nightctl.txt edit line is run " DELIMITED BY SIZE
                   WS-EDIT-RUN DELIMITED BY SIZE
                   " - the before-images are not this run's"
                       DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               END-STRING
               PERFORM REFUSE-BACKOUT
           END-IF
           IF WS-SUMMARY-RUN NOT = WS-BACKOUT-RUN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING
                   "nightctl.txt summary line is run "
                       DELIMITED BY SIZE
                   WS-SUMMARY-RUN DELIMITED BY SIZE
                   " - the GL extract is not this run's"
                       DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               END-STRING
               PERFORM REFUSE-BACKOUT
           END-IF
           MOVE 1 TO WS-IMAGE-IX
           PERFORM UNTIL WS-IMAGE-IX > 6
               MOVE WS-IMAGE-NAME(WS-IMAGE-IX) TO WS-IMAGE-IN-NAME
               OPEN INPUT IMAGE-IN-FILE
               IF WS-IMAGE-IN-STATUS = "00"
                   CLOSE IMAGE-IN-FILE
               ELSE
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING
                       "before-image " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IMAGE-IN-NAME)
                           DELIMITED BY SIZE
                       " missing" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   PERFORM REFUSE-BACKOUT
               END-IF
               ADD 1 TO WS-IMAGE-IX
           END-PERFORM
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-STATUS = "00"
               CLOSE GL-EXTRACT-FILE
           ELSE
               MOVE "glextract.txt missing - no account list"
                   TO WS-REFUSE-TEXT
               PERFORM REFUSE-BACKOUT
           END-IF
           OPEN INPUT NEWID-FILE
           IF WS-NEWID-STATUS = "00"
               CLOSE NEWID-FILE
           ELSE
               MOVE "newids.tmp missing - the run's TRX-IDs are unknown"
                   TO WS-REFUSE-TEXT
               PERFORM REFUSE-BACKOUT
           END-IF
           IF WS-REFUSE-COUNT = 0
               OPEN I-O BALANCE-MASTER
               IF WS-BALANCE-STATUS = "00"
                   MOVE "Y" TO WS-BALANCE-OPEN
               ELSE
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING
                       "balance.master open failed, status "
                           DELIMITED BY SIZE
                       WS-BALANCE-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   PERFORM REFUSE-BACKOUT
               END-IF
           END-IF
           IF WS-REFUSE-COUNT = 0
               OPEN I-O YTD-INTEREST-MASTER
               IF WS-YTD-STATUS = "00" OR WS-YTD-STATUS = "05"
                   MOVE "Y" TO WS-YTD-OPEN
               ELSE
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING
                       "ytdint.master open failed, status "
                           DELIMITED BY SIZE
                       WS-YTD-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   PERFORM REFUSE-BACKOUT
               END-IF
           END-IF.

       REFUSE-BACKOUT.
           ADD 1 TO WS-REFUSE-COUNT
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "REFUSED  | " DELIMITED BY SIZE
               WS-REFUSE-TEXT DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD.

       FIND-NIGHT-RUNS.
       *> The last line each job wrote, as the verifier reads them - a
       *> resumed summary's line follows its aborted one
           OPEN INPUT NIGHT-CONTROL-FILE
           IF WS-NIGHTCTL-STATUS = "00"
               PERFORM UNTIL WS-NIGHTCTL-EOF = "Y"
                   READ NIGHT-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-NIGHTCTL-EOF
                       NOT AT END
                           IF NCT-PROGRAM = "TRANSACTION-EDIT"
                               MOVE NCT-RUN-NUMBER TO WS-EDIT-RUN
                           END-IF
                           IF NCT-PROGRAM = "TRANSACTION-SUMMARY"
                               MOVE NCT-RUN-NUMBER TO WS-SUMMARY-RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE NIGHT-CONTROL-FILE.

       RESTORE-ACCOUNTS.
       *> Every account the run posted to has an A-record on the
       *> extract - a resumed run's extract carries both halves
           OPEN INPUT GL-EXTRACT-FILE
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF GLXA-REC-TYPE = "A"
                           PERFORM RESTORE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-FILE.

       RESTORE-ONE-ACCOUNT.
       *> The run left its opening position in BM-PRIOR-BALANCE - put
       *> it back as the balance. An account the run opened goes back
       *> to zero, which is where it started.
           MOVE GLXA-CUSTOMER-ID TO BM-CUSTOMER-ID
           MOVE GLXA-ACCOUNT-ID TO BM-ACCOUNT-ID
           READ BALANCE-MASTER
               INVALID KEY
                   ADD 1 TO WS-ACCOUNT-MISSING
                   MOVE SPACES TO BACKOUT-REPORT-RECORD
                   STRING
                       "MISSING  | ACCOUNT  | " DELIMITED BY SIZE
                       GLXA-CUSTOMER-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GLXA-ACCOUNT-ID DELIMITED BY SIZE
                       " | not on balance.master - nothing to restore"
                           DELIMITED BY SIZE
                       INTO BACKOUT-REPORT-RECORD
                   END-STRING
                   WRITE BACKOUT-REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE BM-BALANCE TO WS-EDIT-BALANCE
                   MOVE BM-PRIOR-BALANCE TO WS-EDIT-PRIOR
                   MOVE BM-PRIOR-BALANCE TO BM-BALANCE
                   REWRITE BALANCE-MASTER-RECORD
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE SPACES TO BACKOUT-REPORT-RECORD
                   STRING
                       "RESTORED | ACCOUNT  | " DELIMITED BY SIZE
                       BM-CUSTOMER-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BM-ACCOUNT-ID DELIMITED BY SIZE
                       " | Balance: " DELIMITED BY SIZE
                       WS-EDIT-BALANCE DELIMITED BY SIZE
                       " | Restored To: " DELIMITED BY SIZE
                       WS-EDIT-PRIOR DELIMITED BY SIZE
                       INTO BACKOUT-REPORT-RECORD
                   END-STRING
                   WRITE BACKOUT-REPORT-RECORD
           END-READ
           IF WS-YTD-OPEN = "Y"
               PERFORM RESTORE-ONE-YTD
           END-IF.

       RESTORE-ONE-YTD.
       *> Only a record this run last updated carries this run's
       *> before-image. One the run created goes away again; the rest
       *> go back to the image, with the last run left at zero since
       *> the image doesn't say which run wrote it.
           MOVE GLXA-CUSTOMER-ID TO YI-CUSTOMER-ID
           MOVE GLXA-ACCOUNT-ID TO YI-ACCOUNT-ID
           READ YTD-INTEREST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YI-LAST-RUN = WS-BACKOUT-RUN
                       IF YI-PRIOR-FOUND = "N"
                           DELETE YTD-INTEREST-MASTER
                           ADD 1 TO WS-YTD-REMOVED
                           MOVE SPACES TO BACKOUT-REPORT-RECORD
                           STRING
                               "REMOVED  | YTD      | "
                                   DELIMITED BY SIZE
                               YI-CUSTOMER-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               YI-ACCOUNT-ID DELIMITED BY SIZE
                               " | created by this run"
                                   DELIMITED BY SIZE
                               INTO BACKOUT-REPORT-RECORD
                           END-STRING
                           WRITE BACKOUT-REPORT-RECORD
                       ELSE
                           MOVE YI-PRIOR-TAX-YEAR TO YI-TAX-YEAR
                           MOVE YI-PRIOR-PAID TO YI-YTD-PAID
                           MOVE YI-PRIOR-CHARGED TO YI-YTD-CHARGED
                           MOVE YI-PRIOR-CLOSED-YEAR TO YI-CLOSED-YEAR
                           MOVE YI-PRIOR-CLOSED-PAID TO YI-CLOSED-PAID
                           MOVE YI-PRIOR-CLOSED-CHARGED
                               TO YI-CLOSED-CHARGED
                           MOVE 0 TO YI-LAST-RUN
                           REWRITE YTD-INTEREST-RECORD
                           ADD 1 TO WS-YTD-RESTORED
                           MOVE SPACES TO BACKOUT-REPORT-RECORD
                           STRING
                               "RESTORED | YTD      | "
                                   DELIMITED BY SIZE
                               YI-CUSTOMER-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               YI-ACCOUNT-ID DELIMITED BY SIZE
                               " | Tax Year: " DELIMITED BY SIZE
                               YI-TAX-YEAR DELIMITED BY SIZE
                               INTO BACKOUT-REPORT-RECORD
                           END-STRING
                           WRITE BACKOUT-REPORT-RECORD
                       END-IF
                   END-IF
           END-READ.

       REMOVE-POSTED-IDS.
       *> newids.tmp holds exactly the entries the run's edit merged
       *> in - new acceptances and the re-dated releases alike. Sorted
       *> together with the history, each of the run's entries lands
       *> just ahead of its copy in the history, which is dropped;
       *> an older entry for the same TRX-ID carries an older date
       *> and stays.
           SORT ID-SORT-FILE
               ON ASCENDING KEY IDS-ENTRY IDS-ORIGIN
               INPUT PROCEDURE IS FEED-ID-SORT
               OUTPUT PROCEDURE IS KEEP-OTHER-RUNS-IDS
           IF SORT-RETURN NOT = 0
               DISPLAY "ERROR: posted-id rewrite failed, return code "
                   SORT-RETURN " - aborting"
               CLOSE BACKOUT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "REMOVED  | posted.ids | " DELIMITED BY SIZE
               WS-ID-REMOVED DELIMITED BY SIZE
               " entries this run added" DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD.

       FEED-ID-SORT.
           MOVE "N" TO WS-ID-EOF
           OPEN INPUT POSTED-ID-FILE
           PERFORM UNTIL WS-ID-EOF = "Y"
               READ POSTED-ID-FILE
                   AT END
                       MOVE "Y" TO WS-ID-EOF
                   NOT AT END
                       MOVE POSTED-ID-RECORD TO IDS-ENTRY
                       MOVE "P" TO IDS-ORIGIN
                       RELEASE IDS-RECORD
               END-READ
           END-PERFORM
           CLOSE POSTED-ID-FILE
           MOVE "N" TO WS-ID-EOF
           OPEN INPUT NEWID-FILE
           PERFORM UNTIL WS-ID-EOF = "Y"
               READ NEWID-FILE
                   AT END
                       MOVE "Y" TO WS-ID-EOF
                   NOT AT END
                       MOVE NEWID-RECORD TO IDS-ENTRY
                       MOVE "N" TO IDS-ORIGIN
                       RELEASE IDS-RECORD
               END-READ
           END-PERFORM
           CLOSE NEWID-FILE.

       KEEP-OTHER-RUNS-IDS.
           OPEN OUTPUT POSTED-ID-FILE
           MOVE "N" TO WS-ID-EOF
           PERFORM UNTIL WS-ID-EOF = "Y"
               RETURN ID-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-ID-EOF
                   NOT AT END
                       IF IDS-ORIGIN = "N"
                           MOVE IDS-ENTRY TO WS-DROP-ENTRY
                       ELSE
                           IF IDS-ENTRY = WS-DROP-ENTRY
                               ADD 1 TO WS-ID-REMOVED
                           ELSE
                               MOVE IDS-ENTRY TO POSTED-ID-RECORD
                               WRITE POSTED-ID-RECORD
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           CLOSE POSTED-ID-FILE.

       REMOVE-REVERSAL-HISTORY.
       *> The run's reversals come out, so the rerun can accept them
       *> again without seeing them as already undone
           OPEN INPUT REVERSAL-HIST-FILE
           IF WS-REVHIST-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               MOVE "N" TO WS-HIST-EOF
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ REVERSAL-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF REV-RUN-NUMBER = WS-BACKOUT-RUN
                               ADD 1 TO WS-REV-REMOVED
                           ELSE
                               MOVE REVERSAL-HIST-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-HIST-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT REVERSAL-HIST-FILE
               MOVE "N" TO WS-HIST-EOF
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           MOVE WORK-RECORD TO REVERSAL-HIST-RECORD
                           WRITE REVERSAL-HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE REVERSAL-HIST-FILE
           ELSE
               CLOSE REVERSAL-HIST-FILE
           END-IF
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "REMOVED  | revhist.txt | " DELIMITED BY SIZE
               WS-REV-REMOVED DELIMITED BY SIZE
               " reversals from this run" DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD.

       REMOVE-MONITOR-HISTORY.
       *> The run's below-threshold items come out of the carried
       *> structuring history; the rerun puts them back
           OPEN INPUT STRUCT-HIST-FILE
           IF WS-STRHIST-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               MOVE "N" TO WS-HIST-EOF
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ STRUCT-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF SH-RUN-NUMBER = WS-BACKOUT-RUN
                               ADD 1 TO WS-STR-REMOVED
                           ELSE
                               MOVE STRUCT-HIST-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STRUCT-HIST-FILE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT STRUCT-HIST-FILE
               MOVE "N" TO WS-HIST-EOF
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           MOVE WORK-RECORD TO STRUCT-HIST-RECORD
                           WRITE STRUCT-HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE STRUCT-HIST-FILE
           ELSE
               CLOSE STRUCT-HIST-FILE
           END-IF
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "REMOVED  | strhist.txt | " DELIMITED BY SIZE
               WS-STR-REMOVED DELIMITED BY SIZE
               " monitor items from this run" DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD.

       RESTORE-HOLDING-FILES.
           MOVE 1 TO WS-IMAGE-IX
           PERFORM UNTIL WS-IMAGE-IX > 6
               PERFORM RESTORE-ONE-FILE
               ADD 1 TO WS-IMAGE-IX
           END-PERFORM.

       RESTORE-ONE-FILE.
           MOVE WS-IMAGE-NAME(WS-IMAGE-IX) TO WS-IMAGE-IN-NAME
           MOVE WS-IMAGE-SOURCE(WS-IMAGE-IX) TO WS-IMAGE-OUT-NAME
           MOVE "N" TO WS-IMAGE-EOF
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT IMAGE-IN-FILE
           OPEN OUTPUT IMAGE-OUT-FILE
           PERFORM UNTIL WS-IMAGE-EOF = "Y"
               READ IMAGE-IN-FILE
                   AT END
                       MOVE "Y" TO WS-IMAGE-EOF
                   NOT AT END
                       MOVE IMAGE-IN-RECORD TO IMAGE-OUT-RECORD
                       WRITE IMAGE-OUT-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE IMAGE-IN-FILE IMAGE-OUT-FILE
           ADD 1 TO WS-FILE-COUNT
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "RESTORED | " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IMAGE-OUT-NAME) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IMAGE-IN-NAME) DELIMITED BY SIZE
               " | Records: " DELIMITED BY SIZE
               WS-COPY-COUNT DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD.

       CLEAR-CHECKPOINT.
       *> A checkpoint left by an aborted run would make the rerun
       *> resume over postings that have just been taken back out
           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE.

       STEP-BACK-RUN-CONTROL.
       *> The rerun takes the backed-out run's number again, so every
       *> job in the rerun chain stamps the same run
           COMPUTE WS-PREVIOUS-RUN = WS-BACKOUT-RUN - 1
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-PREVIOUS-RUN TO RCT-LAST-RUN
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING
               "RESET    | runctl.dat | last run " DELIMITED BY SIZE
               WS-PREVIOUS-RUN DELIMITED BY SIZE
               " - the rerun takes run " DELIMITED BY SIZE
               WS-BACKOUT-RUN DELIMITED BY SIZE
               " again" DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD.

       WRITE-RUN-HISTORY.
       *> The history keeps the backed-out run's own line and gets
       *> this one after it, so the rerun's line reads as a rerun -
       *> and the verifier looks here for it
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-RECORD
           STRING
               "Run " DELIMITED BY SIZE
               WS-BACKOUT-RUN DELIMITED BY SIZE
               " | BACKED OUT | " DELIMITED BY SIZE
               WS-BACKOUT-STAMP DELIMITED BY SIZE
               " | Accounts Restored: " DELIMITED BY SIZE
               WS-ACCOUNT-COUNT DELIMITED BY SIZE
               " | Posted IDs Removed: " DELIMITED BY SIZE
               WS-ID-REMOVED DELIMITED BY SIZE
               " | Files Restored: " DELIMITED BY SIZE
               WS-FILE-COUNT DELIMITED BY SIZE
               INTO RUN-HISTORY-RECORD
           END-STRING
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

       WRITE-NIGHT-CONTROL.
       *> EXTEND on the missing OPTIONAL file succeeds with status
       *> "05" and creates it - no fallback open needed
           OPEN EXTEND NIGHT-CONTROL-FILE
           MOVE SPACES TO NIGHT-CONTROL-RECORD
           MOVE "NIGHT-BACKOUT" TO NCT-PROGRAM
           MOVE WS-BACKOUT-RUN TO NCT-RUN-NUMBER
           MOVE WS-ACCOUNT-COUNT TO NCT-COUNT1
           MOVE WS-ID-REMOVED TO NCT-COUNT2
           MOVE WS-FILE-COUNT TO NCT-COUNT3
           MOVE WS-BACKOUT-FLAG TO NCT-FLAG
           WRITE NIGHT-CONTROL-RECORD
           CLOSE NIGHT-CONTROL-FILE.
