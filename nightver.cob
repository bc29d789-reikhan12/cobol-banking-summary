       *> every line from the same run number, the edit's clean-feed
       *> count equal to the summary's Records Read, summary lines
       *> equal to statements written, the summary and extract balance
       *> flags clean, the reconciliation tied, every transfer leg
       *> cleared against its other half, and the GL journal fully
       *> mapped, balanced and tied to the extract. Any discrepancy
       *> fails the night with a non-zero return code and a report
       *> naming exactly what didn't tie. A night NIGHT-BACKOUT has
       *> taken back out fails until it is rerun, and a rerun night
       *> says so on the report, from the back-out's run-history line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "glextract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
       *> The run history, for a back-out of this run number
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "runhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "nightver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
       FD GL-EXTRACT-FILE.
       01 GLX-RECORD         PIC X(150).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD PIC X(200).

       FD VERIFY-REPORT-FILE.
       01 VERIFY-RECORD      PIC X(150).

       01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
       01 WS-GL-STATUS       PIC XX VALUE "00".
       01 WS-VERIFY-STATUS   PIC XX VALUE "00".
       01 WS-RUNHIST-STATUS  PIC XX VALUE "00".
       01 WS-NIGHTCTL-EOF    PIC X VALUE "N".
       01 WS-GL-EOF          PIC X VALUE "N".
       01 WS-RUNHIST-EOF     PIC X VALUE "N".
       01 WS-RUN-NUMBER      PIC 9(6) VALUE 0.
       *> The night's control lines held in storage for the tie-outs.
       *> 20 is far beyond the chain's program count; the load aborts
       01 WS-T-RUN           PIC 9(6) VALUE 0.
       01 WS-T-FLAG-POS      PIC 9(3) VALUE 0.
       01 WS-T-TAIL          PIC X(15) VALUE SPACES.
       *> How a back-out of this run starts its run-history line
       01 WS-BACKOUT-KEY     PIC X(23) VALUE SPACES.
       01 WS-BACKOUT-SEEN    PIC X VALUE "N".
       01 WS-DISCREPANCY-COUNT PIC 9(3) VALUE 0.
       01 WS-CURRENT-DATE-RAW PIC X(21).
       01 WS-RUN-DATE         PIC X(10).
           PERFORM CHECK-EDIT-TO-SUMMARY
           PERFORM CHECK-SUMMARY-TO-STATEMENTS
           PERFORM CHECK-RECONCILIATION
           PERFORM CHECK-TRANSFER-CLEARING
           PERFORM CHECK-GL-JOURNAL
           PERFORM CHECK-GL-TRAILER
           PERFORM CHECK-BACKOUT

           MOVE SPACES TO VERIFY-RECORD
           IF WS-DISCREPANCY-COUNT = 0
               END-IF
           END-IF.

       CHECK-TRANSFER-CLEARING.
       *> A one-sided or disagreeing transfer has moved the bank's
       *> total with nothing on the other side - xferclr.txt lists
       *> the legs
           MOVE "TRANSFER-MATCH" TO WS-WANTED-PROGRAM
           PERFORM FIND-CONTROL-LINE
           IF WS-FOUND-IX = 0
               PERFORM REPORT-MISSING-PROGRAM
           ELSE
               IF WS-NL-FLAG(WS-FOUND-IX) NOT = "CLEARED"
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE SPACES TO VERIFY-RECORD
                   STRING
                       "DISCREPANCY | transfer clearing flagged "
                           DELIMITED BY SIZE
                       WS-NL-FLAG(WS-FOUND-IX) DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       WS-NL-COUNT3(WS-FOUND-IX) DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       WS-NL-COUNT1(WS-FOUND-IX) DELIMITED BY SIZE
                       " legs not cleared" DELIMITED BY SIZE
                       INTO VERIFY-RECORD
                   END-STRING
                   WRITE VERIFY-RECORD
               END-IF
           END-IF.

       CHECK-GL-JOURNAL.
       *> The journal is what the GL books from - unmapped activity,
       *> debits off credits or postings off the extract hold the
       *> load; gljrnrpt.txt lists the unmapped postings
           MOVE "GL-JOURNAL" TO WS-WANTED-PROGRAM
           PERFORM FIND-CONTROL-LINE
           IF WS-FOUND-IX = 0
               PERFORM REPORT-MISSING-PROGRAM
           ELSE
               IF WS-NL-FLAG(WS-FOUND-IX) NOT = "BALANCED"
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE SPACES TO VERIFY-RECORD
                   STRING
                       "DISCREPANCY | GL journal flagged "
                           DELIMITED BY SIZE
                       WS-NL-FLAG(WS-FOUND-IX) DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       WS-NL-COUNT3(WS-FOUND-IX) DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       WS-NL-COUNT1(WS-FOUND-IX) DELIMITED BY SIZE
                       " postings unmapped" DELIMITED BY SIZE
                       INTO VERIFY-RECORD
                   END-STRING
                   WRITE VERIFY-RECORD
               END-IF
           END-IF.

       REPORT-MISSING-PROGRAM.
           ADD 1 TO WS-DISCREPANCY-COUNT
           MOVE SPACES TO VERIFY-RECORD
               MOVE GLX-RECORD(WS-T-FLAG-POS - 14:8) TO WS-T-FLAG
               MOVE FUNCTION TRIM(WS-T-FLAG) TO WS-T-FLAG
           END-IF.

       CHECK-BACKOUT.
       *> A completed back-out on tonight's chain means the night was
       *> taken back out after it ran and has not been rerun - the
       *> rerun's edit starts the chain file afresh and drops the
       *> line. A refused back-out changed nothing and passes.
           MOVE 0 TO WS-FOUND-IX
           MOVE 1 TO WS-LINE-IX
           PERFORM UNTIL WS-LINE-IX > WS-LINE-COUNT
               IF WS-NL-PROGRAM(WS-LINE-IX) = "NIGHT-BACKOUT"
                  AND WS-NL-FLAG(WS-LINE-IX) = "BACKOUT"
                   MOVE WS-LINE-IX TO WS-FOUND-IX
               END-IF
               ADD 1 TO WS-LINE-IX
           END-PERFORM
           IF WS-FOUND-IX > 0
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO VERIFY-RECORD
               STRING
                   "DISCREPANCY | run " DELIMITED BY SIZE
                   WS-NL-RUN(WS-FOUND-IX) DELIMITED BY SIZE
                   " backed out by NIGHT-BACKOUT - rerun the night "
                       DELIMITED BY SIZE
                   "before the GL load" DELIMITED BY SIZE
                   INTO VERIFY-RECORD
               END-STRING
               WRITE VERIFY-RECORD
           END-IF
       *> A rerun night is not a discrepancy, but the morning should
       *> know the figures are the second pass at this run number
           MOVE SPACES TO WS-BACKOUT-KEY
           STRING
               "Run " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               " | BACKED OUT" DELIMITED BY SIZE
               INTO WS-BACKOUT-KEY
           END-STRING
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = "00"
               PERFORM UNTIL WS-RUNHIST-EOF = "Y"
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-RUNHIST-EOF
                       NOT AT END
                           IF RUN-HISTORY-RECORD(1:23) = WS-BACKOUT-KEY
                               MOVE "Y" TO WS-BACKOUT-SEEN
                               MOVE SPACES TO VERIFY-RECORD
                               STRING
                                   "Backout | " DELIMITED BY SIZE
                                   RUN-HISTORY-RECORD
                                       DELIMITED BY "  "
                                   INTO VERIFY-RECORD
                               END-STRING
                               WRITE VERIFY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-BACKOUT-SEEN = "Y" AND WS-FOUND-IX = 0
               MOVE SPACES TO VERIFY-RECORD
               STRING
                   "Backout | this night is the rerun of run "
                       DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   " after its back-out" DELIMITED BY SIZE
                   INTO VERIFY-RECORD
               END-STRING
               WRITE VERIFY-RECORD
           END-IF.
