       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-MATCH.

       *> Transfer clearing, run after the summary job and before the
       *> end-of-night verifier. A transfer is two postings - money
       *> out of one account, the same money into another - and the
       *> summary books each leg on its own, so a feed that sends
       *> only one half quietly moves the bank's total. This pass
       *> pairs every TRANSFER leg the summary posted tonight with its
       *> other half: same reference, opposite sign, equal amount,
       *> and each leg naming the other's customer and account as its
       *> counterparty. A leg whose other half never arrived is
       *> UNMATCHED; a pair that shares a reference but disagrees on
       *> amount or counterparty is MISMATCHED. Both go on the
       *> clearing exception list, and the leg total is tied to the
       *> Bank Total transfer figure on the GL extract's B-record -
       *> with every leg paired, that figure nets to zero.
       *> Suspense releases are the one exception: a transfer leg
       *> that first posted into suspense was paired the night it
       *> arrived, so when the clearing pass later releases it to its
       *> customer it is carried as a RELEASE, counted in the tie but
       *> never matched again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Every transfer leg the summary posted this run
           SELECT XFER-LEG-FILE ASSIGN TO "xferlegs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERLEG-STATUS.
       *> The run's GL extract - only the B-record matters here
           SELECT GL-EXTRACT-FILE ASSIGN TO "glextract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT CLEARING-REPORT-FILE ASSIGN TO "xferclr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.
       *> Run number assigned by the summary job this chain ran under
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       *> Night-chain control file started by the edit job - this job
       *> appends its clearing line for the end-of-night verifier
           SELECT OPTIONAL NIGHT-CONTROL-FILE ASSIGN TO "nightctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> A posted transfer leg: the transaction exactly as it
       *> posted, link area included, and where it went - CUSTOMER
       *> or SUSPENSE
       FD XFER-LEG-FILE.
       01 XFER-LEG-RECORD.
           05 XFL-TRX-ID        PIC X(13).
           05 XFL-SPACE1        PIC X.
           05 XFL-CUSTOMER-ID   PIC X(8).
           05 XFL-SPACE2        PIC X.
           05 XFL-ACCOUNT-ID    PIC X(4).
           05 XFL-SPACE3        PIC X.
           05 XFL-TRX-TYPE      PIC X(10).
           05 XFL-SPACE4        PIC X.
           05 XFL-AMOUNT        PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           05 XFL-SPACE5        PIC X.
           05 XFL-TIMESTAMP     PIC X(19).
           05 XFL-SPACE6        PIC X.
           05 XFL-SOURCE        PIC X(3).
           05 XFL-SPACE7        PIC X.
           05 XFL-LINK-CUSTOMER PIC X(8).
           05 XFL-SPACE8        PIC X.
           05 XFL-LINK-ACCOUNT  PIC X(4).
           05 XFL-SPACE9        PIC X.
           05 XFL-REFERENCE     PIC X(13).
           05 XFL-SPACE10       PIC X.
           05 XFL-POSTED-TO     PIC X(8).

       *> GL extract bank-total record - the B layout matches what the
       *> summary job writes; the C, A, S and T records share the
       *> buffer and are told apart by the type byte
       FD GL-EXTRACT-FILE.
       01 GLX-BANK-REC.
           05 GLXB-REC-TYPE          PIC X.
           05 GLXB-SPACE1            PIC X.
           05 GLXB-DEPOSIT           PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXB-SPACE2            PIC X.
           05 GLXB-WITHDRAW          PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXB-SPACE3            PIC X.
           05 GLXB-TRANSFER          PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXB-SPACE4            PIC X.
           05 GLXB-FEE               PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXB-SPACE5            PIC X.
           05 GLXB-INTEREST          PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXB-SPACE6            PIC X.
           05 GLXB-REVERSAL          PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXB-SPACE7            PIC X.
           05 GLXB-GRAND-COUNT       PIC 9(7).

       FD CLEARING-REPORT-FILE.
       01 CLEARING-RECORD    PIC X(250).

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
       01 WS-XFERLEG-STATUS  PIC XX VALUE "00".
       01 WS-GL-STATUS       PIC XX VALUE "00".
       01 WS-CLEARING-STATUS PIC XX VALUE "00".
       01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
       01 WS-NIGHTCTL-STATUS PIC XX VALUE "00".
       01 WS-RUN-NUMBER      PIC 9(6) VALUE 0.
       01 WS-XFERLEG-EOF     PIC X VALUE "N".
       01 WS-GL-EOF          PIC X VALUE "N".
       *> The night's legs held in storage for the pairing pass. A
       *> resumed summary writes the legs between its last checkpoint
       *> and the abend twice, so only the first copy of a TRX-ID is
       *> kept. 5000 legs is far beyond a night's transfers; the load
       *> aborts loudly rather than dropping a leg if it ever fills.
       01 WS-LEG-COUNT       PIC 9(4) VALUE 0.
       01 WS-LEG-LIMIT       PIC 9(4) VALUE 5000.
       01 WS-LEG-IX          PIC 9(4) VALUE 0.
       01 WS-LEG-JX          PIC 9(4) VALUE 0.
       01 WS-PARTNER-IX      PIC 9(4) VALUE 0.
       01 WS-DUP-FOUND       PIC X VALUE "N".
       01 WS-LEG-TABLE.
           05 WS-LEG-ENTRY OCCURS 5000 TIMES.
               10 WS-LG-TRX-ID      PIC X(13).
               10 WS-LG-CUSTOMER    PIC X(8).
               10 WS-LG-ACCOUNT     PIC X(4).
               10 WS-LG-AMOUNT      PIC S9(9)V99.
               10 WS-LG-TIMESTAMP   PIC X(19).
               10 WS-LG-SOURCE      PIC X(3).
               10 WS-LG-LINK-CUST   PIC X(8).
               10 WS-LG-LINK-ACCT   PIC X(4).
               10 WS-LG-REFERENCE   PIC X(13).
               10 WS-LG-POSTED-TO   PIC X(8).
       *> Blank until decided: PAIRED, UNMATCHED, MISMATCHED or
       *> RELEASE, with the reason and the other leg for exceptions
               10 WS-LG-STATE       PIC X(10).
               10 WS-LG-REASON      PIC X(30).
               10 WS-LG-PARTNER     PIC 9(4).
       *> Bank Total transfer figure from the GL extract's B-record
       01 WS-B-SEEN          PIC X VALUE "N".
       01 WS-BANK-TRANSFER   PIC S9(11)V99 VALUE 0.
       *> Control totals for the trailer
       01 WS-DUP-COUNT        PIC 9(7) VALUE 0.
       01 WS-PAIRED-COUNT     PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(7) VALUE 0.
       01 WS-MISMATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-RELEASE-COUNT    PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(7) VALUE 0.
       01 WS-PAIRED-NET       PIC S9(11)V99 VALUE 0.
       01 WS-EXCEPTION-NET    PIC S9(11)V99 VALUE 0.
       01 WS-RELEASE-NET      PIC S9(11)V99 VALUE 0.
       01 WS-LEG-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-TIE-FLAG         PIC X(8) VALUE SPACES.
       *> Edited fields for the report lines
       01 WS-EDIT-AMOUNT      PIC -(9)9.99.
       01 WS-OTHER-LEG-TEXT   PIC X(30) VALUE SPACES.
       01 WS-EDIT-PAIRED-NET  PIC -(11)9.99.
       01 WS-EDIT-EXCEPT-NET  PIC -(11)9.99.
       01 WS-EDIT-RELEASE-NET PIC -(11)9.99.
       01 WS-EDIT-LEG-TOTAL   PIC -(11)9.99.
       01 WS-EDIT-BANK        PIC -(11)9.99.
       01 WS-CURRENT-DATE-RAW PIC X(21).
       01 WS-RUN-DATE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-NUMBER
           OPEN OUTPUT CLEARING-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           STRING
               WS-CURRENT-DATE-RAW(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE SPACES TO CLEARING-RECORD
           STRING
               "Transfer Clearing | Run Date: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " | Run: " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               INTO CLEARING-RECORD
           END-STRING
           WRITE CLEARING-RECORD

           OPEN INPUT XFER-LEG-FILE
           IF WS-XFERLEG-STATUS NOT = "00"
               DISPLAY "ERROR: xferlegs.txt not available, status "
                   WS-XFERLEG-STATUS " - run the summary job first"
               CLOSE CLEARING-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR: glextract.txt not available, status "
                   WS-GL-STATUS " - run the summary job first"
               CLOSE XFER-LEG-FILE CLEARING-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-LEGS
           PERFORM FIND-BANK-TRANSFER
           CLOSE XFER-LEG-FILE GL-EXTRACT-FILE

       *> Decide every leg, then list the exceptions in the order the
       *> summary posted them
           MOVE 1 TO WS-LEG-IX
           PERFORM UNTIL WS-LEG-IX > WS-LEG-COUNT
               IF WS-LG-STATE(WS-LEG-IX) = SPACES
                   PERFORM MATCH-ONE-LEG
               END-IF
               ADD 1 TO WS-LEG-IX
           END-PERFORM
           MOVE 1 TO WS-LEG-IX
           PERFORM UNTIL WS-LEG-IX > WS-LEG-COUNT
               PERFORM TALLY-ONE-LEG
               ADD 1 TO WS-LEG-IX
           END-PERFORM

           PERFORM CHECK-BANK-TIE
           PERFORM WRITE-CLEARING-TRAILER
           CLOSE CLEARING-REPORT-FILE
           DISPLAY "Transfer clearing complete. Legs: " WS-LEG-COUNT
               " Paired: " WS-PAIRED-COUNT
               " Exceptions: " WS-EXCEPTION-COUNT
           PERFORM WRITE-NIGHT-CONTROL
       *> A one-sided or disagreeing transfer, or legs that don't add
       *> up to the bank's transfer figure, must hold the GL load
           IF WS-EXCEPTION-COUNT > 0 OR WS-TIE-FLAG NOT = "TIED"
               MOVE 8 TO RETURN-CODE
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

       LOAD-LEGS.
           PERFORM UNTIL WS-XFERLEG-EOF = "Y"
               READ XFER-LEG-FILE
                   AT END
                       MOVE "Y" TO WS-XFERLEG-EOF
                   NOT AT END
                       PERFORM STORE-ONE-LEG
               END-READ
           END-PERFORM.

       STORE-ONE-LEG.
           MOVE "N" TO WS-DUP-FOUND
           MOVE 1 TO WS-LEG-JX
           PERFORM UNTIL WS-LEG-JX > WS-LEG-COUNT
                   OR WS-DUP-FOUND = "Y"
               IF WS-LG-TRX-ID(WS-LEG-JX) = XFL-TRX-ID
                   MOVE "Y" TO WS-DUP-FOUND
               ELSE
                   ADD 1 TO WS-LEG-JX
               END-IF
           END-PERFORM
           IF WS-DUP-FOUND = "Y"
               ADD 1 TO WS-DUP-COUNT
           ELSE
               IF WS-LEG-COUNT >= WS-LEG-LIMIT
                   DISPLAY "ERROR: transfer leg table full - aborting"
                   CLOSE XFER-LEG-FILE GL-EXTRACT-FILE
                       CLEARING-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LEG-COUNT
               MOVE XFL-TRX-ID TO WS-LG-TRX-ID(WS-LEG-COUNT)
               MOVE XFL-CUSTOMER-ID TO WS-LG-CUSTOMER(WS-LEG-COUNT)
               MOVE XFL-ACCOUNT-ID TO WS-LG-ACCOUNT(WS-LEG-COUNT)
               MOVE XFL-AMOUNT TO WS-LG-AMOUNT(WS-LEG-COUNT)
               MOVE XFL-TIMESTAMP TO WS-LG-TIMESTAMP(WS-LEG-COUNT)
               MOVE XFL-SOURCE TO WS-LG-SOURCE(WS-LEG-COUNT)
               MOVE XFL-LINK-CUSTOMER
                   TO WS-LG-LINK-CUST(WS-LEG-COUNT)
               MOVE XFL-LINK-ACCOUNT
                   TO WS-LG-LINK-ACCT(WS-LEG-COUNT)
               MOVE XFL-REFERENCE TO WS-LG-REFERENCE(WS-LEG-COUNT)
               MOVE XFL-POSTED-TO TO WS-LG-POSTED-TO(WS-LEG-COUNT)
               MOVE SPACES TO WS-LG-STATE(WS-LEG-COUNT)
               MOVE SPACES TO WS-LG-REASON(WS-LEG-COUNT)
               MOVE 0 TO WS-LG-PARTNER(WS-LEG-COUNT)
           END-IF.

       FIND-BANK-TRANSFER.
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF GLXB-REC-TYPE = "B"
                           MOVE "Y" TO WS-B-SEEN
                           MOVE GLXB-TRANSFER TO WS-BANK-TRANSFER
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-ONE-LEG.
       *> A suspense release's other half cleared the night it first
       *> posted into suspense - carry it, never match it again
           IF WS-LG-SOURCE(WS-LEG-IX) = "SUS"
               MOVE "RELEASE" TO WS-LG-STATE(WS-LEG-IX)
           ELSE
               IF WS-LG-REFERENCE(WS-LEG-IX) = SPACES
                   MOVE "UNMATCHED" TO WS-LG-STATE(WS-LEG-IX)
                   MOVE "NO TRANSFER REFERENCE"
                       TO WS-LG-REASON(WS-LEG-IX)
               ELSE
                   PERFORM FIND-EXACT-PARTNER
                   IF WS-PARTNER-IX > 0
                       MOVE "PAIRED" TO WS-LG-STATE(WS-LEG-IX)
                       MOVE "PAIRED" TO WS-LG-STATE(WS-PARTNER-IX)
                       MOVE WS-PARTNER-IX TO WS-LG-PARTNER(WS-LEG-IX)
                       MOVE WS-LEG-IX TO WS-LG-PARTNER(WS-PARTNER-IX)
                   ELSE
                       PERFORM FIND-ANY-PARTNER
                       IF WS-PARTNER-IX > 0
                           PERFORM MARK-MISMATCHED-PAIR
                       ELSE
                           MOVE "UNMATCHED" TO WS-LG-STATE(WS-LEG-IX)
                           MOVE "NO OTHER LEG THIS RUN"
                               TO WS-LG-REASON(WS-LEG-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-EXACT-PARTNER.
       *> The other half: still undecided, same reference, equal and
       *> opposite amount, and each leg naming the other as its
       *> counterparty
           MOVE 0 TO WS-PARTNER-IX
           MOVE WS-LEG-IX TO WS-LEG-JX
           ADD 1 TO WS-LEG-JX
           PERFORM UNTIL WS-LEG-JX > WS-LEG-COUNT
                   OR WS-PARTNER-IX > 0
               IF WS-LG-STATE(WS-LEG-JX) = SPACES
                  AND WS-LG-SOURCE(WS-LEG-JX) NOT = "SUS"
                  AND WS-LG-REFERENCE(WS-LEG-JX)
                      = WS-LG-REFERENCE(WS-LEG-IX)
                  AND WS-LG-AMOUNT(WS-LEG-JX) NOT = 0
                  AND WS-LG-AMOUNT(WS-LEG-JX)
                      = 0 - WS-LG-AMOUNT(WS-LEG-IX)
                  AND WS-LG-CUSTOMER(WS-LEG-JX)
                      = WS-LG-LINK-CUST(WS-LEG-IX)
                  AND WS-LG-ACCOUNT(WS-LEG-JX)
                      = WS-LG-LINK-ACCT(WS-LEG-IX)
                  AND WS-LG-LINK-CUST(WS-LEG-JX)
                      = WS-LG-CUSTOMER(WS-LEG-IX)
                  AND WS-LG-LINK-ACCT(WS-LEG-JX)
                      = WS-LG-ACCOUNT(WS-LEG-IX)
                   MOVE WS-LEG-JX TO WS-PARTNER-IX
               ELSE
                   ADD 1 TO WS-LEG-JX
               END-IF
           END-PERFORM.

       FIND-ANY-PARTNER.
       *> No clean match - look for an undecided leg going the other
       *> way under the same reference, which is the other half gone
       *> wrong rather than missing
           MOVE 0 TO WS-PARTNER-IX
           MOVE WS-LEG-IX TO WS-LEG-JX
           ADD 1 TO WS-LEG-JX
           PERFORM UNTIL WS-LEG-JX > WS-LEG-COUNT
                   OR WS-PARTNER-IX > 0
               IF WS-LG-STATE(WS-LEG-JX) = SPACES
                  AND WS-LG-SOURCE(WS-LEG-JX) NOT = "SUS"
                  AND WS-LG-REFERENCE(WS-LEG-JX)
                      = WS-LG-REFERENCE(WS-LEG-IX)
                  AND ((WS-LG-AMOUNT(WS-LEG-IX) < 0
                        AND WS-LG-AMOUNT(WS-LEG-JX) > 0)
                    OR (WS-LG-AMOUNT(WS-LEG-IX) > 0
                        AND WS-LG-AMOUNT(WS-LEG-JX) < 0))
                   MOVE WS-LEG-JX TO WS-PARTNER-IX
               ELSE
                   ADD 1 TO WS-LEG-JX
               END-IF
           END-PERFORM.

       MARK-MISMATCHED-PAIR.
           MOVE "MISMATCHED" TO WS-LG-STATE(WS-LEG-IX)
           MOVE "MISMATCHED" TO WS-LG-STATE(WS-PARTNER-IX)
           MOVE WS-PARTNER-IX TO WS-LG-PARTNER(WS-LEG-IX)
           MOVE WS-LEG-IX TO WS-LG-PARTNER(WS-PARTNER-IX)
           IF WS-LG-AMOUNT(WS-PARTNER-IX)
              NOT = 0 - WS-LG-AMOUNT(WS-LEG-IX)
               MOVE "AMOUNT DIFFERS" TO WS-LG-REASON(WS-LEG-IX)
           ELSE
               MOVE "COUNTERPARTY DIFFERS"
                   TO WS-LG-REASON(WS-LEG-IX)
           END-IF
           MOVE WS-LG-REASON(WS-LEG-IX)
               TO WS-LG-REASON(WS-PARTNER-IX).

       TALLY-ONE-LEG.
           ADD WS-LG-AMOUNT(WS-LEG-IX) TO WS-LEG-TOTAL
           IF WS-LG-STATE(WS-LEG-IX) = "PAIRED"
               ADD 1 TO WS-PAIRED-COUNT
               ADD WS-LG-AMOUNT(WS-LEG-IX) TO WS-PAIRED-NET
           ELSE
               IF WS-LG-STATE(WS-LEG-IX) = "RELEASE"
                   ADD 1 TO WS-RELEASE-COUNT
                   ADD WS-LG-AMOUNT(WS-LEG-IX) TO WS-RELEASE-NET
               ELSE
                   IF WS-LG-STATE(WS-LEG-IX) = "UNMATCHED"
                       ADD 1 TO WS-UNMATCHED-COUNT
                   ELSE
                       ADD 1 TO WS-MISMATCHED-COUNT
                   END-IF
                   ADD 1 TO WS-EXCEPTION-COUNT
                   ADD WS-LG-AMOUNT(WS-LEG-IX) TO WS-EXCEPTION-NET
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       WRITE-EXCEPTION-LINE.
       *> A mismatched leg names the leg it was tried against, so
       *> both halves can be pulled up together
           MOVE SPACES TO WS-OTHER-LEG-TEXT
           IF WS-LG-PARTNER(WS-LEG-IX) > 0
               MOVE WS-LG-PARTNER(WS-LEG-IX) TO WS-LEG-JX
               STRING
                   " | Other Leg: " DELIMITED BY SIZE
                   WS-LG-TRX-ID(WS-LEG-JX) DELIMITED BY SIZE
                   INTO WS-OTHER-LEG-TEXT
               END-STRING
           END-IF
           MOVE WS-LG-AMOUNT(WS-LEG-IX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO CLEARING-RECORD
           STRING
               WS-LG-STATE(WS-LEG-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LG-TRX-ID(WS-LEG-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LG-CUSTOMER(WS-LEG-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LG-ACCOUNT(WS-LEG-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LG-TIMESTAMP(WS-LEG-IX) DELIMITED BY SIZE
               " | Counterparty: " DELIMITED BY SIZE
               WS-LG-LINK-CUST(WS-LEG-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LG-LINK-ACCT(WS-LEG-IX) DELIMITED BY SIZE
               " | Ref: " DELIMITED BY SIZE
               WS-LG-REFERENCE(WS-LEG-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LG-POSTED-TO(WS-LEG-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LG-REASON(WS-LEG-IX) DELIMITED BY "  "
               WS-OTHER-LEG-TEXT DELIMITED BY SIZE
               INTO CLEARING-RECORD
           END-STRING
           WRITE CLEARING-RECORD.

       CHECK-BANK-TIE.
       *> Every leg the summary posted is in the leg file, suspense
       *> postings and releases included, so together they must make
       *> exactly the Bank Total transfer figure
           IF WS-B-SEEN = "N"
               MOVE "NOEXTRCT" TO WS-TIE-FLAG
           ELSE
               IF WS-LEG-TOTAL = WS-BANK-TRANSFER
                   MOVE "TIED" TO WS-TIE-FLAG
               ELSE
                   MOVE "NOTTIED" TO WS-TIE-FLAG
               END-IF
           END-IF.

       WRITE-CLEARING-TRAILER.
           MOVE WS-PAIRED-NET TO WS-EDIT-PAIRED-NET
           MOVE WS-EXCEPTION-NET TO WS-EDIT-EXCEPT-NET
           MOVE WS-RELEASE-NET TO WS-EDIT-RELEASE-NET
           MOVE WS-LEG-TOTAL TO WS-EDIT-LEG-TOTAL
           MOVE WS-BANK-TRANSFER TO WS-EDIT-BANK
           MOVE SPACES TO CLEARING-RECORD
           STRING
               "Clearing Totals | Legs: " DELIMITED BY SIZE
               WS-LEG-COUNT DELIMITED BY SIZE
               " | Paired: " DELIMITED BY SIZE
               WS-PAIRED-COUNT DELIMITED BY SIZE
               " | Unmatched: " DELIMITED BY SIZE
               WS-UNMATCHED-COUNT DELIMITED BY SIZE
               " | Mismatched: " DELIMITED BY SIZE
               WS-MISMATCHED-COUNT DELIMITED BY SIZE
               " | Releases: " DELIMITED BY SIZE
               WS-RELEASE-COUNT DELIMITED BY SIZE
               " | Duplicates Dropped: " DELIMITED BY SIZE
               WS-DUP-COUNT DELIMITED BY SIZE
               INTO CLEARING-RECORD
           END-STRING
           WRITE CLEARING-RECORD
           MOVE SPACES TO CLEARING-RECORD
           STRING
               "Clearing Net | Paired: " DELIMITED BY SIZE
               WS-EDIT-PAIRED-NET DELIMITED BY SIZE
               " | Exceptions: " DELIMITED BY SIZE
               WS-EDIT-EXCEPT-NET DELIMITED BY SIZE
               " | Releases: " DELIMITED BY SIZE
               WS-EDIT-RELEASE-NET DELIMITED BY SIZE
               " | Leg Total: " DELIMITED BY SIZE
               WS-EDIT-LEG-TOTAL DELIMITED BY SIZE
               " | Bank Transfers: " DELIMITED BY SIZE
               WS-EDIT-BANK DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TIE-FLAG DELIMITED BY SPACE
               INTO CLEARING-RECORD
           END-STRING
           WRITE CLEARING-RECORD.

       WRITE-NIGHT-CONTROL.
       *> EXTEND on the missing OPTIONAL file succeeds with status
       *> "05" and creates it - no fallback open needed
           OPEN EXTEND NIGHT-CONTROL-FILE
           MOVE SPACES TO NIGHT-CONTROL-RECORD
           MOVE "TRANSFER-MATCH" TO NCT-PROGRAM
           MOVE WS-RUN-NUMBER TO NCT-RUN-NUMBER
           MOVE WS-LEG-COUNT TO NCT-COUNT1
           MOVE WS-PAIRED-COUNT TO NCT-COUNT2
           MOVE WS-EXCEPTION-COUNT TO NCT-COUNT3
           IF WS-TIE-FLAG NOT = "TIED"
               MOVE WS-TIE-FLAG TO NCT-FLAG
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE "EXCEPT" TO NCT-FLAG
               ELSE
                   MOVE "CLEARED" TO NCT-FLAG
               END-IF
           END-IF
           WRITE NIGHT-CONTROL-RECORD
           CLOSE NIGHT-CONTROL-FILE.
