       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.

       *> Double-entry GL journal, run after the summary job and
       *> before the end-of-night verifier. The GL extract gives the
       *> ledger team bucket totals, but which ledger account each
       *> bucket hits has always been keyed by hand. This job books
       *> every posting the summary made tonight through the chart-
       *> of-accounts mapping table - transaction type, source code
       *> and product type to a debit and a credit GL account, with
       *> SUS standing in for the product on a posting into suspense -
       *> and writes one journal line per GL account per side, ready
       *> for the GL to load. The mapping gives the entry for a
       *> positive amount; a negative amount books the same two
       *> accounts the other way round. The journal must prove debits
       *> equal credits, and the postings it booked must tie to the
       *> GL extract's control totals. A posting with no mapping is
       *> listed and fails the job - it is never guessed at - and a
       *> failed journal is left empty so nothing half-booked loads.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> The chart-of-accounts mapping table, maintained by the GL
       *> team
           SELECT GL-MAP-FILE ASSIGN TO "glmap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
       *> Every posting the summary made this run
           SELECT GL-POST-FILE ASSIGN TO "glpost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
       *> Work file for putting the postings in TRX-ID order
           SELECT POST-SORT-FILE ASSIGN TO "glpsort.tmp".
       *> The run's GL extract - the B and T records are tied to
           SELECT GL-EXTRACT-FILE ASSIGN TO "glextract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
       *> The journal the GL loads
           SELECT JOURNAL-FILE ASSIGN TO "gljrnl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       *> The journal report for the GL team and the ops desk
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "gljrnrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNRPT-STATUS.
       *> Run number assigned by the summary job this chain ran under
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       *> Night-chain control file started by the edit job - this job
       *> appends its journal line for the end-of-night verifier
           SELECT OPTIONAL NIGHT-CONTROL-FILE ASSIGN TO "nightctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One mapping line: transaction type, source code, product
       *> type, then the debit and credit GL accounts. An asterisk in
       *> the source or product column covers every value not given a
       *> line of its own.
       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GLM-TRX-TYPE      PIC X(10).
           05 GLM-SPACE1        PIC X.
           05 GLM-SOURCE        PIC X(3).
           05 GLM-SPACE2        PIC X.
           05 GLM-PRODUCT-TYPE  PIC X(3).
           05 GLM-SPACE3        PIC X.
           05 GLM-DEBIT-ACCOUNT PIC X(10).
           05 GLM-SPACE4        PIC X.
           05 GLM-CREDIT-ACCOUNT PIC X(10).

       *> A posting as the summary wrote it: the transaction, where it
       *> went - CUSTOMER or SUSPENSE - and the account's product type
       FD GL-POST-FILE.
       01 GL-POST-RECORD    PIC X(116).

       SD POST-SORT-FILE.
       01 PS-RECORD.
           05 PS-TRX-ID         PIC X(13).
           05 PS-SPACE1         PIC X.
           05 PS-CUSTOMER-ID    PIC X(8).
           05 PS-SPACE2         PIC X.
           05 PS-ACCOUNT-ID     PIC X(4).
           05 PS-SPACE3         PIC X.
           05 PS-TRX-TYPE       PIC X(10).
           05 PS-SPACE4         PIC X.
           05 PS-AMOUNT         PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           05 PS-SPACE5         PIC X.
           05 PS-TIMESTAMP      PIC X(19).
           05 PS-SPACE6         PIC X.
           05 PS-SOURCE         PIC X(3).
           05 PS-SPACE7         PIC X.
           05 PS-LINK           PIC X(27).
           05 PS-SPACE8         PIC X.
           05 PS-POSTED-TO      PIC X(8).
           05 PS-SPACE9         PIC X.
           05 PS-PRODUCT-TYPE   PIC X(3).

       *> GL extract bank-total and control records - the layouts
       *> match what the summary job writes; the C, A and S records
       *> share the buffer and are told apart by the type byte
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
       01 GLX-CONTROL-REC.
           05 GLXT-REC-TYPE          PIC X.
           05 GLXT-SPACE1            PIC X.
           05 GLXT-INPUT-COUNT       PIC 9(7).
           05 GLXT-SPACE2            PIC X.
           05 GLXT-PROCESSED-COUNT   PIC 9(7).
           05 GLXT-SPACE3            PIC X.
           05 GLXT-REJECT-COUNT      PIC 9(7).
           05 GLXT-SPACE4            PIC X.
           05 GLXT-RANGE-SKIP-COUNT  PIC 9(7).
           05 GLXT-SPACE5            PIC X.
           05 GLXT-OUTPUT-COUNT      PIC 9(7).
           05 GLXT-SPACE6            PIC X.
           05 GLXT-GRAND-TOTAL       PIC S9(10)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXT-SPACE7            PIC X.
           05 GLXT-AMOUNT-TOTAL      PIC S9(10)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXT-SPACE8            PIC X.
           05 GLXT-BALANCE-FLAG      PIC X(8).
           05 GLXT-SPACE9            PIC X.
           05 GLXT-RUN-NUMBER        PIC 9(6).

       *> Journal line: J, the GL account, DR or CR, the amount (never
       *> signed - the side says which way), how many postings made
       *> it, the run and the posting date. The T record closes the
       *> file with the line count and both side totals for the
       *> load to prove.
       FD JOURNAL-FILE.
       01 JOURNAL-LINE-REC.
           05 JNL-REC-TYPE          PIC X.
           05 JNL-SPACE1            PIC X.
           05 JNL-GL-ACCOUNT        PIC X(10).
           05 JNL-SPACE2            PIC X.
           05 JNL-SIDE              PIC X(2).
           05 JNL-SPACE3            PIC X.
           05 JNL-AMOUNT            PIC 9(11)V99.
           05 JNL-SPACE4            PIC X.
           05 JNL-POSTING-COUNT     PIC 9(7).
           05 JNL-SPACE5            PIC X.
           05 JNL-RUN-NUMBER        PIC 9(6).
           05 JNL-SPACE6            PIC X.
           05 JNL-POST-DATE         PIC X(10).
       01 JOURNAL-TRAILER-REC.
           05 JNT-REC-TYPE          PIC X.
           05 JNT-SPACE1            PIC X.
           05 JNT-LINE-COUNT        PIC 9(7).
           05 JNT-SPACE2            PIC X.
           05 JNT-DEBIT-TOTAL       PIC 9(11)V99.
           05 JNT-SPACE3            PIC X.
           05 JNT-CREDIT-TOTAL      PIC 9(11)V99.
           05 JNT-SPACE4            PIC X.
           05 JNT-POSTING-COUNT     PIC 9(7).
           05 JNT-SPACE5            PIC X.
           05 JNT-RUN-NUMBER        PIC 9(6).

       FD JOURNAL-REPORT-FILE.
       01 JOURNAL-REPORT-RECORD PIC X(200).

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
       01 WS-GLMAP-STATUS    PIC XX VALUE "00".
       01 WS-GLPOST-STATUS   PIC XX VALUE "00".
       01 WS-GL-STATUS       PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS  PIC XX VALUE "00".
       01 WS-JRNRPT-STATUS   PIC XX VALUE "00".
       01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
       01 WS-NIGHTCTL-STATUS PIC XX VALUE "00".
       01 WS-RUN-NUMBER      PIC 9(6) VALUE 0.
       01 WS-GLMAP-EOF       PIC X VALUE "N".
       01 WS-SORT-EOF        PIC X VALUE "N".
       01 WS-GL-EOF          PIC X VALUE "N".
       *> The mapping table in storage. 500 lines is far beyond six
       *> types by a handful of sources and products; the load aborts
       *> loudly rather than dropping a mapping if it ever fills.
       01 WS-MAP-COUNT       PIC 9(4) VALUE 0.
       01 WS-MAP-LIMIT       PIC 9(4) VALUE 500.
       01 WS-MAP-IX          PIC 9(4) VALUE 0.
       01 WS-MAP-FOUND-IX    PIC 9(4) VALUE 0.
       01 WS-MAP-LINE-NO     PIC 9(4) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 500 TIMES.
               10 WS-MP-TRX-TYPE    PIC X(10).
               10 WS-MP-SOURCE      PIC X(3).
               10 WS-MP-PRODUCT     PIC X(3).
               10 WS-MP-DEBIT       PIC X(10).
               10 WS-MP-CREDIT      PIC X(10).
       *> The key the posting is looked up under, and the accounts
       *> its two sides land on
       01 WS-KEY-TRX-TYPE    PIC X(10) VALUE SPACES.
       01 WS-KEY-SOURCE      PIC X(3) VALUE SPACES.
       01 WS-KEY-PRODUCT     PIC X(3) VALUE SPACES.
       01 WS-SAVE-PRODUCT    PIC X(3) VALUE SPACES.
       01 WS-DEBIT-ACCOUNT   PIC X(10) VALUE SPACES.
       01 WS-CREDIT-ACCOUNT  PIC X(10) VALUE SPACES.
       01 WS-BOOK-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WS-BOOK-ACCOUNT    PIC X(10) VALUE SPACES.
       01 WS-BOOK-SIDE       PIC X(2) VALUE SPACES.
       *> Journal lines built up in storage, one per GL account per
       *> side. 500 is far beyond the chart's ledger accounts; the
       *> build aborts loudly rather than dropping money if it fills.
       01 WS-JL-COUNT        PIC 9(4) VALUE 0.
       01 WS-JL-LIMIT        PIC 9(4) VALUE 500.
       01 WS-JL-IX           PIC 9(4) VALUE 0.
       01 WS-JL-FOUND-IX     PIC 9(4) VALUE 0.
       01 WS-JL-TABLE.
           05 WS-JL-ENTRY OCCURS 500 TIMES.
               10 WS-JL-ACCOUNT     PIC X(10).
               10 WS-JL-SIDE        PIC X(2).
               10 WS-JL-AMOUNT      PIC S9(11)V99.
               10 WS-JL-POSTINGS    PIC 9(7).
       *> A resumed summary writes the postings between its last
       *> checkpoint and the abend twice - in TRX-ID order the second
       *> copy sits right behind the first and is dropped
       01 WS-PREV-TRX-ID     PIC X(13) VALUE SPACES.
       01 WS-DUP-COUNT       PIC 9(7) VALUE 0.
       *> Control totals
       01 WS-POSTING-COUNT   PIC 9(7) VALUE 0.
       01 WS-POSTING-NET     PIC S9(11)V99 VALUE 0.
       01 WS-UNMAPPED-COUNT  PIC 9(7) VALUE 0.
       01 WS-UNMAPPED-NET    PIC S9(11)V99 VALUE 0.
       01 WS-DEBIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL    PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE-FLAG    PIC X(8) VALUE SPACES.
       *> What the GL extract says the summary posted
       01 WS-B-SEEN          PIC X VALUE "N".
       01 WS-T-SEEN          PIC X VALUE "N".
       01 WS-BANK-COUNT      PIC 9(7) VALUE 0.
       01 WS-BANK-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-TIE-FLAG        PIC X(8) VALUE SPACES.
       01 WS-JOURNAL-FLAG    PIC X(8) VALUE SPACES.
       *> Edited fields for the report lines
       01 WS-EDIT-AMOUNT      PIC -(9)9.99.
       01 WS-EDIT-LINE-AMOUNT PIC -(11)9.99.
       01 WS-EDIT-DEBITS      PIC -(11)9.99.
       01 WS-EDIT-CREDITS     PIC -(11)9.99.
       01 WS-EDIT-POSTING-NET PIC -(11)9.99.
       01 WS-EDIT-BANK-TOTAL  PIC -(11)9.99.
       01 WS-EDIT-UNMAPPED    PIC -(11)9.99.
       01 WS-CURRENT-DATE-RAW PIC X(21).
       01 WS-RUN-DATE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-NUMBER
           OPEN OUTPUT JOURNAL-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           STRING
               WS-CURRENT-DATE-RAW(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE SPACES TO JOURNAL-REPORT-RECORD
           STRING
               "GL Journal | Run Date: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " | Run: " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               INTO JOURNAL-REPORT-RECORD
           END-STRING
           WRITE JOURNAL-REPORT-RECORD

           PERFORM LOAD-GL-MAP
           OPEN INPUT GL-POST-FILE
           IF WS-GLPOST-STATUS NOT = "00"
               DISPLAY "ERROR: glpost.txt not available, status "
                   WS-GLPOST-STATUS " - run the summary job first"
               CLOSE JOURNAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GL-POST-FILE
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR: glextract.txt not available, status "
                   WS-GL-STATUS " - run the summary job first"
               CLOSE JOURNAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-EXTRACT-TOTALS
           CLOSE GL-EXTRACT-FILE

       *> Book every posting, in TRX-ID order so a resumed summary's
       *> second copy of a posting sits behind the first
           SORT POST-SORT-FILE
               ON ASCENDING KEY PS-TRX-ID
               USING GL-POST-FILE
               OUTPUT PROCEDURE IS BOOK-POSTINGS
           IF SORT-RETURN NOT = 0
               DISPLAY "ERROR: posting sort failed, return code "
                   SORT-RETURN " - aborting"
               CLOSE JOURNAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROVE-JOURNAL
           PERFORM WRITE-JOURNAL
           PERFORM WRITE-JOURNAL-TRAILER
           CLOSE JOURNAL-REPORT-FILE
           DISPLAY "GL journal complete. Postings: " WS-POSTING-COUNT
               " Journal lines: " WS-JL-COUNT
               " Unmapped: " WS-UNMAPPED-COUNT
               " " WS-JOURNAL-FLAG
           PERFORM WRITE-NIGHT-CONTROL
       *> Unmapped activity, an unbalanced journal or one that doesn't
       *> tie to the extract must hold the GL load
           IF WS-JOURNAL-FLAG NOT = "BALANCED"
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

       LOAD-GL-MAP.
       *> Blank lines are skipped; a line missing either GL account
       *> is a broken table, not a mapping, and stops the job
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "ERROR: glmap.txt not available, status "
                   WS-GLMAP-STATUS " - no chart-of-accounts mapping"
               CLOSE JOURNAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-GLMAP-EOF = "Y"
               READ GL-MAP-FILE
                   AT END
                       MOVE "Y" TO WS-GLMAP-EOF
                   NOT AT END
                       ADD 1 TO WS-MAP-LINE-NO
                       IF GL-MAP-RECORD NOT = SPACES
                           PERFORM STORE-ONE-MAPPING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE.

       STORE-ONE-MAPPING.
           IF GLM-TRX-TYPE = SPACES
              OR GLM-DEBIT-ACCOUNT = SPACES
              OR GLM-CREDIT-ACCOUNT = SPACES
               DISPLAY "ERROR: glmap.txt line " WS-MAP-LINE-NO
                   " incomplete - aborting"
               CLOSE GL-MAP-FILE JOURNAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MAP-COUNT >= WS-MAP-LIMIT
               DISPLAY "ERROR: GL mapping table full - aborting"
               CLOSE GL-MAP-FILE JOURNAL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GLM-TRX-TYPE TO WS-MP-TRX-TYPE(WS-MAP-COUNT)
           MOVE GLM-SOURCE TO WS-MP-SOURCE(WS-MAP-COUNT)
           MOVE GLM-PRODUCT-TYPE TO WS-MP-PRODUCT(WS-MAP-COUNT)
           MOVE GLM-DEBIT-ACCOUNT TO WS-MP-DEBIT(WS-MAP-COUNT)
           MOVE GLM-CREDIT-ACCOUNT TO WS-MP-CREDIT(WS-MAP-COUNT).

       FIND-EXTRACT-TOTALS.
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       IF GLXB-REC-TYPE = "B"
                           MOVE "Y" TO WS-B-SEEN
                           MOVE GLXB-GRAND-COUNT TO WS-BANK-COUNT
                       END-IF
                       IF GLXT-REC-TYPE = "T"
                           MOVE "Y" TO WS-T-SEEN
                           MOVE GLXT-GRAND-TOTAL TO WS-BANK-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       BOOK-POSTINGS.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN POST-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF PS-TRX-ID = WS-PREV-TRX-ID
                           ADD 1 TO WS-DUP-COUNT
                       ELSE
                           PERFORM BOOK-ONE-POSTING
                       END-IF
                       MOVE PS-TRX-ID TO WS-PREV-TRX-ID
               END-RETURN
           END-PERFORM.

       BOOK-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           ADD PS-AMOUNT TO WS-POSTING-NET
           MOVE PS-TRX-TYPE TO WS-KEY-TRX-TYPE
           MOVE PS-SOURCE TO WS-KEY-SOURCE
           IF PS-POSTED-TO = "SUSPENSE"
               MOVE "SUS" TO WS-KEY-PRODUCT
           ELSE
               MOVE PS-PRODUCT-TYPE TO WS-KEY-PRODUCT
           END-IF
           PERFORM FIND-MAPPING
           IF WS-MAP-FOUND-IX = 0
               PERFORM WRITE-UNMAPPED-LINE
           ELSE
       *> The mapping is the entry for money in; money out books the
       *> same two accounts the other way round
               IF PS-AMOUNT < 0
                   MOVE WS-MP-CREDIT(WS-MAP-FOUND-IX)
                       TO WS-DEBIT-ACCOUNT
                   MOVE WS-MP-DEBIT(WS-MAP-FOUND-IX)
                       TO WS-CREDIT-ACCOUNT
                   COMPUTE WS-BOOK-AMOUNT = 0 - PS-AMOUNT
               ELSE
                   MOVE WS-MP-DEBIT(WS-MAP-FOUND-IX)
                       TO WS-DEBIT-ACCOUNT
                   MOVE WS-MP-CREDIT(WS-MAP-FOUND-IX)
                       TO WS-CREDIT-ACCOUNT
                   MOVE PS-AMOUNT TO WS-BOOK-AMOUNT
               END-IF
               MOVE WS-DEBIT-ACCOUNT TO WS-BOOK-ACCOUNT
               MOVE "DR" TO WS-BOOK-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
               ADD WS-BOOK-AMOUNT TO WS-DEBIT-TOTAL
               MOVE WS-CREDIT-ACCOUNT TO WS-BOOK-ACCOUNT
               MOVE "CR" TO WS-BOOK-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
               ADD WS-BOOK-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       FIND-MAPPING.
       *> Most specific line first: exact source and product, then
       *> any source, then any product, then any of either
           PERFORM SEARCH-MAPPING
           IF WS-MAP-FOUND-IX = 0
               MOVE "*" TO WS-KEY-SOURCE
               PERFORM SEARCH-MAPPING
               MOVE PS-SOURCE TO WS-KEY-SOURCE
           END-IF
           IF WS-MAP-FOUND-IX = 0
               MOVE WS-KEY-PRODUCT TO WS-SAVE-PRODUCT
               MOVE "*" TO WS-KEY-PRODUCT
               PERFORM SEARCH-MAPPING
               IF WS-MAP-FOUND-IX = 0
                   MOVE "*" TO WS-KEY-SOURCE
                   PERFORM SEARCH-MAPPING
                   MOVE PS-SOURCE TO WS-KEY-SOURCE
               END-IF
               MOVE WS-SAVE-PRODUCT TO WS-KEY-PRODUCT
           END-IF.

       SEARCH-MAPPING.
           MOVE 0 TO WS-MAP-FOUND-IX
           MOVE 1 TO WS-MAP-IX
           PERFORM UNTIL WS-MAP-IX > WS-MAP-COUNT
                   OR WS-MAP-FOUND-IX > 0
               IF WS-MP-TRX-TYPE(WS-MAP-IX) = WS-KEY-TRX-TYPE
                  AND WS-MP-SOURCE(WS-MAP-IX) = WS-KEY-SOURCE
                  AND WS-MP-PRODUCT(WS-MAP-IX) = WS-KEY-PRODUCT
                   MOVE WS-MAP-IX TO WS-MAP-FOUND-IX
               END-IF
               ADD 1 TO WS-MAP-IX
           END-PERFORM.

       ADD-JOURNAL-AMOUNT.
           MOVE 0 TO WS-JL-FOUND-IX
           MOVE 1 TO WS-JL-IX
           PERFORM UNTIL WS-JL-IX > WS-JL-COUNT
                   OR WS-JL-FOUND-IX > 0
               IF WS-JL-ACCOUNT(WS-JL-IX) = WS-BOOK-ACCOUNT
                  AND WS-JL-SIDE(WS-JL-IX) = WS-BOOK-SIDE
                   MOVE WS-JL-IX TO WS-JL-FOUND-IX
               END-IF
               ADD 1 TO WS-JL-IX
           END-PERFORM
           IF WS-JL-FOUND-IX = 0
               IF WS-JL-COUNT >= WS-JL-LIMIT
                   DISPLAY "ERROR: journal line table full - aborting"
                   CLOSE JOURNAL-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JL-COUNT
               MOVE WS-JL-COUNT TO WS-JL-FOUND-IX
               MOVE WS-BOOK-ACCOUNT TO WS-JL-ACCOUNT(WS-JL-FOUND-IX)
               MOVE WS-BOOK-SIDE TO WS-JL-SIDE(WS-JL-FOUND-IX)
               MOVE 0 TO WS-JL-AMOUNT(WS-JL-FOUND-IX)
               MOVE 0 TO WS-JL-POSTINGS(WS-JL-FOUND-IX)
           END-IF
           ADD WS-BOOK-AMOUNT TO WS-JL-AMOUNT(WS-JL-FOUND-IX)
           ADD 1 TO WS-JL-POSTINGS(WS-JL-FOUND-IX).

       WRITE-UNMAPPED-LINE.
           ADD 1 TO WS-UNMAPPED-COUNT
           ADD PS-AMOUNT TO WS-UNMAPPED-NET
           MOVE PS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO JOURNAL-REPORT-RECORD
           STRING
               "UNMAPPED | " DELIMITED BY SIZE
               PS-TRX-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PS-CUSTOMER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PS-ACCOUNT-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               " | Type: " DELIMITED BY SIZE
               PS-TRX-TYPE DELIMITED BY SIZE
               " | Source: " DELIMITED BY SIZE
               PS-SOURCE DELIMITED BY SIZE
               " | Product: " DELIMITED BY SIZE
               WS-KEY-PRODUCT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               PS-POSTED-TO DELIMITED BY SIZE
               INTO JOURNAL-REPORT-RECORD
           END-STRING
           WRITE JOURNAL-REPORT-RECORD.

       PROVE-JOURNAL.
       *> Debits against credits, then the booked postings against the
       *> extract: the T-record's Grand Total is every amount the
       *> summary posted, customer and suspense alike, and the
       *> B-record's count is how many postings made it
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE "BALANCED" TO WS-BALANCE-FLAG
           ELSE
               MOVE "UNBAL" TO WS-BALANCE-FLAG
           END-IF
           IF WS-B-SEEN = "N" OR WS-T-SEEN = "N"
               MOVE "NOEXTRCT" TO WS-TIE-FLAG
           ELSE
               IF WS-POSTING-NET = WS-BANK-TOTAL
                  AND WS-POSTING-COUNT = WS-BANK-COUNT
                   MOVE "TIED" TO WS-TIE-FLAG
               ELSE
                   MOVE "NOTTIED" TO WS-TIE-FLAG
               END-IF
           END-IF
           IF WS-UNMAPPED-COUNT > 0
               MOVE "UNMAPPED" TO WS-JOURNAL-FLAG
           ELSE
               IF WS-TIE-FLAG NOT = "TIED"
                   MOVE WS-TIE-FLAG TO WS-JOURNAL-FLAG
               ELSE
                   MOVE WS-BALANCE-FLAG TO WS-JOURNAL-FLAG
               END-IF
           END-IF.

       WRITE-JOURNAL.
       *> Only a journal that is fully mapped, balanced and tied goes
       *> out - otherwise the file is left empty so the GL can't load
       *> part of a night. The report lists the lines either way.
           OPEN OUTPUT JOURNAL-FILE
           MOVE 1 TO WS-JL-IX
           PERFORM UNTIL WS-JL-IX > WS-JL-COUNT
               IF WS-JOURNAL-FLAG = "BALANCED"
                   PERFORM WRITE-ONE-JOURNAL-LINE
               END-IF
               PERFORM REPORT-ONE-JOURNAL-LINE
               ADD 1 TO WS-JL-IX
           END-PERFORM
           IF WS-JOURNAL-FLAG = "BALANCED"
               MOVE SPACES TO JOURNAL-TRAILER-REC
               MOVE "T" TO JNT-REC-TYPE
               MOVE WS-JL-COUNT TO JNT-LINE-COUNT
               MOVE WS-DEBIT-TOTAL TO JNT-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO JNT-CREDIT-TOTAL
               MOVE WS-POSTING-COUNT TO JNT-POSTING-COUNT
               MOVE WS-RUN-NUMBER TO JNT-RUN-NUMBER
               WRITE JOURNAL-TRAILER-REC
           END-IF
           CLOSE JOURNAL-FILE.

       WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-LINE-REC
           MOVE "J" TO JNL-REC-TYPE
           MOVE WS-JL-ACCOUNT(WS-JL-IX) TO JNL-GL-ACCOUNT
           MOVE WS-JL-SIDE(WS-JL-IX) TO JNL-SIDE
           MOVE WS-JL-AMOUNT(WS-JL-IX) TO JNL-AMOUNT
           MOVE WS-JL-POSTINGS(WS-JL-IX) TO JNL-POSTING-COUNT
           MOVE WS-RUN-NUMBER TO JNL-RUN-NUMBER
           MOVE WS-RUN-DATE TO JNL-POST-DATE
           WRITE JOURNAL-LINE-REC.

       REPORT-ONE-JOURNAL-LINE.
           MOVE WS-JL-AMOUNT(WS-JL-IX) TO WS-EDIT-LINE-AMOUNT
           MOVE SPACES TO JOURNAL-REPORT-RECORD
           STRING
               "GL Account " DELIMITED BY SIZE
               WS-JL-ACCOUNT(WS-JL-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-JL-SIDE(WS-JL-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-EDIT-LINE-AMOUNT DELIMITED BY SIZE
               " | Postings: " DELIMITED BY SIZE
               WS-JL-POSTINGS(WS-JL-IX) DELIMITED BY SIZE
               INTO JOURNAL-REPORT-RECORD
           END-STRING
           WRITE JOURNAL-REPORT-RECORD.

       WRITE-JOURNAL-TRAILER.
           MOVE WS-DEBIT-TOTAL TO WS-EDIT-DEBITS
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-CREDITS
           MOVE WS-POSTING-NET TO WS-EDIT-POSTING-NET
           MOVE WS-BANK-TOTAL TO WS-EDIT-BANK-TOTAL
           MOVE WS-UNMAPPED-NET TO WS-EDIT-UNMAPPED
           MOVE SPACES TO JOURNAL-REPORT-RECORD
           STRING
               "Journal Totals | Postings: " DELIMITED BY SIZE
               WS-POSTING-COUNT DELIMITED BY SIZE
               " | Journal Lines: " DELIMITED BY SIZE
               WS-JL-COUNT DELIMITED BY SIZE
               " | Unmapped: " DELIMITED BY SIZE
               WS-UNMAPPED-COUNT DELIMITED BY SIZE
               " | Unmapped Net: " DELIMITED BY SIZE
               WS-EDIT-UNMAPPED DELIMITED BY SIZE
               " | Duplicates Dropped: " DELIMITED BY SIZE
               WS-DUP-COUNT DELIMITED BY SIZE
               INTO JOURNAL-REPORT-RECORD
           END-STRING
           WRITE JOURNAL-REPORT-RECORD
           MOVE SPACES TO JOURNAL-REPORT-RECORD
           STRING
               "Journal Proof | Debits: " DELIMITED BY SIZE
               WS-EDIT-DEBITS DELIMITED BY SIZE
               " | Credits: " DELIMITED BY SIZE
               WS-EDIT-CREDITS DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-BALANCE-FLAG DELIMITED BY SPACE
               " | Posting Net: " DELIMITED BY SIZE
               WS-EDIT-POSTING-NET DELIMITED BY SIZE
               " | Extract Grand Total: " DELIMITED BY SIZE
               WS-EDIT-BANK-TOTAL DELIMITED BY SIZE
               " | Extract Count: " DELIMITED BY SIZE
               WS-BANK-COUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TIE-FLAG DELIMITED BY SPACE
               INTO JOURNAL-REPORT-RECORD
           END-STRING
           WRITE JOURNAL-REPORT-RECORD.

       WRITE-NIGHT-CONTROL.
       *> EXTEND on the missing OPTIONAL file succeeds with status
       *> "05" and creates it - no fallback open needed
           OPEN EXTEND NIGHT-CONTROL-FILE
           MOVE SPACES TO NIGHT-CONTROL-RECORD
           MOVE "GL-JOURNAL" TO NCT-PROGRAM
           MOVE WS-RUN-NUMBER TO NCT-RUN-NUMBER
           MOVE WS-POSTING-COUNT TO NCT-COUNT1
           MOVE WS-JL-COUNT TO NCT-COUNT2
           MOVE WS-UNMAPPED-COUNT TO NCT-COUNT3
           MOVE WS-JOURNAL-FLAG TO NCT-FLAG
           WRITE NIGHT-CONTROL-RECORD
           CLOSE NIGHT-CONTROL-FILE.
