           SELECT LARGE-TRX-FILE ASSIGN TO "largetrx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LARGE-STATUS.
       *> Every posting that takes a deposit account from zero or
       *> better to below zero, found by carrying each account's
       *> running position through the night's activity in timestamp
       *> order - with the customer's name and the resulting balance,
       *> for the branch to chase in the morning
           SELECT OVERDRAFT-FILE ASSIGN TO "overdraft.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAFT-STATUS.
       *> One FEE transaction per overdraft occurrence, at the fee
       *> from runparms.txt line 7, written as a normal source feed
       *> with its control trailer - name it in feedlist.txt (source
       *> code ODF) and the next night's edit posts it like any other
       *> upstream
           SELECT OD-FEE-FILE ASSIGN TO "odfee.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODFEE-STATUS.
       *> Every TRANSFER this run posted - to a customer or into
       *> suspense - with its counterparty and reference, for the
       *> clearing match that pairs the two legs after this job
           SELECT XFER-LEG-FILE ASSIGN TO "xferlegs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERLEG-STATUS.
       *> Every posting this run made - to a customer or into
       *> suspense - with its source code and the account's product
       *> type, for the GL journal job that books each one to its
       *> ledger accounts
           SELECT GL-POST-FILE ASSIGN TO "glpost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
       *> One line per customer that produced a summary line, for the
       *> dormant-customer pass that runs after this job
           SELECT ACTIVE-FILE ASSIGN TO "activecust.txt"
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
       *> Year-to-date interest, keyed by CUSTOMER-ID plus ACCOUNT-ID
       *> - the interest paid to and charged on each account in the
       *> current tax year, carried from run to run for the year-end
       *> tax reporting. OPTIONAL so the first run creates it.
           SELECT OPTIONAL YTD-INTEREST-MASTER ASSIGN TO "ytdint.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YI-KEY
               FILE STATUS IS WS-YTD-STATUS.
       *> Account master, for each account's product type - a loan
       *> runs below zero by design and is never an overdraft.
       *> OPTIONAL so a site without one treats every account as a
       *> deposit account.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "account.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RAW-TIMESTAMP     PIC X(19).
           05 RAW-SPACE6        PIC X.
           05 RAW-SOURCE        PIC X(3).
           05 RAW-SPACE7        PIC X.
           05 RAW-LINK          PIC X(27).

       *> Sort key record, same layout as the raw feed
       SD SORT-WORK-FILE.
           05 SD-TIMESTAMP      PIC X(19).
           05 SD-SPACE6         PIC X.
           05 SD-SOURCE         PIC X(3).
           05 SD-SPACE7         PIC X.
           05 SD-LINK           PIC X(27).

       *> Structure of each transaction record, once sorted by customer
       FD INPUT-FILE.
           05 TIMESTAMP     PIC X(19).
           05 SPACE6        PIC X.
           05 TRX-SOURCE    PIC X(3).
       *> Link area - a TRANSFER's counterparty customer and account
       *> and the reference both legs carry; blank on other types
           05 SPACE7        PIC X.
           05 LINK-CUSTOMER PIC X(8).
           05 SPACE8        PIC X.
           05 LINK-ACCOUNT  PIC X(4).
           05 SPACE9        PIC X.
           05 LINK-REFERENCE PIC X(13).

       *> Output record format
       FD OUTPUT-FILE.

       *> Raw record plus reason code for anything we can't post
       FD REJECT-FILE.
       01 REJECT-RECORD      PIC X(200).

       *> One suspense entry per orphaned transaction: the record as
       *> it arrived, when it was first seen, OPEN or RELEASED, and
       *> the date the clearing pass released it, then the record's
       *> link area - kept last so entries written before the link
       *> existed still read correctly
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUS-DATA           PIC X(75).
           05 SUS-STATUS         PIC X(10).
           05 SUS-SPACE3         PIC X.
           05 SUS-CLEARED-DATE   PIC X(10).
           05 SUS-SPACE4         PIC X.
           05 SUS-LINK           PIC X(27).

       *> GL extract - record type "C" (one per customer), "A" (one
       *> per customer account, what the reconciliation job ties each
       FD LARGE-TRX-FILE.
       01 LARGE-RECORD       PIC X(150).

       *> Overdraft exception report record
       FD OVERDRAFT-FILE.
       01 OVERDRAFT-RECORD   PIC X(200).

       *> Generated overdraft fees in the standard feed shape, and the
       *> control trailer TRANSACTION-EDIT proves the feed against -
       *> the two 01s share the buffer
       FD OD-FEE-FILE.
       01 ODF-RECORD.
           05 ODF-TRX-ID        PIC X(13).
           05 ODF-SPACE1        PIC X.
           05 ODF-CUSTOMER-ID   PIC X(8).
           05 ODF-SPACE2        PIC X.
           05 ODF-ACCOUNT-ID    PIC X(4).
           05 ODF-SPACE3        PIC X.
           05 ODF-TRX-TYPE      PIC X(10).
           05 ODF-SPACE4        PIC X.
           05 ODF-AMOUNT        PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           05 ODF-SPACE5        PIC X.
           05 ODF-TIMESTAMP     PIC X(19).
       01 ODF-TRAILER.
           05 OTR-MARKER        PIC X(7).
           05 OTR-SPACE1        PIC X.
           05 OTR-COUNT         PIC 9(7).
           05 OTR-SPACE2        PIC X.
           05 OTR-HASH          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.

       *> A posted transfer leg: the record exactly as it posted, and
       *> where it went - CUSTOMER or SUSPENSE
       FD XFER-LEG-FILE.
       01 XFER-LEG-RECORD.
           05 XFL-DATA          PIC X(103).
           05 XFL-SPACE1        PIC X.
           05 XFL-POSTED-TO     PIC X(8).

       *> A posting: the record exactly as it posted, where it went -
       *> CUSTOMER or SUSPENSE - and the account's product type from
       *> the account master (blank for suspense or an account the
       *> master doesn't hold)
       FD GL-POST-FILE.
       01 GL-POST-RECORD.
           05 GLP-DATA          PIC X(103).
           05 GLP-SPACE1        PIC X.
           05 GLP-POSTED-TO     PIC X(8).
           05 GLP-SPACE2        PIC X.
           05 GLP-PRODUCT-TYPE  PIC X(3).

       *> Customers with activity this run, in customer order
       FD ACTIVE-FILE.
       01 ACTIVE-RECORD.
           05 RST-SUSP-COUNT         PIC 9(7).
           05 RST-SPACE24            PIC X.
           05 RST-RUN-NUMBER         PIC 9(6).
           05 RST-SPACE25            PIC X.
           05 RST-OD-COUNT           PIC 9(7).
           05 RST-SPACE26            PIC X.
           05 RST-OD-FEE-COUNT       PIC 9(7).
           05 RST-SPACE27            PIC X.
           05 RST-OD-FEE-HASH        PIC S9(11)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
       *> Checkpointed suspense compliance lines follow the record
       *> above, one per line, sharing the buffer - no customer break
       *> ever flushes them to the report mid-run, so the checkpoint
           05 BM-PRIOR-BALANCE   PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.

       *> Year-to-date interest record - one per account that has
       *> had interest posted: the tax year being accumulated, the
       *> interest paid (positive postings) and charged (negative -
       *> loans), the last year's figures as they stood when the tax
       *> year moved on, the run that last updated it, and the record
       *> as it stood before that run so a backed-out night can put
       *> it back
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

       *> Account master record - customer plus account, product type
       *> (CHK checking, SAV savings, LON loan), the date it opened,
       *> and its status (OPEN/CLOSED) with that status's effective
       *> date
       FD ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-KEY.
               10 AM-CUSTOMER-ID PIC X(8).
               10 AM-ACCOUNT-ID  PIC X(4).
           05 AM-PRODUCT-TYPE    PIC X(3).
           05 AM-OPEN-DATE       PIC X(10).
           05 AM-STATUS          PIC X(6).
           05 AM-STATUS-DATE     PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS     PIC XX VALUE "00".
       01 WS-PARM-EOF        PIC X VALUE "N".
       01 WS-ACCT-FEE        PIC S9(9)V99 VALUE 0.
       01 WS-ACCT-INTEREST   PIC S9(9)V99 VALUE 0.
       01 WS-ACCT-REVERSAL   PIC S9(9)V99 VALUE 0.
       *> The account's INTEREST split by sign for the year-to-date
       *> master: paid to the customer, and charged (loans)
       01 WS-ACCT-INT-PAID   PIC S9(9)V99 VALUE 0.
       01 WS-ACCT-INT-CHARGED PIC S9(9)V99 VALUE 0.
       01 WS-ACCT-TRX-COUNT  PIC 9(4) VALUE 0.
       01 WS-ACCT-NET        PIC S9(10)V99 VALUE 0.
       01 WS-ACCT-PENDING-COUNT PIC 9(2) VALUE 0.
               10 WS-AP-FEE         PIC S9(9)V99.
               10 WS-AP-INTEREST    PIC S9(9)V99.
               10 WS-AP-REVERSAL    PIC S9(9)V99.
               10 WS-AP-INT-PAID    PIC S9(9)V99.
               10 WS-AP-INT-CHARGED PIC S9(9)V99.
               10 WS-AP-TRX-COUNT   PIC 9(4).
               10 WS-AP-BM-FOUND    PIC X.
               10 WS-AP-OPENING     PIC S9(11)V99.
               10 WS-AP-CLOSING     PIC S9(11)V99.
       *> Overdraft detection. Each account's running position starts
       *> from its balance-master opening when the account's first
       *> record arrives and moves with every posting after it, in
       *> the timestamp order the sort guarantees within the account.
       *> A posting that takes a deposit account from zero or better
       *> to below zero is an exception; its report line and its fee
       *> transaction wait in the pending table until the customer
       *> break, ahead of the checkpoint, for the same reason the
       *> large-transaction lines do. CHECK-OVERDRAFT aborts loudly
       *> rather than dropping an exception if the table ever fills.
       01 WS-OVERDRAFT-STATUS PIC XX VALUE "00".
       01 WS-ODFEE-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-STATUS  PIC XX VALUE "00".
       01 WS-ACCOUNT-OPEN    PIC X VALUE "N".
       01 WS-RUNNING-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-PRIOR-RUNNING   PIC S9(11)V99 VALUE 0.
       01 WS-OD-EXEMPT       PIC X VALUE "N".
       *> Per-occurrence fee from runparms.txt line 7 - zero or
       *> absent still reports every exception but generates no fees
       01 WS-OD-FEE          PIC 9(7)V99 VALUE 0.
       01 WS-PARM-OD-FEE     PIC X(12) VALUE SPACES.
       01 WS-OD-FEE-SCRATCH  PIC X(12) VALUE SPACES.
       01 WS-OD-COUNT        PIC 9(7) VALUE 0.
       01 WS-OD-FEE-COUNT    PIC 9(7) VALUE 0.
       01 WS-OD-FEE-HASH     PIC S9(11)V99 VALUE 0.
       01 WS-OD-FEE-AMOUNT   PIC S9(9)V99 VALUE 0.
       01 WS-OD-FEE-SEQ      PIC 9(6) VALUE 0.
       01 WS-OD-NAME         PIC X(30) VALUE SPACES.
       01 WS-EDIT-OD-AMOUNT  PIC -(9)9.99.
       01 WS-EDIT-OD-BALANCE PIC -(11)9.99.
       01 WS-EDIT-OD-FEE     PIC ZZZZZZ9.99.
       01 WS-EDIT-OD-HASH    PIC -(11)9.99.
       01 WS-OD-PENDING-COUNT PIC 9(3) VALUE 0.
       01 WS-OD-PENDING-LIMIT PIC 9(3) VALUE 200.
       01 WS-OD-IX           PIC 9(3) VALUE 0.
       01 WS-OD-PENDING-TABLE.
           05 WS-OD-PENDING-ENTRY OCCURS 200 TIMES.
               10 WS-OD-PENDING-LINE PIC X(200).
               10 WS-OD-PENDING-FEE  PIC X(71).
       01 WS-XFERLEG-STATUS  PIC XX VALUE "00".
       *> Year-to-date interest master controls. The tax year the
       *> night's interest accrues to comes from runparms.txt line 9,
       *> defaulting to the run date's year; an account whose record
       *> is still on an earlier year has that year closed off and
       *> starts the new one from zero - setting line 9 to the new
       *> year is the year-end reset.
       01 WS-YTD-STATUS      PIC XX VALUE "00".
       01 WS-YTD-OPEN        PIC X VALUE "N".
       01 WS-YTD-FOUND       PIC X VALUE "N".
       01 WS-TAX-YEAR        PIC 9(4) VALUE 0.
       01 WS-PARM-TAX-YEAR   PIC X(4) VALUE SPACES.
       01 WS-GLPOST-STATUS   PIC XX VALUE "00".
       *> Product type of the account being posted, picked up with
       *> its opening position and carried onto every GL posting line
       01 WS-CURRENT-PRODUCT PIC X(3) VALUE SPACES.
       01 WS-LAST-TRX-ID     PIC X(13) VALUE SPACES.
       01 WS-RESUME-MODE     PIC X VALUE "N".
       01 WS-RESUME-ID       PIC X(13) VALUE SPACES.
                       PERFORM WRITE-LOG-LINE
                       OPEN OUTPUT LARGE-TRX-FILE
                   END-IF
                   OPEN EXTEND OVERDRAFT-FILE
                   IF WS-OVERDRAFT-STATUS NOT = "00"
                       MOVE "overdraft.txt missing, new report"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-LOG-LINE
                       OPEN OUTPUT OVERDRAFT-FILE
                   END-IF
                   OPEN EXTEND OD-FEE-FILE
                   IF WS-ODFEE-STATUS NOT = "00"
                       MOVE "odfee.txt missing, new fee feed"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-LOG-LINE
                       OPEN OUTPUT OD-FEE-FILE
                   END-IF
       *> Legs go out as they post rather than at the break, so the
       *> stretch between the last checkpoint and the abend is
       *> written twice - the clearing match keeps only the first
       *> copy of each TRX-ID
                   OPEN EXTEND XFER-LEG-FILE
                   IF WS-XFERLEG-STATUS NOT = "00"
                       MOVE "xferlegs.txt missing, new leg file"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-LOG-LINE
                       OPEN OUTPUT XFER-LEG-FILE
                   END-IF
       *> Same for the GL postings - the journal job keeps only the
       *> first copy of each TRX-ID
                   OPEN EXTEND GL-POST-FILE
                   IF WS-GLPOST-STATUS NOT = "00"
                       MOVE "glpost.txt missing, new posting file"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-LOG-LINE
                       OPEN OUTPUT GL-POST-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT REJECT-FILE
                   OPEN OUTPUT GL-EXTRACT-FILE
                   OPEN OUTPUT ACTIVE-FILE
                   OPEN OUTPUT LARGE-TRX-FILE
                   OPEN OUTPUT OVERDRAFT-FILE
                   OPEN OUTPUT OD-FEE-FILE
                   OPEN OUTPUT XFER-LEG-FILE
                   OPEN OUTPUT GL-POST-FILE
               END-IF
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               OPEN OUTPUT GL-EXTRACT-FILE
               OPEN OUTPUT ACTIVE-FILE
               OPEN OUTPUT LARGE-TRX-FILE
               OPEN OUTPUT OVERDRAFT-FILE
               OPEN OUTPUT OD-FEE-FILE
               OPEN OUTPUT XFER-LEG-FILE
               OPEN OUTPUT GL-POST-FILE
           END-IF
           IF WS-RESUME-MODE NOT = "Y"
               PERFORM WRITE-HEADER
               PERFORM WRITE-LARGE-HEADER
               PERFORM WRITE-OVERDRAFT-HEADER
           END-IF
           OPEN INPUT INPUT-FILE
           OPEN INPUT CUSTOMER-MASTER
               END-STRING
               PERFORM WRITE-LOG-LINE
           END-IF
       *> Year-to-date interest master opened for update the same
       *> way - a missing OPTIONAL file is created on the first WRITE
           OPEN I-O YTD-INTEREST-MASTER
           IF WS-YTD-STATUS = "00" OR WS-YTD-STATUS = "05"
               MOVE "Y" TO WS-YTD-OPEN
           ELSE
               MOVE SPACES TO WS-LOG-TEXT
               STRING
                   "ytdint.master open failed, status "
                       DELIMITED BY SIZE
                   WS-YTD-STATUS DELIMITED BY SIZE
                   " - year-to-date interest not carried"
                       DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM WRITE-LOG-LINE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-OPEN
           ELSE
               MOVE "account.master not found, no loans exempted"
                   TO WS-LOG-TEXT
               PERFORM WRITE-LOG-LINE
           END-IF

       *> Read all records until EOF
           PERFORM UNTIL END-OF-FILE
           PERFORM FLUSH-SUSPENSE-LARGE
           PERFORM WRITE-LARGE-TRAILER

       *> Overdraft report trailer, and the fee feed's control
       *> trailer so the next night's edit proves it whole
           PERFORM WRITE-OVERDRAFT-TRAILER

       *> Job completed cleanly - clear the checkpoint so a future run
       *> starts cold instead of offering to resume a finished job
           OPEN OUTPUT RESTART-FILE
           DISPLAY "Processing complete. Run " WS-RUN-NUMBER
               " logged to run.log"
           CLOSE INPUT-FILE OUTPUT-FILE REJECT-FILE GL-EXTRACT-FILE
               ACTIVE-FILE LARGE-TRX-FILE OVERDRAFT-FILE OD-FEE-FILE
               XFER-LEG-FILE GL-POST-FILE
           IF WS-SUSPENSE-OPEN = "Y"
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-BALANCE-OPEN = "Y"
               CLOSE BALANCE-MASTER
           END-IF
           IF WS-YTD-OPEN = "Y"
               CLOSE YTD-INTEREST-MASTER
           END-IF
           IF WS-ACCOUNT-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF
           STOP RUN.

       ABORT-RUN.
           MOVE "ABORTED" TO WS-RUN-OUTCOME
           PERFORM WRITE-RUN-END
           CLOSE INPUT-FILE OUTPUT-FILE REJECT-FILE GL-EXTRACT-FILE
               ACTIVE-FILE LARGE-TRX-FILE OVERDRAFT-FILE OD-FEE-FILE
               XFER-LEG-FILE GL-POST-FILE
           IF WS-SUSPENSE-OPEN = "Y"
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-BALANCE-OPEN = "Y"
               CLOSE BALANCE-MASTER
           END-IF
           IF WS-YTD-OPEN = "Y"
               CLOSE YTD-INTEREST-MASTER
           END-IF
           IF WS-ACCOUNT-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

                       MOVE RST-SUSP-INTEREST TO WS-SUSP-INTEREST
                       MOVE RST-SUSP-REVERSAL TO WS-SUSP-REVERSAL
                       MOVE RST-SUSP-COUNT TO WS-SUSP-COUNT
       *> A checkpoint from before overdraft detection carries no
       *> overdraft figures - the blank fields are left at zero
                       IF RST-OD-COUNT NUMERIC
                           MOVE RST-OD-COUNT TO WS-OD-COUNT
                           MOVE RST-OD-FEE-COUNT TO WS-OD-FEE-COUNT
                           MOVE RST-OD-FEE-HASH TO WS-OD-FEE-HASH
                       END-IF
       *> Carry on under the aborted run's number instead of the one
       *> INIT-RUN-CONTROL just assigned, and put runctl.dat back to
       *> it, so a recovered night's outputs all stamp one run and
           MOVE 0 TO WS-SUSP-FEE
           MOVE 0 TO WS-SUSP-INTEREST
           MOVE 0 TO WS-SUSP-REVERSAL
           MOVE 0 TO WS-SUSP-COUNT
           MOVE 0 TO WS-OD-COUNT
           MOVE 0 TO WS-OD-FEE-COUNT
           MOVE 0 TO WS-OD-FEE-HASH.

       WRITE-CHECKPOINT.
       *> Persist the last processed TRX-ID at every customer
           MOVE WS-SUSP-REVERSAL TO RST-SUSP-REVERSAL
           MOVE WS-SUSP-COUNT TO RST-SUSP-COUNT
           MOVE WS-RUN-NUMBER TO RST-RUN-NUMBER
           MOVE WS-OD-COUNT TO RST-OD-COUNT
           MOVE WS-OD-FEE-COUNT TO RST-OD-FEE-COUNT
           MOVE WS-OD-FEE-HASH TO RST-OD-FEE-HASH
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
       *> Bank the unflushed suspense compliance lines behind the
       *> reruns and overnight abend recovery don't require a
       *> recompile or an operator at the console. Defaults in
       *> WORKING-STORAGE stand if the file or a given line is absent.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE WS-CURRENT-DATE-RAW(1:4) TO WS-TAX-YEAR
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               MOVE "N" TO WS-PARM-EOF
                   PERFORM PARSE-THRESHOLD
               END-IF

       *> Line 6 is the edit job's posted-id retention, stepped over
       *> to the optional seventh line: the per-occurrence overdraft
       *> fee, e.g. "35.00" - zero or absent generates no fees
               IF WS-PARM-EOF = "N"
                   READ PARM-FILE INTO PARM-RECORD
                       AT END MOVE "Y" TO WS-PARM-EOF
                   END-READ
               END-IF
               IF WS-PARM-EOF = "N"
                   READ PARM-FILE INTO PARM-RECORD
                       AT END MOVE "Y" TO WS-PARM-EOF
                   END-READ
               END-IF
               IF WS-PARM-EOF = "N"
                   MOVE PARM-RECORD(1:12) TO WS-PARM-OD-FEE
                   PERFORM PARSE-OD-FEE
               END-IF

       *> Line 8 is the structuring monitor's window, stepped over to
       *> the optional ninth line: the tax year tonight's interest
       *> accrues to, e.g. "2026"
               IF WS-PARM-EOF = "N"
                   READ PARM-FILE INTO PARM-RECORD
                       AT END MOVE "Y" TO WS-PARM-EOF
                   END-READ
               END-IF
               IF WS-PARM-EOF = "N"
                   READ PARM-FILE INTO PARM-RECORD
                       AT END MOVE "Y" TO WS-PARM-EOF
                   END-READ
               END-IF
               IF WS-PARM-EOF = "N"
                   MOVE PARM-RECORD(1:4) TO WS-PARM-TAX-YEAR
                   IF WS-PARM-TAX-YEAR NUMERIC
                       MOVE WS-PARM-TAX-YEAR TO WS-TAX-YEAR
                   END-IF
               END-IF

               CLOSE PARM-FILE
           ELSE
               MOVE "runparms.txt not found, using default dates"
               WS-EDIT-THRESHOLD DELIMITED BY SIZE
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-LOG-LINE
           MOVE WS-OD-FEE TO WS-EDIT-OD-FEE
           MOVE SPACES TO WS-LOG-TEXT
           STRING
               "Parameters | Overdraft Fee: " DELIMITED BY SIZE
               WS-EDIT-OD-FEE DELIMITED BY SIZE
               " | Tax Year: " DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-LOG-LINE.

       PARSE-OD-FEE.
       *> Same rule as the threshold: digits with an optional decimal
       *> point, anything else charges nothing rather than guessing
           MOVE WS-PARM-OD-FEE TO WS-OD-FEE-SCRATCH
           INSPECT WS-OD-FEE-SCRATCH
               CONVERTING "0123456789." TO "           "
           IF WS-OD-FEE-SCRATCH = SPACES
              AND WS-PARM-OD-FEE NOT = SPACES
               COMPUTE WS-OD-FEE = FUNCTION NUMVAL(WS-PARM-OD-FEE)
           END-IF.

       PARSE-THRESHOLD.
       *> Accept digits with an optional decimal point; anything
       *> else leaves the report disabled rather than guessing at a
               END-IF
           END-IF

       *> First record of an account - the first under a new customer
       *> or the next one under the same customer - picks up the
       *> account's running position for overdraft detection
           IF CUSTOMER-ID NOT = WS-CURRENT-ID
              OR ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
               PERFORM START-ACCOUNT-POSITION
           END-IF

       *> Independent running total, kept separately from the type
       *> buckets below so a bug in that dispatch shows up as a
       *> mismatch against WS-GRAND-TOTAL instead of going unnoticed
                               ADD AMOUNT TO WS-TOTAL-INTEREST
                               ADD AMOUNT TO WS-ACCT-INTEREST
                               ADD AMOUNT TO WS-GRAND-INTEREST
                               IF AMOUNT > 0
                                   ADD AMOUNT TO WS-ACCT-INT-PAID
                               ELSE
                                   ADD AMOUNT TO WS-ACCT-INT-CHARGED
                               END-IF
                           ELSE
                               IF TRX-TYPE = "REVERSAL  "
                                   ADD AMOUNT TO WS-TOTAL-REVERSAL
           IF WS-LARGE-ENABLED = "Y"
               PERFORM CHECK-LARGE-TRX
           END-IF
           PERFORM CHECK-OVERDRAFT
           IF TRX-TYPE = "TRANSFER  "
               MOVE "CUSTOMER" TO XFL-POSTED-TO
               PERFORM WRITE-TRANSFER-LEG
           END-IF
           MOVE "CUSTOMER" TO GLP-POSTED-TO
           MOVE WS-CURRENT-PRODUCT TO GLP-PRODUCT-TYPE
           PERFORM WRITE-GL-POSTING
           ADD 1 TO WS-TRX-COUNT
           ADD 1 TO WS-ACCT-TRX-COUNT
           ADD 1 TO WS-GRAND-COUNT
               TO WS-AP-INTEREST(WS-ACCT-PENDING-COUNT)
           MOVE WS-ACCT-REVERSAL
               TO WS-AP-REVERSAL(WS-ACCT-PENDING-COUNT)
           MOVE WS-ACCT-INT-PAID
               TO WS-AP-INT-PAID(WS-ACCT-PENDING-COUNT)
           MOVE WS-ACCT-INT-CHARGED
               TO WS-AP-INT-CHARGED(WS-ACCT-PENDING-COUNT)
           MOVE WS-ACCT-TRX-COUNT
               TO WS-AP-TRX-COUNT(WS-ACCT-PENDING-COUNT)
           MOVE "N" TO WS-AP-BM-FOUND(WS-ACCT-PENDING-COUNT)
           MOVE 0 TO WS-ACCT-FEE
           MOVE 0 TO WS-ACCT-INTEREST
           MOVE 0 TO WS-ACCT-REVERSAL
           MOVE 0 TO WS-ACCT-INT-PAID
           MOVE 0 TO WS-ACCT-INT-CHARGED
           MOVE 0 TO WS-ACCT-TRX-COUNT.

       CHECK-CUSTOMER-STATUS.
           IF TRX-SOURCE = "SUS"
               PERFORM BOOK-SUSPENSE-CONTRA
           END-IF
           IF TRX-TYPE = "TRANSFER  "
               MOVE "SUSPENSE" TO XFL-POSTED-TO
               PERFORM WRITE-TRANSFER-LEG
           END-IF
           MOVE "SUSPENSE" TO GLP-POSTED-TO
           MOVE SPACES TO GLP-PRODUCT-TYPE
           PERFORM WRITE-GL-POSTING
           ADD 1 TO WS-SUSP-COUNT
           ADD 1 TO WS-GRAND-COUNT
           IF WS-SUSPENSE-OPEN = "Y"
               MOVE IN-RECORD TO SUS-DATA
               MOVE WS-RUN-DATE TO SUS-FIRST-SEEN
               MOVE "OPEN" TO SUS-STATUS
               MOVE IN-RECORD(77:27) TO SUS-LINK
               WRITE SUSPENSE-RECORD
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           WRITE ACTIVE-RECORD
       *> This customer's compliance lines, ahead of the checkpoint
           PERFORM FLUSH-LARGE-TRX
       *> ...and its overdraft exceptions and fees likewise
           PERFORM FLUSH-OVERDRAFT
       *> One line per account under the customer line, carrying each
       *> account's closing position out for the next run with this
       *> run's opening alongside it for the statement job
               ELSE
                   WRITE BALANCE-MASTER-RECORD
               END-IF
           END-IF
           IF WS-YTD-OPEN = "Y"
              AND (WS-AP-INT-PAID(WS-ACCT-IX) NOT = 0
               OR WS-AP-INT-CHARGED(WS-ACCT-IX) NOT = 0)
               PERFORM UPDATE-YTD-INTEREST
           END-IF.

       UPDATE-YTD-INTEREST.
       *> Same break, same checkpoint protection as the balance
       *> master. The record's before-image is kept once per run, so
       *> the back-out of this run can restore it exactly.
           MOVE WS-CURRENT-ID TO YI-CUSTOMER-ID
           MOVE WS-AP-ACCOUNT-ID(WS-ACCT-IX) TO YI-ACCOUNT-ID
           READ YTD-INTEREST-MASTER
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND
           END-READ
           IF WS-YTD-FOUND = "N"
               MOVE WS-TAX-YEAR TO YI-TAX-YEAR
               MOVE 0 TO YI-YTD-PAID
               MOVE 0 TO YI-YTD-CHARGED
               MOVE 0 TO YI-CLOSED-YEAR
               MOVE 0 TO YI-CLOSED-PAID
               MOVE 0 TO YI-CLOSED-CHARGED
               MOVE 0 TO YI-LAST-RUN
           END-IF
           IF YI-LAST-RUN NOT = WS-RUN-NUMBER
               MOVE WS-YTD-FOUND TO YI-PRIOR-FOUND
               MOVE YI-TAX-YEAR TO YI-PRIOR-TAX-YEAR
               MOVE YI-YTD-PAID TO YI-PRIOR-PAID
               MOVE YI-YTD-CHARGED TO YI-PRIOR-CHARGED
               MOVE YI-CLOSED-YEAR TO YI-PRIOR-CLOSED-YEAR
               MOVE YI-CLOSED-PAID TO YI-PRIOR-CLOSED-PAID
               MOVE YI-CLOSED-CHARGED TO YI-PRIOR-CLOSED-CHARGED
           END-IF
       *> Tax year moved on since this account last earned interest -
       *> close the old year off and start the new one from zero
           IF YI-TAX-YEAR NOT = WS-TAX-YEAR
               MOVE YI-TAX-YEAR TO YI-CLOSED-YEAR
               MOVE YI-YTD-PAID TO YI-CLOSED-PAID
               MOVE YI-YTD-CHARGED TO YI-CLOSED-CHARGED
               MOVE WS-TAX-YEAR TO YI-TAX-YEAR
               MOVE 0 TO YI-YTD-PAID
               MOVE 0 TO YI-YTD-CHARGED
           END-IF
           ADD WS-AP-INT-PAID(WS-ACCT-IX) TO YI-YTD-PAID
           ADD WS-AP-INT-CHARGED(WS-ACCT-IX) TO YI-YTD-CHARGED
           MOVE WS-RUN-NUMBER TO YI-LAST-RUN
           IF WS-YTD-FOUND = "Y"
               REWRITE YTD-INTEREST-RECORD
           ELSE
               WRITE YTD-INTEREST-RECORD
           END-IF.

       ACCUMULATE-DAILY.
           END-STRING
           WRITE LARGE-RECORD.

       WRITE-OVERDRAFT-HEADER.
           MOVE WS-OD-FEE TO WS-EDIT-OD-FEE
           MOVE SPACES TO OVERDRAFT-RECORD
           IF WS-OD-FEE > 0
               STRING
                   "Overdraft Exception Report | Run Date: "
                       DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " | Run: " DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   " | Fee: " DELIMITED BY SIZE
                   WS-EDIT-OD-FEE DELIMITED BY SIZE
                   INTO OVERDRAFT-RECORD
               END-STRING
           ELSE
               STRING
                   "Overdraft Exception Report | Run Date: "
                       DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " | Run: " DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   " | Fee: not configured, no fees generated"
                       DELIMITED BY SIZE
                   INTO OVERDRAFT-RECORD
               END-STRING
           END-IF
           WRITE OVERDRAFT-RECORD.

       START-ACCOUNT-POSITION.
       *> The account's position before tonight's first posting is
       *> its balance-master figure from the last run (zero for an
       *> account the master hasn't seen) - the same opening the
       *> control break reads back for the account line. A loan runs
       *> below zero by design, so it is exempt.
           MOVE 0 TO WS-RUNNING-BALANCE
           MOVE "N" TO WS-OD-EXEMPT
           MOVE SPACES TO WS-CURRENT-PRODUCT
           IF WS-BALANCE-OPEN = "Y"
               MOVE CUSTOMER-ID TO BM-CUSTOMER-ID
               MOVE ACCOUNT-ID TO BM-ACCOUNT-ID
               READ BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BM-BALANCE TO WS-RUNNING-BALANCE
               END-READ
           END-IF
           IF WS-ACCOUNT-OPEN = "Y"
               MOVE CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-PRODUCT-TYPE TO WS-CURRENT-PRODUCT
                       IF AM-PRODUCT-TYPE = "LON"
                           MOVE "Y" TO WS-OD-EXEMPT
                       END-IF
               END-READ
           END-IF.

       CHECK-OVERDRAFT.
       *> Move the account's running position by this posting. Only
       *> the posting that crosses from zero or better to below zero
       *> is the exception - the account staying overdrawn is not a
       *> fresh occurrence. A fee this job generated on an earlier
       *> night (source ODF) is reported but never charged a fee of
       *> its own.
           MOVE WS-RUNNING-BALANCE TO WS-PRIOR-RUNNING
           ADD AMOUNT TO WS-RUNNING-BALANCE
           IF WS-OD-EXEMPT = "N"
              AND AMOUNT < 0
              AND WS-PRIOR-RUNNING NOT < 0
              AND WS-RUNNING-BALANCE < 0
               IF WS-OD-PENDING-COUNT >= WS-OD-PENDING-LIMIT
                   DISPLAY "ERROR: overdraft table full for "
                       "customer " CUSTOMER-ID " - aborting"
                   MOVE "ERROR: overdraft table full - aborting"
                       TO WS-LOG-TEXT
                   PERFORM WRITE-LOG-LINE
                   PERFORM ABORT-RUN
               END-IF
               ADD 1 TO WS-OD-COUNT
               ADD 1 TO WS-OD-PENDING-COUNT
               MOVE SPACES TO WS-OD-PENDING-FEE(WS-OD-PENDING-COUNT)
               IF WS-OD-FEE > 0 AND TRX-SOURCE NOT = "ODF"
                   PERFORM GENERATE-OD-FEE
               END-IF
               PERFORM BUILD-OVERDRAFT-LINE
           END-IF.

       GENERATE-OD-FEE.
       *> System-assigned TRX-ID: O + yymmdd + a six-digit sequence,
       *> unique within the day this job ran. Dated the run date, so
       *> it posts on the night the edit picks it up.
           ADD 1 TO WS-OD-FEE-COUNT
           MOVE WS-OD-FEE-COUNT TO WS-OD-FEE-SEQ
           COMPUTE WS-OD-FEE-AMOUNT = 0 - WS-OD-FEE
           ADD WS-OD-FEE-AMOUNT TO WS-OD-FEE-HASH
           MOVE SPACES TO ODF-RECORD
           STRING
               "O" DELIMITED BY SIZE
               WS-RUN-DATE(3:2) DELIMITED BY SIZE
               WS-RUN-DATE(6:2) DELIMITED BY SIZE
               WS-RUN-DATE(9:2) DELIMITED BY SIZE
               WS-OD-FEE-SEQ DELIMITED BY SIZE
               INTO ODF-TRX-ID
           END-STRING
           MOVE CUSTOMER-ID TO ODF-CUSTOMER-ID
           MOVE ACCOUNT-ID TO ODF-ACCOUNT-ID
           MOVE "FEE       " TO ODF-TRX-TYPE
           MOVE WS-OD-FEE-AMOUNT TO ODF-AMOUNT
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " 00:00:00" DELIMITED BY SIZE
               INTO ODF-TIMESTAMP
           END-STRING
           MOVE ODF-RECORD TO WS-OD-PENDING-FEE(WS-OD-PENDING-COUNT).

       BUILD-OVERDRAFT-LINE.
           MOVE SPACES TO WS-OD-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "UNKNOWN CUSTOMER" TO WS-OD-NAME
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-OD-NAME
               END-READ
           ELSE
               MOVE "N/A" TO WS-OD-NAME
           END-IF
           MOVE AMOUNT TO WS-EDIT-OD-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-EDIT-OD-BALANCE
           MOVE SPACES TO WS-OD-PENDING-LINE(WS-OD-PENDING-COUNT)
           IF WS-OD-PENDING-FEE(WS-OD-PENDING-COUNT) NOT = SPACES
               MOVE WS-OD-FEE TO WS-EDIT-OD-FEE
               STRING
                   TRX-ID DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CUSTOMER-ID DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OD-NAME) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   ACCOUNT-ID DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TRX-TYPE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-EDIT-OD-AMOUNT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TIMESTAMP DELIMITED BY SIZE
                   " | Balance: " DELIMITED BY SIZE
                   WS-EDIT-OD-BALANCE DELIMITED BY SIZE
                   " | Fee: " DELIMITED BY SIZE
                   WS-EDIT-OD-FEE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ODF-TRX-ID DELIMITED BY SIZE
                   INTO WS-OD-PENDING-LINE(WS-OD-PENDING-COUNT)
               END-STRING
           ELSE
               STRING
                   TRX-ID DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CUSTOMER-ID DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OD-NAME) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   ACCOUNT-ID DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TRX-TYPE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-EDIT-OD-AMOUNT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TIMESTAMP DELIMITED BY SIZE
                   " | Balance: " DELIMITED BY SIZE
                   WS-EDIT-OD-BALANCE DELIMITED BY SIZE
                   " | Fee: none" DELIMITED BY SIZE
                   INTO WS-OD-PENDING-LINE(WS-OD-PENDING-COUNT)
               END-STRING
           END-IF.

       FLUSH-OVERDRAFT.
       *> The summarized customer's exceptions go on the report and
       *> their fees on the fee feed here, at the control break -
       *> always before WRITE-CHECKPOINT runs, so a resume can never
       *> duplicate a fee
           MOVE 1 TO WS-OD-IX
           PERFORM UNTIL WS-OD-IX > WS-OD-PENDING-COUNT
               MOVE WS-OD-PENDING-LINE(WS-OD-IX) TO OVERDRAFT-RECORD
               WRITE OVERDRAFT-RECORD
               IF WS-OD-PENDING-FEE(WS-OD-IX) NOT = SPACES
                   MOVE WS-OD-PENDING-FEE(WS-OD-IX) TO ODF-RECORD
                   WRITE ODF-RECORD
               END-IF
               ADD 1 TO WS-OD-IX
           END-PERFORM
           MOVE 0 TO WS-OD-PENDING-COUNT.

       WRITE-OVERDRAFT-TRAILER.
           MOVE WS-OD-FEE-HASH TO WS-EDIT-OD-HASH
           MOVE SPACES TO OVERDRAFT-RECORD
           STRING
               "Overdraft Totals | Exceptions: " DELIMITED BY SIZE
               WS-OD-COUNT DELIMITED BY SIZE
               " | Fees: " DELIMITED BY SIZE
               WS-OD-FEE-COUNT DELIMITED BY SIZE
               " | Fee Amount: " DELIMITED BY SIZE
               WS-EDIT-OD-HASH DELIMITED BY SIZE
               INTO OVERDRAFT-RECORD
           END-STRING
           WRITE OVERDRAFT-RECORD
           MOVE SPACES TO ODF-TRAILER
           MOVE "TRAILER" TO OTR-MARKER
           MOVE WS-OD-FEE-COUNT TO OTR-COUNT
           MOVE WS-OD-FEE-HASH TO OTR-HASH
           WRITE ODF-TRAILER
           MOVE SPACES TO WS-LOG-TEXT
           STRING
               "Overdraft exceptions: " DELIMITED BY SIZE
               WS-OD-COUNT DELIMITED BY SIZE
               " | fees generated to odfee.txt: " DELIMITED BY SIZE
               WS-OD-FEE-COUNT DELIMITED BY SIZE
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-LOG-LINE.

       WRITE-TRANSFER-LEG.
       *> The leg as it posted, link area and source code included -
       *> the clearing match needs the reference to pair it and the
       *> source to tell a suspense release (whose other leg cleared
       *> the night it first posted) from tonight's new money
           MOVE IN-RECORD TO XFL-DATA
           MOVE SPACE TO XFL-SPACE1
           WRITE XFER-LEG-RECORD.

       WRITE-GL-POSTING.
       *> The posting as it went, type already normalized - the GL
       *> journal maps type, source and product to ledger accounts
           MOVE IN-RECORD TO GLP-DATA
           MOVE SPACE TO GLP-SPACE1
           MOVE SPACE TO GLP-SPACE2
           WRITE GL-POST-RECORD.

       INIT-RUN-CONTROL.
       *> Assign this execution the next run number and open its run
       *> log - everything else in the run logs through WRITE-LOG-LINE
