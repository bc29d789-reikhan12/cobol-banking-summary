       *> register shows, per account, the balance, the rate or fee
       *> applied and the amount generated, so the figures can be
       *> checked before they post. This replaces the spreadsheet the
       *> month-end figures used to be keyed from. Each account's
       *> schedule is chosen by its product type on the account
       *> master, so a loan is charged on what it owes instead of
       *> being run through the deposit tiers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       *>                                            high)
       *>   MAINTFEE <amount>
       *>   MINBAL <threshold> <fee>
       *>   PRODUCT <CHK/SAV/LON>  - the lines after it, up to the
       *>                            next PRODUCT line, are that
       *>                            product's own schedule
       *> Lines before any PRODUCT line are the default schedule the
       *> deposit products fall back to; a loan has no fallback.
           SELECT RATE-SCHED-FILE ASSIGN TO "ratesched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
       *> Account master, for each account's product type and status
       *> - the product picks the schedule, and a CLOSED account
       *> accrues nothing
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "account.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.
       *> The generated feed, trailer and all - name it in feedlist.txt
       *> (source code ACR) and the edit verifies it like any upstream
           SELECT ACCRUAL-FEED-FILE ASSIGN TO "accrual.txt"
           05 CM-STATUS          PIC X(6).
           05 CM-STATUS-DATE     PIC X(10).

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

       *> Generated transactions in the standard feed shape, and the
       *> control trailer TRANSACTION-EDIT proves the feed against -
       *> the two 01s share the buffer
       01 WS-RATE-STATUS     PIC XX VALUE "00".
       01 WS-BALANCE-STATUS  PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-ACCOUNT-STATUS  PIC XX VALUE "00".
       01 WS-FEED-STATUS     PIC XX VALUE "00".
       01 WS-REGISTER-STATUS PIC XX VALUE "00".
       01 WS-RATE-EOF        PIC X VALUE "N".
       01 WS-BM-EOF          PIC X VALUE "N".
       01 WS-CUSTOMER-OPEN   PIC X VALUE "N".
       01 WS-ACCOUNT-OPEN    PIC X VALUE "N".
       *> One schedule per product section of ratesched.txt. Entry 1
       *> is the default schedule - the lines before any PRODUCT line
       *> - and the three product codes can add one each. Within a
       *> schedule the interest tiers are lowest minimum first as
       *> keyed - the highest tier whose minimum the balance reaches
       *> sets the rate.
       01 WS-SCHED-COUNT     PIC 9(2) VALUE 1.
       01 WS-SCHED-LIMIT     PIC 9(2) VALUE 4.
       01 WS-SCHED-IX        PIC 9(2) VALUE 1.
       01 WS-SCHED-FOUND-IX  PIC 9(2) VALUE 0.
       01 WS-SCHED-PRINT-IX  PIC 9(2) VALUE 0.
       01 WS-TIER-LIMIT      PIC 9(2) VALUE 10.
       01 WS-TIER-IX         PIC 9(2) VALUE 0.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 4 TIMES.
               10 WS-SC-PRODUCT      PIC X(3).
               10 WS-SC-TIER-COUNT   PIC 9(2).
               10 WS-SC-TIER OCCURS 10 TIMES.
                   15 WS-SC-TIER-MIN   PIC 9(9)V99.
                   15 WS-SC-TIER-RATE  PIC 9(2)V9(3).
               10 WS-SC-MAINT-FEE    PIC 9(7)V99.
               10 WS-SC-MINBAL-LIMIT PIC 9(9)V99.
               10 WS-SC-MINBAL-FEE   PIC 9(7)V99.
               10 WS-SC-MINBAL-SET   PIC X.
       01 WS-SCHED-LABEL     PIC X(7) VALUE SPACES.
       *> Schedule-line parsing scratch
       01 WS-PARSE-KEYWORD   PIC X(10) VALUE SPACES.
       01 WS-PARSE-VALUE1    PIC X(15) VALUE SPACES.
       01 WS-CUSTOMER-POSTABLE PIC X VALUE "Y".
       01 WS-CUSTOMER-STATUS-CODE PIC X(6) VALUE SPACES.
       01 WS-CUSTOMER-KNOWN  PIC X VALUE "Y".
       *> The account in flight: its product, and the schedule that
       *> product resolved to - zero when it accrues nothing, with
       *> the reason for the register
       01 WS-ACCOUNT-PRODUCT PIC X(3) VALUE SPACES.
       01 WS-USE-IX          PIC 9(2) VALUE 0.
       01 WS-SKIP-REASON     PIC X(40) VALUE SPACES.
       *> Generated-transaction sequencing and the feed's own control
       *> totals, written on its trailer
       01 WS-TRX-SEQ         PIC 9(6) VALUE 0.
       01 WS-ACCT-READ-COUNT PIC 9(7) VALUE 0.
       *> The calculation in flight
       01 WS-APPLIED-RATE    PIC 9(2)V9(3) VALUE 0.
       *> What the tiers are measured against: a deposit's positive
       *> balance, or what a loan owes (its balance, carried negative,
       *> turned positive)
       01 WS-ACCRUAL-BASE    PIC S9(11)V99 VALUE 0.
       01 WS-CALC-AMOUNT     PIC S9(9)V99 VALUE 0.
       01 WS-EDIT-BALANCE    PIC -(11)9.99.
       01 WS-EDIT-AMOUNT     PIC -(9)9.99.
           ELSE
               DISPLAY "customer.master not found - no status checks"
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-OPEN
           ELSE
               DISPLAY "account.master not found - every account "
                   "accrues on the default schedule"
           END-IF
           OPEN OUTPUT ACCRUAL-FEED-FILE

           PERFORM UNTIL WS-BM-EOF = "Y"
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-ACCOUNT-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF
           STOP RUN.

       READ-RATE-SCHEDULE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-SCHED-IX
           MOVE SPACES TO WS-SC-PRODUCT(1)
           PERFORM CLEAR-SCHEDULE-ENTRY
           PERFORM UNTIL WS-RATE-EOF = "Y"
               READ RATE-SCHED-FILE
                   AT END
                   IF WS-PARSE-KEYWORD = "MAINTFEE"
                       PERFORM CHECK-PARSE-VALUE1
                       IF WS-PARSE-GOOD = "Y"
                           COMPUTE WS-SC-MAINT-FEE(WS-SCHED-IX) =
                               FUNCTION NUMVAL(WS-PARSE-VALUE1)
                       ELSE
                           ADD 1 TO WS-SCHED-BAD
                       IF WS-PARSE-KEYWORD = "MINBAL"
                           PERFORM CHECK-PARSE-VALUES
                           IF WS-PARSE-GOOD = "Y"
                               COMPUTE WS-SC-MINBAL-LIMIT(WS-SCHED-IX)
                                   = FUNCTION NUMVAL(WS-PARSE-VALUE1)
                               COMPUTE WS-SC-MINBAL-FEE(WS-SCHED-IX)
                                   = FUNCTION NUMVAL(WS-PARSE-VALUE2)
                               MOVE "Y"
                                   TO WS-SC-MINBAL-SET(WS-SCHED-IX)
                           ELSE
                               ADD 1 TO WS-SCHED-BAD
                           END-IF
                       ELSE
                           IF WS-PARSE-KEYWORD = "PRODUCT"
                               PERFORM START-PRODUCT-SECTION
                           ELSE
                               ADD 1 TO WS-SCHED-BAD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       START-PRODUCT-SECTION.
       *> Later lines belong to this product's schedule. A product
       *> named twice carries on filling the same schedule rather
       *> than splitting it.
           IF WS-PARSE-VALUE1 NOT = "CHK"
              AND WS-PARSE-VALUE1 NOT = "SAV"
              AND WS-PARSE-VALUE1 NOT = "LON"
               ADD 1 TO WS-SCHED-BAD
           ELSE
               MOVE 0 TO WS-SCHED-FOUND-IX
               MOVE 2 TO WS-SCHED-IX
               PERFORM UNTIL WS-SCHED-IX > WS-SCHED-COUNT
                       OR WS-SCHED-FOUND-IX > 0
                   IF WS-SC-PRODUCT(WS-SCHED-IX) = WS-PARSE-VALUE1
                       MOVE WS-SCHED-IX TO WS-SCHED-FOUND-IX
                   END-IF
                   ADD 1 TO WS-SCHED-IX
               END-PERFORM
               IF WS-SCHED-FOUND-IX = 0
                   IF WS-SCHED-COUNT >= WS-SCHED-LIMIT
                       DISPLAY "ERROR: schedule table full - aborting"
                       CLOSE REGISTER-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE WS-SCHED-COUNT TO WS-SCHED-IX
                   MOVE WS-PARSE-VALUE1 TO WS-SC-PRODUCT(WS-SCHED-IX)
                   PERFORM CLEAR-SCHEDULE-ENTRY
               ELSE
                   MOVE WS-SCHED-FOUND-IX TO WS-SCHED-IX
               END-IF
           END-IF.

       CLEAR-SCHEDULE-ENTRY.
           MOVE 0 TO WS-SC-TIER-COUNT(WS-SCHED-IX)
           MOVE 0 TO WS-SC-MAINT-FEE(WS-SCHED-IX)
           MOVE 0 TO WS-SC-MINBAL-LIMIT(WS-SCHED-IX)
           MOVE 0 TO WS-SC-MINBAL-FEE(WS-SCHED-IX)
           MOVE "N" TO WS-SC-MINBAL-SET(WS-SCHED-IX).

       ADD-RATE-TIER.
           PERFORM CHECK-PARSE-VALUES
           IF WS-PARSE-GOOD = "N"
               ADD 1 TO WS-SCHED-BAD
           ELSE
               IF WS-SC-TIER-COUNT(WS-SCHED-IX) >= WS-TIER-LIMIT
                   DISPLAY "ERROR: more than " WS-TIER-LIMIT
                       " rate tiers in one schedule - aborting"
                   CLOSE REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SC-TIER-COUNT(WS-SCHED-IX)
               MOVE WS-SC-TIER-COUNT(WS-SCHED-IX) TO WS-TIER-IX
               COMPUTE WS-SC-TIER-MIN(WS-SCHED-IX, WS-TIER-IX) =
                   FUNCTION NUMVAL(WS-PARSE-VALUE1)
               COMPUTE WS-SC-TIER-RATE(WS-SCHED-IX, WS-TIER-IX) =
                   FUNCTION NUMVAL(WS-PARSE-VALUE2)
           END-IF.

           END-IF.

       WRITE-SCHEDULE-REGISTER.
       *> The schedules this run actually used, at the top of the
       *> register - the mis-keyed-rate postmortem starts here
           MOVE 1 TO WS-SCHED-PRINT-IX
           PERFORM UNTIL WS-SCHED-PRINT-IX > WS-SCHED-COUNT
               PERFORM WRITE-ONE-SCHEDULE
               ADD 1 TO WS-SCHED-PRINT-IX
           END-PERFORM.

       WRITE-ONE-SCHEDULE.
           IF WS-SC-PRODUCT(WS-SCHED-PRINT-IX) = SPACES
               MOVE "Default" TO WS-SCHED-LABEL
           ELSE
               MOVE WS-SC-PRODUCT(WS-SCHED-PRINT-IX) TO WS-SCHED-LABEL
           END-IF
           MOVE 1 TO WS-TIER-IX
           PERFORM UNTIL WS-TIER-IX >
                   WS-SC-TIER-COUNT(WS-SCHED-PRINT-IX)
               MOVE WS-SC-TIER-MIN(WS-SCHED-PRINT-IX, WS-TIER-IX)
                   TO WS-EDIT-BALANCE
               MOVE WS-SC-TIER-RATE(WS-SCHED-PRINT-IX, WS-TIER-IX)
                   TO WS-EDIT-RATE
               MOVE SPACES TO REGISTER-RECORD
               STRING
                   "Schedule | " DELIMITED BY SIZE
                   WS-SCHED-LABEL DELIMITED BY SIZE
                   " | Tier from " DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   WS-EDIT-RATE DELIMITED BY SIZE
               WRITE REGISTER-RECORD
               ADD 1 TO WS-TIER-IX
           END-PERFORM
           MOVE WS-SC-MAINT-FEE(WS-SCHED-PRINT-IX) TO WS-EDIT-FEE
           MOVE SPACES TO REGISTER-RECORD
           STRING
               "Schedule | " DELIMITED BY SIZE
               WS-SCHED-LABEL DELIMITED BY SIZE
               " | Maintenance fee " DELIMITED BY SIZE
               WS-EDIT-FEE DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           IF WS-SC-MINBAL-SET(WS-SCHED-PRINT-IX) = "Y"
               MOVE WS-SC-MINBAL-LIMIT(WS-SCHED-PRINT-IX)
                   TO WS-EDIT-BALANCE
               MOVE WS-SC-MINBAL-FEE(WS-SCHED-PRINT-IX) TO WS-EDIT-FEE
               MOVE SPACES TO REGISTER-RECORD
               STRING
                   "Schedule | " DELIMITED BY SIZE
                   WS-SCHED-LABEL DELIMITED BY SIZE
                   " | Below-minimum fee " DELIMITED BY SIZE
                   WS-EDIT-FEE DELIMITED BY SIZE
                   " under " DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
               ADD 1 TO WS-SKIP-COUNT
               PERFORM WRITE-SKIP-LINE
           ELSE
               PERFORM FIND-ACCOUNT-SCHEDULE
               IF WS-USE-IX = 0
                   ADD 1 TO WS-SKIP-COUNT
                   PERFORM WRITE-SKIP-LINE
               ELSE
                   PERFORM ACCRUE-INTEREST
                   PERFORM ASSESS-MAINT-FEE
                   PERFORM ASSESS-MINBAL-FEE
               END-IF
           END-IF.

       CHECK-CUSTOMER-STATUS.
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-CUSTOMER-POSTABLE = "N"
               MOVE SPACES TO WS-SKIP-REASON
               IF WS-CUSTOMER-KNOWN = "N"
                   MOVE "no customer master record" TO WS-SKIP-REASON
               ELSE
                   STRING
                       "customer is " DELIMITED BY SIZE
                       WS-CUSTOMER-STATUS-CODE DELIMITED BY SIZE
                       INTO WS-SKIP-REASON
                   END-STRING
               END-IF
           END-IF.

       FIND-ACCOUNT-SCHEDULE.
       *> The account's product picks its schedule: its own section
       *> if ratesched.txt has one, else the default for the deposit
       *> products. A loan never falls back to the deposit tiers - no
       *> LON section means no loan accruals, said so on the
       *> register. An account the master never opened, or has
       *> closed, accrues nothing; the edit would refuse the postings
       *> anyway. With no account master at all, every account runs
       *> on the default schedule as before.
           MOVE 1 TO WS-USE-IX
           MOVE SPACES TO WS-ACCOUNT-PRODUCT
           MOVE SPACES TO WS-SKIP-REASON
           IF WS-ACCOUNT-OPEN = "Y"
               MOVE BM-CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE BM-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 0 TO WS-USE-IX
                       MOVE "no account master record"
                           TO WS-SKIP-REASON
                   NOT INVALID KEY
                       MOVE AM-PRODUCT-TYPE TO WS-ACCOUNT-PRODUCT
                       IF AM-STATUS = "CLOSED"
                           MOVE 0 TO WS-USE-IX
                           MOVE "account is CLOSED" TO WS-SKIP-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-USE-IX > 0 AND WS-ACCOUNT-PRODUCT NOT = SPACES
               MOVE 0 TO WS-SCHED-FOUND-IX
               MOVE 2 TO WS-SCHED-IX
               PERFORM UNTIL WS-SCHED-IX > WS-SCHED-COUNT
                       OR WS-SCHED-FOUND-IX > 0
                   IF WS-SC-PRODUCT(WS-SCHED-IX) = WS-ACCOUNT-PRODUCT
                       MOVE WS-SCHED-IX TO WS-SCHED-FOUND-IX
                   END-IF
                   ADD 1 TO WS-SCHED-IX
               END-PERFORM
               IF WS-SCHED-FOUND-IX > 0
                   MOVE WS-SCHED-FOUND-IX TO WS-USE-IX
               ELSE
                   IF WS-ACCOUNT-PRODUCT = "LON"
                       MOVE 0 TO WS-USE-IX
                       MOVE "no LON schedule in ratesched.txt"
                           TO WS-SKIP-REASON
                   END-IF
               END-IF
           END-IF.

       WRITE-SKIP-LINE.
           MOVE BM-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO REGISTER-RECORD
           STRING
               "SKIPPED  | " DELIMITED BY SIZE
               BM-CUSTOMER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BM-ACCOUNT-ID DELIMITED BY SIZE
               " | Balance: " DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

       ACCRUE-INTEREST.
       *> The highest tier whose minimum the balance reaches sets the
       *> monthly rate. A deposit earns on a positive balance; a loan
       *> is charged on what it owes, so its tiers are measured
       *> against the negative balance turned positive and the
       *> generated INTEREST carries the balance's negative sign.
       *> Anything else - an overdrawn deposit, a loan in credit, a
       *> balance below the bottom tier - accrues nothing.
           MOVE 0 TO WS-APPLIED-RATE
           MOVE 0 TO WS-ACCRUAL-BASE
           IF WS-ACCOUNT-PRODUCT = "LON"
               IF BM-BALANCE < 0
                   COMPUTE WS-ACCRUAL-BASE = 0 - BM-BALANCE
               END-IF
           ELSE
               IF BM-BALANCE > 0
                   MOVE BM-BALANCE TO WS-ACCRUAL-BASE
               END-IF
           END-IF
           IF WS-ACCRUAL-BASE > 0
               MOVE 1 TO WS-TIER-IX
               PERFORM UNTIL WS-TIER-IX > WS-SC-TIER-COUNT(WS-USE-IX)
                   IF WS-ACCRUAL-BASE >=
                      WS-SC-TIER-MIN(WS-USE-IX, WS-TIER-IX)
                       MOVE WS-SC-TIER-RATE(WS-USE-IX, WS-TIER-IX)
                           TO WS-APPLIED-RATE
                   END-IF
                   ADD 1 TO WS-TIER-IX
           END-IF.

       ASSESS-MAINT-FEE.
           IF WS-SC-MAINT-FEE(WS-USE-IX) > 0
               COMPUTE WS-CALC-AMOUNT = 0 - WS-SC-MAINT-FEE(WS-USE-IX)
               ADD 1 TO WS-FEE-COUNT
               MOVE "FEE       " TO ACR-TRX-TYPE
               PERFORM WRITE-GENERATED-TRX
               MOVE WS-SC-MAINT-FEE(WS-USE-IX) TO WS-EDIT-FEE
               PERFORM WRITE-FEE-LINE
           END-IF.

       ASSESS-MINBAL-FEE.
           IF WS-SC-MINBAL-SET(WS-USE-IX) = "Y"
              AND WS-SC-MINBAL-FEE(WS-USE-IX) > 0
              AND BM-BALANCE < WS-SC-MINBAL-LIMIT(WS-USE-IX)
               COMPUTE WS-CALC-AMOUNT =
                   0 - WS-SC-MINBAL-FEE(WS-USE-IX)
               ADD 1 TO WS-FEE-COUNT
               MOVE "FEE       " TO ACR-TRX-TYPE
               PERFORM WRITE-GENERATED-TRX
               MOVE WS-SC-MINBAL-FEE(WS-USE-IX) TO WS-EDIT-FEE
               PERFORM WRITE-FEE-LINE
           END-IF.

               BM-CUSTOMER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BM-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCOUNT-PRODUCT DELIMITED BY SIZE
               " | Balance: " DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               " | Rate: " DELIMITED BY SIZE
