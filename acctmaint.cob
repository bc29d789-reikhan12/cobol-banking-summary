       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MAINT.

       *> Scheduled maintenance for the account master. An account
       *> used to exist only because its ACCOUNT-ID turned up in a
       *> feed and the summary job made a balance.master row for it;
       *> this job is where accounts are now opened, given their
       *> product type (checking, savings, loan), closed and removed.
       *> Applies the actions from a maintenance transaction file
       *> keyed by customer plus account, in place, and prints an
       *> audit report of every action applied or rejected.
       *> TRANSACTION-EDIT refuses activity for accounts this master
       *> has never opened or has closed, and INTEREST-FEE-ACCRUAL
       *> picks each account's rate schedule from its product type.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Maintenance transactions, one action per line: action code
       *> O/C/S/D, customer ID, account ID, then the product type for
       *> O and C, the status for S, and the effective date for O
       *> (open date) and S (status date)
           SELECT MAINT-FILE ASSIGN TO "acctmaint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
       *> Account master, keyed by customer plus account - OPTIONAL
       *> so the very first maintenance run creates it
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "account.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.
       *> Customer master, to refuse opening an account for a
       *> customer the maintenance desk never set up, or one CLOSED
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "customer.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
       *> Balance master, so an account still carrying money cannot
       *> be closed out from under it
           SELECT OPTIONAL BALANCE-MASTER ASSIGN TO "balance.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BALANCE-STATUS.
       *> Audit trail of every applied and rejected action
           SELECT AUDIT-FILE ASSIGN TO "acctmaint.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-FILE.
       01 MAINT-RECORD.
           05 MNT-ACTION        PIC X.
           05 MNT-SPACE1        PIC X.
           05 MNT-CUSTOMER-ID   PIC X(8).
           05 MNT-SPACE2        PIC X.
           05 MNT-ACCOUNT-ID    PIC X(4).
           05 MNT-SPACE3        PIC X.
           05 MNT-PRODUCT-TYPE  PIC X(3).
           05 MNT-SPACE4        PIC X.
           05 MNT-STATUS        PIC X(6).
           05 MNT-SPACE5        PIC X.
           05 MNT-DATE          PIC X(10).

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

       *> Customer master record - CUSTOMER-ID, display name, posting
       *> status (ACTIVE/FROZEN/CLOSED) and its effective date
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-ID     PIC X(8).
           05 CM-CUSTOMER-NAME   PIC X(30).
           05 CM-STATUS          PIC X(6).
           05 CM-STATUS-DATE     PIC X(10).

       *> Balance master record, as the summary job maintains it -
       *> one per customer account
       FD BALANCE-MASTER.
       01 BALANCE-MASTER-RECORD.
           05 BM-KEY.
               10 BM-CUSTOMER-ID PIC X(8).
               10 BM-ACCOUNT-ID  PIC X(4).
           05 BM-BALANCE         PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 BM-PRIOR-BALANCE   PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MAINT-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-STATUS  PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-BALANCE-STATUS  PIC XX VALUE "00".
       01 WS-AUDIT-STATUS    PIC XX VALUE "00".
       01 WS-CUSTOMER-OPEN   PIC X VALUE "N".
       01 WS-BALANCE-OPEN    PIC X VALUE "N".
       *> End-of-file flag with condition names
       01 EOF-FLAG           PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
           88 NOT-END        VALUE "N".
       *> Outcome of the current action, for the audit line
       01 WS-ACTION-APPLIED  PIC X VALUE "Y".
       01 WS-AUDIT-REASON    PIC X(30) VALUE SPACES.
       01 WS-AUDIT-VERB      PIC X(8) VALUE SPACES.
       01 WS-EFFECTIVE-DATE  PIC X(10) VALUE SPACES.
       *> Control totals for the balancing trailer
       01 WS-INPUT-COUNT     PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT   PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-RAW PIC X(21).
       01 WS-RUN-DATE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT AUDIT-FILE
           PERFORM WRITE-AUDIT-HEADER
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "ERROR: acctmaint.txt not found - aborting"
               PERFORM ABORT-RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCOUNT-STATUS NOT = "00"
              AND WS-ACCOUNT-STATUS NOT = "05"
               DISPLAY "ERROR: account.master open failed, status "
                   WS-ACCOUNT-STATUS " - aborting"
               PERFORM ABORT-RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           ELSE
               DISPLAY "customer.master not found - no customer "
                   "checks on opens"
           END-IF
           OPEN INPUT BALANCE-MASTER
           IF WS-BALANCE-STATUS = "00"
               MOVE "Y" TO WS-BALANCE-OPEN
           ELSE
               DISPLAY "balance.master not found - no balance "
                   "checks on closes"
           END-IF

       *> Apply all maintenance actions until EOF
           PERFORM UNTIL END-OF-FILE
               READ MAINT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       PERFORM APPLY-ACTION
               END-READ
           END-PERFORM

           PERFORM WRITE-AUDIT-TRAILER
           DISPLAY "Account maintenance complete. Read: "
               WS-INPUT-COUNT
               " Applied: " WS-APPLIED-COUNT
               " Rejected: " WS-REJECT-COUNT
           CLOSE MAINT-FILE ACCOUNT-MASTER AUDIT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-BALANCE-OPEN = "Y"
               CLOSE BALANCE-MASTER
           END-IF
       *> Rejected actions are an ops-desk follow-up, not a failure -
       *> signal a warning to the scheduler rather than stopping
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ABORT-RUN.
       *> Close up and signal failure to the scheduler via a non-zero
       *> return code - the master keeps whatever actions were already
       *> applied, which the audit report records
           CLOSE MAINT-FILE ACCOUNT-MASTER AUDIT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WRITE-AUDIT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           STRING
               WS-CURRENT-DATE-RAW(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-RAW(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           STRING
               "Account Maintenance Audit | Run Date: "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD.

       APPLY-ACTION.
           MOVE "Y" TO WS-ACTION-APPLIED
           MOVE SPACES TO WS-AUDIT-REASON
       *> The effective date defaults to today when the desk leaves
       *> it blank
           IF MNT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE MNT-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF MNT-CUSTOMER-ID = SPACES
               MOVE "N" TO WS-ACTION-APPLIED
               MOVE "MISSING CUSTOMER-ID" TO WS-AUDIT-REASON
               MOVE "REJECT  " TO WS-AUDIT-VERB
           ELSE
               IF MNT-ACCOUNT-ID = SPACES
                   MOVE "N" TO WS-ACTION-APPLIED
                   MOVE "MISSING ACCOUNT-ID" TO WS-AUDIT-REASON
                   MOVE "REJECT  " TO WS-AUDIT-VERB
               ELSE
                   IF MNT-ACTION = "O"
                       PERFORM APPLY-OPEN
                   ELSE
                       IF MNT-ACTION = "C"
                           PERFORM APPLY-CHANGE
                       ELSE
                           IF MNT-ACTION = "S"
                               PERFORM APPLY-STATUS
                           ELSE
                               IF MNT-ACTION = "D"
                                   PERFORM APPLY-DELETE
                               ELSE
                                   MOVE "N" TO WS-ACTION-APPLIED
                                   MOVE "INVALID ACTION CODE"
                                       TO WS-AUDIT-REASON
                                   MOVE "REJECT  " TO WS-AUDIT-VERB
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ACTION-APPLIED = "Y"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM WRITE-AUDIT-LINE.

       APPLY-OPEN.
           MOVE "OPEN    " TO WS-AUDIT-VERB
           IF MNT-PRODUCT-TYPE NOT = "CHK"
              AND MNT-PRODUCT-TYPE NOT = "SAV"
              AND MNT-PRODUCT-TYPE NOT = "LON"
               MOVE "N" TO WS-ACTION-APPLIED
               MOVE "INVALID PRODUCT TYPE" TO WS-AUDIT-REASON
           ELSE
               PERFORM CHECK-OWNING-CUSTOMER
           END-IF
           IF WS-ACTION-APPLIED = "Y"
               MOVE MNT-CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE MNT-ACCOUNT-ID TO AM-ACCOUNT-ID
               MOVE MNT-PRODUCT-TYPE TO AM-PRODUCT-TYPE
               MOVE WS-EFFECTIVE-DATE TO AM-OPEN-DATE
               MOVE "OPEN" TO AM-STATUS
               MOVE WS-EFFECTIVE-DATE TO AM-STATUS-DATE
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-ACTION-APPLIED
                       MOVE "DUPLICATE OPEN" TO WS-AUDIT-REASON
               END-WRITE
           END-IF.

       CHECK-OWNING-CUSTOMER.
       *> An account belongs to a customer the desk has already set
       *> up - opening one under an unknown or CLOSED customer would
       *> only have its activity refused or parked in suspense
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE MNT-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-ACTION-APPLIED
                       MOVE "NO CUSTOMER MASTER RECORD"
                           TO WS-AUDIT-REASON
                   NOT INVALID KEY
                       IF CM-STATUS = "CLOSED"
                           MOVE "N" TO WS-ACTION-APPLIED
                           MOVE "CUSTOMER IS CLOSED"
                               TO WS-AUDIT-REASON
                       END-IF
               END-READ
           END-IF.

       APPLY-CHANGE.
       *> Product-type correction - the open date and status stand
           MOVE "CHANGE  " TO WS-AUDIT-VERB
           IF MNT-PRODUCT-TYPE NOT = "CHK"
              AND MNT-PRODUCT-TYPE NOT = "SAV"
              AND MNT-PRODUCT-TYPE NOT = "LON"
               MOVE "N" TO WS-ACTION-APPLIED
               MOVE "INVALID PRODUCT TYPE" TO WS-AUDIT-REASON
           ELSE
               MOVE MNT-CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE MNT-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-ACTION-APPLIED
                       MOVE "CHANGE OF MISSING KEY" TO WS-AUDIT-REASON
                   NOT INVALID KEY
                       MOVE MNT-PRODUCT-TYPE TO AM-PRODUCT-TYPE
                       REWRITE ACCOUNT-MASTER-RECORD
               END-READ
           END-IF.

       APPLY-STATUS.
       *> Close an account, or reopen a closed one. CLOSED stops the
       *> edit accepting activity dated on or after the status date.
       *> An account still holding a balance is refused the close -
       *> the money has to be paid out or moved first.
           MOVE "STATUS  " TO WS-AUDIT-VERB
           IF MNT-STATUS NOT = "OPEN"
              AND MNT-STATUS NOT = "CLOSED"
               MOVE "N" TO WS-ACTION-APPLIED
               MOVE "INVALID STATUS CODE" TO WS-AUDIT-REASON
           ELSE
               IF MNT-STATUS = "CLOSED"
                   PERFORM CHECK-ZERO-BALANCE
               END-IF
           END-IF
           IF WS-ACTION-APPLIED = "Y"
               MOVE MNT-CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE MNT-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-ACTION-APPLIED
                       MOVE "STATUS OF MISSING KEY" TO WS-AUDIT-REASON
                   NOT INVALID KEY
                       MOVE MNT-STATUS TO AM-STATUS
                       MOVE WS-EFFECTIVE-DATE TO AM-STATUS-DATE
                       REWRITE ACCOUNT-MASTER-RECORD
               END-READ
           END-IF.

       CHECK-ZERO-BALANCE.
       *> No balance row means the account never posted - nothing to
       *> strand, so the close goes ahead
           IF WS-BALANCE-OPEN = "Y"
               MOVE MNT-CUSTOMER-ID TO BM-CUSTOMER-ID
               MOVE MNT-ACCOUNT-ID TO BM-ACCOUNT-ID
               READ BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BM-BALANCE NOT = 0
                           MOVE "N" TO WS-ACTION-APPLIED
                           MOVE "BALANCE NOT ZERO"
                               TO WS-AUDIT-REASON
                       END-IF
               END-READ
           END-IF.

       APPLY-DELETE.
       *> Only a closed account may be removed - deleting an open one
       *> would turn its next deposit into an unexplained reject
           MOVE "DELETE  " TO WS-AUDIT-VERB
           MOVE MNT-CUSTOMER-ID TO AM-CUSTOMER-ID
           MOVE MNT-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-ACTION-APPLIED
                   MOVE "DELETE OF MISSING KEY" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   IF AM-STATUS NOT = "CLOSED"
                       MOVE "N" TO WS-ACTION-APPLIED
                       MOVE "DELETE OF OPEN ACCOUNT"
                           TO WS-AUDIT-REASON
                   ELSE
                       DELETE ACCOUNT-MASTER
                           INVALID KEY
                               MOVE "N" TO WS-ACTION-APPLIED
                               MOVE "DELETE OF MISSING KEY"
                                   TO WS-AUDIT-REASON
                       END-DELETE
                   END-IF
           END-READ.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-RECORD
           IF WS-ACTION-APPLIED = "Y"
               IF MNT-ACTION = "S"
       *> Status actions show what was set and from when, so the
       *> open/close trail reads straight off the audit
                   STRING
                       "APPLIED  | " DELIMITED BY SIZE
                       WS-AUDIT-VERB DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       MNT-CUSTOMER-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MNT-ACCOUNT-ID DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       MNT-STATUS DELIMITED BY SIZE
                       " effective " DELIMITED BY SIZE
                       WS-EFFECTIVE-DATE DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                   END-STRING
               ELSE
                   IF MNT-ACTION = "O"
                       STRING
                           "APPLIED  | " DELIMITED BY SIZE
                           WS-AUDIT-VERB DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           MNT-CUSTOMER-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           MNT-ACCOUNT-ID DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           MNT-PRODUCT-TYPE DELIMITED BY SIZE
                           " opened " DELIMITED BY SIZE
                           WS-EFFECTIVE-DATE DELIMITED BY SIZE
                           INTO AUDIT-RECORD
                       END-STRING
                   ELSE
                       STRING
                           "APPLIED  | " DELIMITED BY SIZE
                           WS-AUDIT-VERB DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           MNT-CUSTOMER-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           MNT-ACCOUNT-ID DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           MNT-PRODUCT-TYPE DELIMITED BY SIZE
                           INTO AUDIT-RECORD
                       END-STRING
                   END-IF
               END-IF
           ELSE
               STRING
                   "REJECTED | " DELIMITED BY SIZE
                   WS-AUDIT-VERB DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   MNT-CUSTOMER-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MNT-ACCOUNT-ID DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   MNT-PRODUCT-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MNT-STATUS DELIMITED BY SIZE
                   " | REASON: " DELIMITED BY SIZE
                   WS-AUDIT-REASON DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           END-IF
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-TRAILER.
           MOVE SPACES TO AUDIT-RECORD
           STRING
               "Maintenance Totals | Actions Read: " DELIMITED BY SIZE
               WS-INPUT-COUNT DELIMITED BY SIZE
               " | Applied: " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               " | Rejected: " DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD.
