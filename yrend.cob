       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-TAX.

       *> Year-end interest tax reporting. The summary job carries
       *> each account's interest for the tax year in ytdint.master -
       *> paid (positive INTEREST postings) apart from charged
       *> (negative, loans) - so this job no longer means asking the
       *> archive one customer at a time. For the tax year on
       *> yeparms.txt line 1 it totals the interest paid per
       *> customer across all their accounts, names them from
       *> customer.master, and writes the tax summary report plus the
       *> fixed-layout regulatory extract for every customer at or
       *> over the reporting minimum on line 2. Charged interest is
       *> never reported as income. The control totals must tie: the
       *> year's paid plus charged is the net INTEREST the summary
       *> posted to customers, which is what the C-records of the
       *> year's archived GL extracts (arcNNNNNN.glx, found through
       *> archinv.txt) carry. The B-record is no use here: its
       *> INTEREST also takes in interest booked to suspense, which
       *> never reaches a customer's year-to-date, and counts it
       *> again when it is released to the customer. A missing
       *> archive or a difference fails the job.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Tax year and reporting minimum
           SELECT OPTIONAL YE-PARM-FILE ASSIGN TO "yeparms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEPARM-STATUS.
       *> Year-to-date interest read start-to-finish in key order -
       *> customer, then account
           SELECT YTD-INTEREST-MASTER ASSIGN TO "ytdint.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YI-KEY
               FILE STATUS IS WS-YTD-STATUS.
       *> Customer master, keyed by CUSTOMER-ID, for name lookup
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "customer.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
       *> The archive inventory PERIOD-CLOSE maintains
           SELECT OPTIONAL ARCHIVE-INV-FILE ASSIGN TO "archinv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHINV-STATUS.
       *> The archived GL extract of the period being tied, named at
       *> run time from the inventory line
           SELECT ARCH-GLX-FILE ASSIGN TO WS-GLX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.
       *> The per-customer tax summary
           SELECT TAX-REPORT-FILE ASSIGN TO "taxrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.
       *> The regulatory extract
           SELECT TAX-EXTRACT-FILE ASSIGN TO "taxint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD YE-PARM-FILE.
       01 YE-PARM-RECORD     PIC X(80).

       *> Year-to-date interest record - the layout the summary job
       *> maintains
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

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUSTOMER-ID     PIC X(8).
           05 CM-CUSTOMER-NAME   PIC X(30).
           05 CM-STATUS          PIC X(6).
           05 CM-STATUS-DATE     PIC X(10).

       *> One inventory line per closed period: run, period dates,
       *> the date it was archived, and KEPT or PURGED
       FD ARCHIVE-INV-FILE.
       01 ARCHIVE-INV-RECORD.
           05 AIV-RUN-NUMBER     PIC 9(6).
           05 AIV-SPACE1         PIC X.
           05 AIV-PERIOD-START   PIC X(10).
           05 AIV-SPACE2         PIC X.
           05 AIV-PERIOD-END     PIC X(10).
           05 AIV-SPACE3         PIC X.
           05 AIV-ARCHIVED-DATE  PIC X(10).
           05 AIV-SPACE4         PIC X.
           05 AIV-STATUS         PIC X(8).

       *> Archived GL extract - the customer records' INTEREST column
       *> is what is summed; the bank-total record only proves the
       *> archive is there. All the records share the buffer and are
       *> told apart by the type byte (S, suspense, shares the
       *> customer layout and is left out).
       FD ARCH-GLX-FILE.
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
       01 GLX-CUSTOMER-REC.
           05 GLXC-REC-TYPE          PIC X.
           05 GLXC-SPACE1            PIC X.
           05 GLXC-CUSTOMER-ID       PIC X(8).
           05 GLXC-SPACE2            PIC X.
           05 GLXC-DEPOSIT           PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXC-SPACE3            PIC X.
           05 GLXC-WITHDRAW          PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXC-SPACE4            PIC X.
           05 GLXC-TRANSFER          PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXC-SPACE5            PIC X.
           05 GLXC-FEE               PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXC-SPACE6            PIC X.
           05 GLXC-INTEREST          PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXC-SPACE7            PIC X.
           05 GLXC-REVERSAL          PIC S9(9)V99
                              SIGN IS LEADING SEPARATE CHARACTER.
           05 GLXC-SPACE8            PIC X.
           05 GLXC-TRX-COUNT         PIC 9(4).

       FD TAX-REPORT-FILE.
       01 TAX-REPORT-RECORD  PIC X(200).

       *> Regulatory extract: an H record with the tax year, run date
       *> and reporting minimum, one D record per reportable customer
       *> with the year's interest paid (never signed - charged
       *> interest is not income) and how many accounts earned it,
       *> and a T record with the count, the total and the tie-out
       *> flag
       FD TAX-EXTRACT-FILE.
       01 TAX-HEADER-REC.
           05 TXH-REC-TYPE        PIC X.
           05 TXH-SPACE1          PIC X.
           05 TXH-TAX-YEAR        PIC 9(4).
           05 TXH-SPACE2          PIC X.
           05 TXH-RUN-DATE        PIC X(10).
           05 TXH-SPACE3          PIC X.
           05 TXH-MINIMUM         PIC 9(7)V99.
       01 TAX-DETAIL-REC.
           05 TXD-REC-TYPE        PIC X.
           05 TXD-SPACE1          PIC X.
           05 TXD-CUSTOMER-ID     PIC X(8).
           05 TXD-SPACE2          PIC X.
           05 TXD-CUSTOMER-NAME   PIC X(30).
           05 TXD-SPACE3          PIC X.
           05 TXD-TAX-YEAR        PIC 9(4).
           05 TXD-SPACE4          PIC X.
           05 TXD-INTEREST-PAID   PIC 9(11)V99.
           05 TXD-SPACE5          PIC X.
           05 TXD-ACCOUNT-COUNT   PIC 9(3).
       01 TAX-TRAILER-REC.
           05 TXT-REC-TYPE        PIC X.
           05 TXT-SPACE1          PIC X.
           05 TXT-RECORD-COUNT    PIC 9(7).
           05 TXT-SPACE2          PIC X.
           05 TXT-INTEREST-TOTAL  PIC 9(13)V99.
           05 TXT-SPACE3          PIC X.
           05 TXT-TIE-FLAG        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-YEPARM-STATUS   PIC XX VALUE "00".
       01 WS-YTD-STATUS      PIC XX VALUE "00".
       01 WS-CUSTOMER-STATUS PIC XX VALUE "00".
       01 WS-ARCHINV-STATUS  PIC XX VALUE "00".
       01 WS-GLX-STATUS      PIC XX VALUE "00".
       01 WS-TAXRPT-STATUS   PIC XX VALUE "00".
       01 WS-TAXINT-STATUS   PIC XX VALUE "00".
       01 WS-YEPARM-EOF      PIC X VALUE "N".
       01 WS-YTD-EOF         PIC X VALUE "N".
       01 WS-ARCHINV-EOF     PIC X VALUE "N".
       01 WS-GLX-EOF         PIC X VALUE "N".
       01 WS-CUSTOMER-OPEN   PIC X VALUE "N".
       *> Tax year from yeparms.txt line 1, defaulting to the run
       *> date's year; reporting minimum from line 2 - digits with an
       *> optional decimal point, anything else leaves the default
       01 WS-TAX-YEAR        PIC 9(4) VALUE 0.
       01 WS-PARM-TAX-YEAR   PIC X(4) VALUE SPACES.
       01 WS-MINIMUM         PIC 9(7)V99 VALUE 10.00.
       01 WS-PARM-MINIMUM    PIC X(12) VALUE SPACES.
       01 WS-MINIMUM-SCRATCH PIC X(12) VALUE SPACES.
       *> This record's figures for the tax year asked for - from the
       *> open year, or from the closed-off one once the summary has
       *> moved the account on to the next year
       01 WS-YEAR-FOUND      PIC X VALUE "N".
       01 WS-REC-PAID        PIC S9(11)V99 VALUE 0.
       01 WS-REC-CHARGED     PIC S9(11)V99 VALUE 0.
       *> The customer in progress and their accounts. 50 accounts
       *> under one customer is far beyond the handful ever seen;
       *> the load aborts loudly rather than drop one if it fills.
       01 WS-CURRENT-ID      PIC X(8) VALUE SPACES.
       01 WS-CUST-PAID       PIC S9(11)V99 VALUE 0.
       01 WS-CUST-CHARGED    PIC S9(11)V99 VALUE 0.
       01 WS-CUST-NAME       PIC X(30) VALUE SPACES.
       01 WS-PAID-ACCOUNTS   PIC 9(3) VALUE 0.
       01 WS-ACCT-COUNT      PIC 9(2) VALUE 0.
       01 WS-ACCT-LIMIT      PIC 9(2) VALUE 50.
       01 WS-ACCT-IX         PIC 9(2) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 50 TIMES.
               10 WS-AT-ACCOUNT-ID  PIC X(4).
               10 WS-AT-PAID        PIC S9(11)V99.
               10 WS-AT-CHARGED     PIC S9(11)V99.
       *> Control totals
       01 WS-REPORTED-COUNT  PIC 9(7) VALUE 0.
       01 WS-REPORTED-TOTAL  PIC S9(13)V99 VALUE 0.
       01 WS-BELOW-COUNT     PIC 9(7) VALUE 0.
       01 WS-BELOW-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-PAID-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-CHARGED-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-NET-TOTAL       PIC S9(13)V99 VALUE 0.
       01 WS-ACCOUNTS-READ   PIC 9(7) VALUE 0.
       *> What the year's archived GL extracts say was posted
       01 WS-GLX-NAME        PIC X(40) VALUE SPACES.
       01 WS-ARCH-RUN-X      PIC X(6) VALUE SPACES.
       01 WS-ARCH-INTEREST   PIC S9(13)V99 VALUE 0.
       01 WS-PERIODS-FOUND   PIC 9(3) VALUE 0.
       01 WS-PERIODS-MISSING PIC 9(3) VALUE 0.
       *> Set by any customer, account or bank-total record - an
       *> archive with none of them is truncated, not a quiet period
       01 WS-GLX-SEEN        PIC X VALUE "N".
       01 WS-TIE-FLAG        PIC X(8) VALUE SPACES.
       *> Edited fields for the report lines
       01 WS-EDIT-MINIMUM    PIC ZZZZZZ9.99.
       01 WS-EDIT-PAID       PIC -(11)9.99.
       01 WS-EDIT-CHARGED    PIC -(11)9.99.
       01 WS-EDIT-TOTAL      PIC -(13)9.99.
       01 WS-EDIT-TOTAL2     PIC -(13)9.99.
       01 WS-EDIT-TOTAL3     PIC -(13)9.99.
       01 WS-EDIT-TOTAL4     PIC -(13)9.99.
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
           MOVE WS-CURRENT-DATE-RAW(1:4) TO WS-TAX-YEAR
           PERFORM READ-YE-PARAMETERS
           OPEN INPUT YTD-INTEREST-MASTER
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR: ytdint.master not available, status "
                   WS-YTD-STATUS " - aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           ELSE
               DISPLAY "customer.master not found, names omitted"
           END-IF
           OPEN OUTPUT TAX-REPORT-FILE
           OPEN OUTPUT TAX-EXTRACT-FILE
           MOVE WS-MINIMUM TO WS-EDIT-MINIMUM
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING
               "Year-End Interest Tax Summary | Run Date: "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " | Tax Year: " DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               " | Reporting Minimum: " DELIMITED BY SIZE
               WS-EDIT-MINIMUM DELIMITED BY SIZE
               INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD
           MOVE SPACES TO TAX-HEADER-REC
           MOVE "H" TO TXH-REC-TYPE
           MOVE WS-TAX-YEAR TO TXH-TAX-YEAR
           MOVE WS-RUN-DATE TO TXH-RUN-DATE
           MOVE WS-MINIMUM TO TXH-MINIMUM
           WRITE TAX-HEADER-REC

           PERFORM UNTIL WS-YTD-EOF = "Y"
               READ YTD-INTEREST-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-YTD-EOF
                   NOT AT END
                       PERFORM TAKE-YTD-RECORD
               END-READ
           END-PERFORM
           IF WS-CURRENT-ID NOT = SPACES
               PERFORM CLOSE-CUSTOMER
           END-IF
           CLOSE YTD-INTEREST-MASTER
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF

           PERFORM TIE-TO-ARCHIVES
           PERFORM WRITE-TAX-TRAILER
           CLOSE TAX-REPORT-FILE TAX-EXTRACT-FILE
           DISPLAY "Year-end tax complete. Tax year " WS-TAX-YEAR
               " Reported: " WS-REPORTED-COUNT
               " Below minimum: " WS-BELOW-COUNT
               " " WS-TIE-FLAG
       *> Figures that don't tie to the ledger must not be filed
           IF WS-TIE-FLAG NOT = "TIED"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-YE-PARAMETERS.
           OPEN INPUT YE-PARM-FILE
           IF WS-YEPARM-STATUS = "00"
               READ YE-PARM-FILE
                   AT END MOVE "Y" TO WS-YEPARM-EOF
               END-READ
               IF WS-YEPARM-EOF = "N"
                   MOVE YE-PARM-RECORD(1:4) TO WS-PARM-TAX-YEAR
                   IF WS-PARM-TAX-YEAR NUMERIC
                       MOVE WS-PARM-TAX-YEAR TO WS-TAX-YEAR
                   END-IF
                   READ YE-PARM-FILE
                       AT END MOVE "Y" TO WS-YEPARM-EOF
                   END-READ
               END-IF
               IF WS-YEPARM-EOF = "N"
                   MOVE YE-PARM-RECORD(1:12) TO WS-PARM-MINIMUM
                   PERFORM PARSE-MINIMUM
               END-IF
               CLOSE YE-PARM-FILE
           ELSE
               DISPLAY "yeparms.txt not found, using run year and "
                   "default minimum"
           END-IF.

       PARSE-MINIMUM.
           MOVE WS-PARM-MINIMUM TO WS-MINIMUM-SCRATCH
           INSPECT WS-MINIMUM-SCRATCH
               CONVERTING "0123456789." TO "           "
           IF WS-MINIMUM-SCRATCH = SPACES
              AND WS-PARM-MINIMUM NOT = SPACES
               COMPUTE WS-MINIMUM = FUNCTION NUMVAL(WS-PARM-MINIMUM)
           END-IF.

       TAKE-YTD-RECORD.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE "N" TO WS-YEAR-FOUND
           IF YI-TAX-YEAR = WS-TAX-YEAR
               MOVE "Y" TO WS-YEAR-FOUND
               MOVE YI-YTD-PAID TO WS-REC-PAID
               MOVE YI-YTD-CHARGED TO WS-REC-CHARGED
           ELSE
               IF YI-CLOSED-YEAR = WS-TAX-YEAR
                   MOVE "Y" TO WS-YEAR-FOUND
                   MOVE YI-CLOSED-PAID TO WS-REC-PAID
                   MOVE YI-CLOSED-CHARGED TO WS-REC-CHARGED
               END-IF
           END-IF
           IF WS-YEAR-FOUND = "Y"
               IF YI-CUSTOMER-ID NOT = WS-CURRENT-ID
                   IF WS-CURRENT-ID NOT = SPACES
                       PERFORM CLOSE-CUSTOMER
                   END-IF
                   MOVE YI-CUSTOMER-ID TO WS-CURRENT-ID
               END-IF
               IF WS-ACCT-COUNT >= WS-ACCT-LIMIT
                   DISPLAY "ERROR: account table full for customer "
                       YI-CUSTOMER-ID " - aborting"
                   CLOSE YTD-INTEREST-MASTER TAX-REPORT-FILE
                       TAX-EXTRACT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE YI-ACCOUNT-ID TO WS-AT-ACCOUNT-ID(WS-ACCT-COUNT)
               MOVE WS-REC-PAID TO WS-AT-PAID(WS-ACCT-COUNT)
               MOVE WS-REC-CHARGED TO WS-AT-CHARGED(WS-ACCT-COUNT)
               ADD WS-REC-PAID TO WS-CUST-PAID
               ADD WS-REC-CHARGED TO WS-CUST-CHARGED
               IF WS-REC-PAID > 0
                   ADD 1 TO WS-PAID-ACCOUNTS
               END-IF
           END-IF.

       CLOSE-CUSTOMER.
       *> Every account counts toward the tie-out; only a customer
       *> paid at least the reporting minimum is reported
           ADD WS-CUST-PAID TO WS-PAID-TOTAL
           ADD WS-CUST-CHARGED TO WS-CHARGED-TOTAL
           IF WS-CUST-PAID > 0
               MOVE SPACES TO WS-CUST-NAME
               IF WS-CUSTOMER-OPEN = "Y"
                   MOVE WS-CURRENT-ID TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "UNKNOWN CUSTOMER" TO WS-CUST-NAME
                       NOT INVALID KEY
                           MOVE CM-CUSTOMER-NAME TO WS-CUST-NAME
                   END-READ
               ELSE
                   MOVE "N/A" TO WS-CUST-NAME
               END-IF
               IF WS-CUST-PAID >= WS-MINIMUM
                   PERFORM REPORT-CUSTOMER
               ELSE
                   PERFORM REPORT-BELOW-MINIMUM
               END-IF
           END-IF
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 0 TO WS-PAID-ACCOUNTS
           MOVE 0 TO WS-CUST-PAID
           MOVE 0 TO WS-CUST-CHARGED.

       REPORT-CUSTOMER.
           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-CUST-PAID TO WS-REPORTED-TOTAL
           MOVE WS-CUST-PAID TO WS-EDIT-PAID
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING
               WS-CURRENT-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               " | Interest Paid: " DELIMITED BY SIZE
               WS-EDIT-PAID DELIMITED BY SIZE
               " | Accounts: " DELIMITED BY SIZE
               WS-PAID-ACCOUNTS DELIMITED BY SIZE
               INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD
           MOVE 1 TO WS-ACCT-IX
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               MOVE WS-AT-PAID(WS-ACCT-IX) TO WS-EDIT-PAID
               MOVE WS-AT-CHARGED(WS-ACCT-IX) TO WS-EDIT-CHARGED
               MOVE SPACES TO TAX-REPORT-RECORD
               STRING
                   "  Account " DELIMITED BY SIZE
                   WS-AT-ACCOUNT-ID(WS-ACCT-IX) DELIMITED BY SIZE
                   " | Paid: " DELIMITED BY SIZE
                   WS-EDIT-PAID DELIMITED BY SIZE
                   " | Charged: " DELIMITED BY SIZE
                   WS-EDIT-CHARGED DELIMITED BY SIZE
                   INTO TAX-REPORT-RECORD
               END-STRING
               WRITE TAX-REPORT-RECORD
               ADD 1 TO WS-ACCT-IX
           END-PERFORM
           MOVE SPACES TO TAX-DETAIL-REC
           MOVE "D" TO TXD-REC-TYPE
           MOVE WS-CURRENT-ID TO TXD-CUSTOMER-ID
           MOVE WS-CUST-NAME TO TXD-CUSTOMER-NAME
           MOVE WS-TAX-YEAR TO TXD-TAX-YEAR
           MOVE WS-CUST-PAID TO TXD-INTEREST-PAID
           MOVE WS-PAID-ACCOUNTS TO TXD-ACCOUNT-COUNT
           WRITE TAX-DETAIL-REC.

       REPORT-BELOW-MINIMUM.
           ADD 1 TO WS-BELOW-COUNT
           ADD WS-CUST-PAID TO WS-BELOW-TOTAL
           MOVE WS-CUST-PAID TO WS-EDIT-PAID
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING
               "BELOW MINIMUM | " DELIMITED BY SIZE
               WS-CURRENT-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               " | Interest Paid: " DELIMITED BY SIZE
               WS-EDIT-PAID DELIMITED BY SIZE
               INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD.

       TIE-TO-ARCHIVES.
       *> Every closed period that ended in the tax year - a purged
       *> or unreadable archive leaves the year unprovable, which is
       *> a failure, not a smaller total
           OPEN INPUT ARCHIVE-INV-FILE
           IF WS-ARCHINV-STATUS = "00"
               PERFORM UNTIL WS-ARCHINV-EOF = "Y"
                   READ ARCHIVE-INV-FILE
                       AT END
                           MOVE "Y" TO WS-ARCHINV-EOF
                       NOT AT END
                           IF AIV-PERIOD-END(1:4) = WS-TAX-YEAR
                               PERFORM ADD-ARCHIVED-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INV-FILE
           END-IF
           COMPUTE WS-NET-TOTAL = WS-PAID-TOTAL + WS-CHARGED-TOTAL
           IF WS-PERIODS-FOUND = 0 AND WS-PERIODS-MISSING = 0
               MOVE "NOARCH" TO WS-TIE-FLAG
           ELSE
               IF WS-PERIODS-MISSING > 0
                   MOVE "MISSING" TO WS-TIE-FLAG
               ELSE
                   IF WS-NET-TOTAL = WS-ARCH-INTEREST
                       MOVE "TIED" TO WS-TIE-FLAG
                   ELSE
                       MOVE "NOTTIED" TO WS-TIE-FLAG
                   END-IF
               END-IF
           END-IF.

       ADD-ARCHIVED-PERIOD.
           MOVE AIV-RUN-NUMBER TO WS-ARCH-RUN-X
           MOVE SPACES TO WS-GLX-NAME
           STRING
               "arc" DELIMITED BY SIZE
               WS-ARCH-RUN-X DELIMITED BY SIZE
               ".glx" DELIMITED BY SIZE
               INTO WS-GLX-NAME
           END-STRING
           IF AIV-STATUS NOT = "KEPT"
               ADD 1 TO WS-PERIODS-MISSING
               MOVE SPACES TO TAX-REPORT-RECORD
               STRING
                   "ARCHIVE MISSING | Run: " DELIMITED BY SIZE
                   WS-ARCH-RUN-X DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   AIV-PERIOD-START DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   AIV-PERIOD-END DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   AIV-STATUS DELIMITED BY SPACE
                   INTO TAX-REPORT-RECORD
               END-STRING
               WRITE TAX-REPORT-RECORD
           ELSE
               MOVE "N" TO WS-GLX-SEEN
               MOVE "N" TO WS-GLX-EOF
               OPEN INPUT ARCH-GLX-FILE
               IF WS-GLX-STATUS = "00"
                   PERFORM UNTIL WS-GLX-EOF = "Y"
                       READ ARCH-GLX-FILE
                           AT END
                               MOVE "Y" TO WS-GLX-EOF
                           NOT AT END
                               IF GLXC-REC-TYPE = "C"
                                  OR GLXC-REC-TYPE = "A"
                                  OR GLXC-REC-TYPE = "B"
                                   MOVE "Y" TO WS-GLX-SEEN
                               END-IF
                               IF GLXC-REC-TYPE = "C"
                                   ADD GLXC-INTEREST
                                       TO WS-ARCH-INTEREST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCH-GLX-FILE
               END-IF
               IF WS-GLX-SEEN = "Y"
                   ADD 1 TO WS-PERIODS-FOUND
               ELSE
                   ADD 1 TO WS-PERIODS-MISSING
                   MOVE SPACES TO TAX-REPORT-RECORD
                   STRING
                       "ARCHIVE MISSING | Run: " DELIMITED BY SIZE
                       WS-ARCH-RUN-X DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GLX-NAME) DELIMITED BY SIZE
                       " unreadable or empty, status "
                           DELIMITED BY SIZE
                       WS-GLX-STATUS DELIMITED BY SIZE
                       INTO TAX-REPORT-RECORD
                   END-STRING
                   WRITE TAX-REPORT-RECORD
               END-IF
           END-IF.

       WRITE-TAX-TRAILER.
           MOVE WS-REPORTED-TOTAL TO WS-EDIT-TOTAL
           MOVE WS-BELOW-TOTAL TO WS-EDIT-TOTAL2
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING
               "Tax Totals | Customers Reported: " DELIMITED BY SIZE
               WS-REPORTED-COUNT DELIMITED BY SIZE
               " | Interest Reported: " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               " | Below Minimum: " DELIMITED BY SIZE
               WS-BELOW-COUNT DELIMITED BY SIZE
               " | Below Minimum Interest: " DELIMITED BY SIZE
               WS-EDIT-TOTAL2 DELIMITED BY SIZE
               " | Accounts Read: " DELIMITED BY SIZE
               WS-ACCOUNTS-READ DELIMITED BY SIZE
               INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD
           MOVE WS-PAID-TOTAL TO WS-EDIT-TOTAL
           MOVE WS-CHARGED-TOTAL TO WS-EDIT-TOTAL2
           MOVE WS-NET-TOTAL TO WS-EDIT-TOTAL3
           MOVE WS-ARCH-INTEREST TO WS-EDIT-TOTAL4
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING
               "Tax Tie-Out | Paid: " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               " | Charged: " DELIMITED BY SIZE
               WS-EDIT-TOTAL2 DELIMITED BY SIZE
               " | Net: " DELIMITED BY SIZE
               WS-EDIT-TOTAL3 DELIMITED BY SIZE
               " | Archived GL Interest: " DELIMITED BY SIZE
               WS-EDIT-TOTAL4 DELIMITED BY SIZE
               " | Periods: " DELIMITED BY SIZE
               WS-PERIODS-FOUND DELIMITED BY SIZE
               " | Missing: " DELIMITED BY SIZE
               WS-PERIODS-MISSING DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TIE-FLAG DELIMITED BY SPACE
               INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD
           MOVE SPACES TO TAX-TRAILER-REC
           MOVE "T" TO TXT-REC-TYPE
           MOVE WS-REPORTED-COUNT TO TXT-RECORD-COUNT
           MOVE WS-REPORTED-TOTAL TO TXT-INTEREST-TOTAL
           MOVE WS-TIE-FLAG TO TXT-TIE-FLAG
           WRITE TAX-TRAILER-REC.
