       *> transaction file keyed by customer ID, in place, and prints
       *> an audit report of every action applied or rejected - so a
       *> name change or a legal freeze is a routine job instead of a
       *> by-hand rebuild of the whole file. Status settings and
       *> deletes need a second pair of eyes: they are queued to the
       *> pending-approval file with the requesting user ID and only
       *> applied when a later run brings an approval from a
       *> different user ID. A declined item is dropped, and an item
       *> nobody approves within the expiry days on custparms.txt
       *> expires. The audit shows requester, approver and outcome for
       *> every item and lists those still waiting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Maintenance transactions, one action per line: action code
       *> A/C/D/S, customer ID, then the name for A and C or the
       *> status code and effective date for S, then the keying user
       *> ID. P approves and R declines the customer's pending item
       *> for the action code (S or D) in the last column.
           SELECT MAINT-FILE ASSIGN TO "custmaint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "custmaint.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       *> Status settings and deletes waiting for approval - read at
       *> the start of the run and rewritten whole at the end with
       *> whatever is still waiting
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "custpend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
       *> Approval expiry in days, one line - absent keeps the default
           SELECT OPTIONAL MAINT-PARM-FILE ASSIGN TO "custparms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MNT-STATUS        PIC X(6).
           05 MNT-SPACE4        PIC X.
           05 MNT-STATUS-DATE   PIC X(10).
           05 MNT-SPACE5        PIC X.
           05 MNT-USER-ID       PIC X(8).
           05 MNT-SPACE6        PIC X.
           05 MNT-PENDING-ACTION PIC X.

       *> Customer master record - CUSTOMER-ID, display name, posting
       *> status (ACTIVE/FROZEN/CLOSED) and its effective date
           05 CM-STATUS-DATE     PIC X(10).

       FD AUDIT-FILE.
       01 AUDIT-RECORD       PIC X(200).

       *> One waiting item: the action (S or D), customer, the status
       *> and effective date asked for, who asked and when
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PND-ACTION        PIC X.
           05 PND-SPACE1        PIC X.
           05 PND-CUSTOMER-ID   PIC X(8).
           05 PND-SPACE2        PIC X.
           05 PND-STATUS        PIC X(6).
           05 PND-SPACE3        PIC X.
           05 PND-STATUS-DATE   PIC X(10).
           05 PND-SPACE4        PIC X.
           05 PND-REQUESTER     PIC X(8).
           05 PND-SPACE5        PIC X.
           05 PND-REQUEST-DATE  PIC X(10).

       FD MAINT-PARM-FILE.
       01 MAINT-PARM-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MAINT-STATUS    PIC XX VALUE "00".
       01 EOF-FLAG           PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
           88 NOT-END        VALUE "N".
       01 WS-PENDING-STATUS  PIC XX VALUE "00".
       01 WS-MAINT-PARM-STATUS PIC XX VALUE "00".
       01 WS-PENDING-EOF     PIC X VALUE "N".
       *> Outcome of the current action, for the audit line: Y
       *> applied, N rejected, Q queued for approval, X declined
       01 WS-ACTION-APPLIED  PIC X VALUE "Y".
       01 WS-AUDIT-REASON    PIC X(30) VALUE SPACES.
       01 WS-AUDIT-LINE      PIC X(200) VALUE SPACES.
       01 WS-AUDIT-VERB      PIC X(8) VALUE SPACES.
       *> Control totals for the balancing trailer
       01 WS-INPUT-COUNT     PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT   PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.
       01 WS-QUEUED-COUNT    PIC 9(7) VALUE 0.
       01 WS-APPROVED-COUNT  PIC 9(7) VALUE 0.
       01 WS-DECLINED-COUNT  PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT   PIC 9(7) VALUE 0.
       01 WS-WAITING-COUNT   PIC 9(7) VALUE 0.
       *> Pending items in storage for the run. State W is waiting
       *> from an earlier run, N queued by this one (not approvable
       *> until the next), D done - applied, declined or expired -
       *> and left out of the rewrite. 500 is far beyond the desk's
       *> queue; the load aborts loudly rather than lose an item.
       01 WS-PEND-COUNT      PIC 9(4) VALUE 0.
       01 WS-PEND-LIMIT      PIC 9(4) VALUE 500.
       01 WS-PEND-IX         PIC 9(4) VALUE 0.
       01 WS-PEND-FOUND-IX   PIC 9(4) VALUE 0.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 500 TIMES.
               10 WS-PD-ACTION       PIC X.
               10 WS-PD-CUSTOMER-ID  PIC X(8).
               10 WS-PD-STATUS       PIC X(6).
               10 WS-PD-STATUS-DATE  PIC X(10).
               10 WS-PD-REQUESTER    PIC X(8).
               10 WS-PD-REQUEST-DATE PIC X(10).
               10 WS-PD-STATE        PIC X.
       01 WS-FIND-ACTION     PIC X VALUE SPACES.
       *> Approval expiry from custparms.txt line 1 - an item older
       *> than this many days when a run starts has expired
       01 WS-EXPIRY-DAYS     PIC 9(3) VALUE 5.
       01 WS-PARM-EXPIRY     PIC X(4) VALUE SPACES.
       01 WS-EXPIRY-SCRATCH  PIC X(4) VALUE SPACES.
       01 WS-EXPIRY-NUMBER   PIC 9(4) VALUE 0.
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
       01 WS-REQUEST-INT     PIC 9(7) VALUE 0.
       01 WS-AGE-DAYS        PIC S9(5) VALUE 0.
       01 WS-EXPIRES-INT     PIC 9(7) VALUE 0.
       01 WS-EXPIRES-DATE    PIC X(10) VALUE SPACES.
       01 WS-PEND-YMD-X      PIC X(8) VALUE SPACES.
       01 WS-PEND-YMD REDEFINES WS-PEND-YMD-X PIC 9(8).
       01 WS-CURRENT-DATE-RAW PIC X(21).
       01 WS-RUN-DATE         PIC X(10).

                   WS-CUSTOMER-STATUS " - aborting"
               PERFORM ABORT-RUN
           END-IF
           PERFORM READ-EXPIRY-DAYS
           PERFORM LOAD-PENDING
       *> Items past their expiry are gone before anything can
       *> approve them
           PERFORM EXPIRE-PENDING

       *> Apply all maintenance actions until EOF
           PERFORM UNTIL END-OF-FILE
               END-READ
           END-PERFORM

           PERFORM LIST-WAITING
           PERFORM SAVE-PENDING
           PERFORM WRITE-AUDIT-TRAILER
           DISPLAY "Maintenance complete. Read: " WS-INPUT-COUNT
               " Applied: " WS-APPLIED-COUNT
               " Rejected: " WS-REJECT-COUNT
               " Queued: " WS-QUEUED-COUNT
               " Waiting: " WS-WAITING-COUNT
           CLOSE MAINT-FILE CUSTOMER-MASTER AUDIT-FILE
       *> Rejected actions are an ops-desk follow-up, not a failure -
       *> signal a warning to the scheduler rather than stopping
                   IF MNT-ACTION = "C"
                       PERFORM APPLY-CHANGE
                   ELSE
                       IF MNT-ACTION = "D" OR MNT-ACTION = "S"
                           PERFORM QUEUE-REQUEST
                       ELSE
                           IF MNT-ACTION = "P"
                               PERFORM APPROVE-REQUEST
                           ELSE
                               IF MNT-ACTION = "R"
                                   PERFORM DECLINE-REQUEST
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
           IF WS-ACTION-APPLIED = "Y"
               ADD 1 TO WS-APPLIED-COUNT
               IF MNT-ACTION = "P"
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           ELSE
               IF WS-ACTION-APPLIED = "Q"
                   ADD 1 TO WS-QUEUED-COUNT
               ELSE
                   IF WS-ACTION-APPLIED = "X"
                       ADD 1 TO WS-DECLINED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-LINE.


       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-RECORD
           IF MNT-ACTION = "P" OR MNT-ACTION = "R"
              OR WS-ACTION-APPLIED = "Q"
               PERFORM WRITE-APPROVAL-LINE
           ELSE
               PERFORM WRITE-ACTION-LINE
           END-IF.

       WRITE-ACTION-LINE.
           IF WS-ACTION-APPLIED = "Y"
               IF MNT-ACTION = "S"
       *> Status actions carry no name - show what was set and from
                   MNT-CUSTOMER-NAME DELIMITED BY SIZE
                   " | REASON: " DELIMITED BY SIZE
                   WS-AUDIT-REASON DELIMITED BY SIZE
                   " | User: " DELIMITED BY SIZE
                   MNT-USER-ID DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           END-IF
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD
           MOVE SPACES TO AUDIT-RECORD
           STRING
               "Approval Totals | Queued: " DELIMITED BY SIZE
               WS-QUEUED-COUNT DELIMITED BY SIZE
               " | Approved: " DELIMITED BY SIZE
               WS-APPROVED-COUNT DELIMITED BY SIZE
               " | Declined: " DELIMITED BY SIZE
               WS-DECLINED-COUNT DELIMITED BY SIZE
               " | Expired: " DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               " | Still Waiting: " DELIMITED BY SIZE
               WS-WAITING-COUNT DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD.

       READ-EXPIRY-DAYS.
       *> Digits only; anything else keeps the default rather than
       *> guessing at how long a freeze may wait
           OPEN INPUT MAINT-PARM-FILE
           IF WS-MAINT-PARM-STATUS = "00"
               READ MAINT-PARM-FILE
                   AT END MOVE SPACES TO MAINT-PARM-RECORD
               END-READ
               MOVE MAINT-PARM-RECORD(1:4) TO WS-PARM-EXPIRY
               MOVE WS-PARM-EXPIRY TO WS-EXPIRY-SCRATCH
               INSPECT WS-EXPIRY-SCRATCH
                   CONVERTING "0123456789" TO "          "
               IF WS-EXPIRY-SCRATCH = SPACES
                  AND WS-PARM-EXPIRY NOT = SPACES
                   COMPUTE WS-EXPIRY-NUMBER =
                       FUNCTION NUMVAL(WS-PARM-EXPIRY)
                   IF WS-EXPIRY-NUMBER < 1000
                       MOVE WS-EXPIRY-NUMBER TO WS-EXPIRY-DAYS
                   END-IF
               END-IF
               CLOSE MAINT-PARM-FILE
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURRENT-DATE-RAW(1:8))).

       LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "05"
               PERFORM UNTIL WS-PENDING-EOF = "Y"
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO WS-PENDING-EOF
                       NOT AT END
                           IF PENDING-RECORD NOT = SPACES
                               PERFORM STORE-PENDING-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       STORE-PENDING-ITEM.
           IF WS-PEND-COUNT >= WS-PEND-LIMIT
               DISPLAY "ERROR: pending-approval table full - aborting"
               CLOSE PENDING-FILE
               PERFORM ABORT-RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PND-ACTION TO WS-PD-ACTION(WS-PEND-COUNT)
           MOVE PND-CUSTOMER-ID TO WS-PD-CUSTOMER-ID(WS-PEND-COUNT)
           MOVE PND-STATUS TO WS-PD-STATUS(WS-PEND-COUNT)
           MOVE PND-STATUS-DATE TO WS-PD-STATUS-DATE(WS-PEND-COUNT)
           MOVE PND-REQUESTER TO WS-PD-REQUESTER(WS-PEND-COUNT)
           MOVE PND-REQUEST-DATE TO WS-PD-REQUEST-DATE(WS-PEND-COUNT)
           MOVE "W" TO WS-PD-STATE(WS-PEND-COUNT).

       EXPIRE-PENDING.
           MOVE 1 TO WS-PEND-IX
           PERFORM UNTIL WS-PEND-IX > WS-PEND-COUNT
               PERFORM AGE-PENDING-ITEM
               IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                   MOVE "D" TO WS-PD-STATE(WS-PEND-IX)
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED  " TO WS-AUDIT-VERB
                   PERFORM WRITE-PENDING-LINE
               END-IF
               ADD 1 TO WS-PEND-IX
           END-PERFORM.

       AGE-PENDING-ITEM.
       *> Days since the item was queued, and the last day it can
       *> still be approved - an undatable item ages out at once
           MOVE 9999 TO WS-AGE-DAYS
           MOVE SPACES TO WS-EXPIRES-DATE
           IF WS-PD-REQUEST-DATE(WS-PEND-IX)(1:4) NUMERIC
               MOVE WS-PD-REQUEST-DATE(WS-PEND-IX)(1:4)
                   TO WS-PEND-YMD-X(1:4)
               MOVE WS-PD-REQUEST-DATE(WS-PEND-IX)(6:2)
                   TO WS-PEND-YMD-X(5:2)
               MOVE WS-PD-REQUEST-DATE(WS-PEND-IX)(9:2)
                   TO WS-PEND-YMD-X(7:2)
               COMPUTE WS-REQUEST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PEND-YMD)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-REQUEST-INT
               COMPUTE WS-EXPIRES-INT =
                   WS-REQUEST-INT + WS-EXPIRY-DAYS
               COMPUTE WS-PEND-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-EXPIRES-INT)
               STRING
                   WS-PEND-YMD-X(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-PEND-YMD-X(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-PEND-YMD-X(7:2) DELIMITED BY SIZE
                   INTO WS-EXPIRES-DATE
               END-STRING
           END-IF.

       FIND-PENDING.
       *> The customer's open item for WS-FIND-ACTION, if any
           MOVE 0 TO WS-PEND-FOUND-IX
           MOVE 1 TO WS-PEND-IX
           PERFORM UNTIL WS-PEND-IX > WS-PEND-COUNT
                   OR WS-PEND-FOUND-IX > 0
               IF WS-PD-CUSTOMER-ID(WS-PEND-IX) = MNT-CUSTOMER-ID
                  AND WS-PD-ACTION(WS-PEND-IX) = WS-FIND-ACTION
                  AND WS-PD-STATE(WS-PEND-IX) NOT = "D"
                   MOVE WS-PEND-IX TO WS-PEND-FOUND-IX
               END-IF
               ADD 1 TO WS-PEND-IX
           END-PERFORM.

       QUEUE-REQUEST.
       *> Checked now so the desk hears about a bad line tonight, not
       *> after the approver has looked at it - and checked again
       *> when it is applied
           IF MNT-ACTION = "S"
               MOVE "STATUS  " TO WS-AUDIT-VERB
           ELSE
               MOVE "DELETE  " TO WS-AUDIT-VERB
           END-IF
           MOVE MNT-ACTION TO WS-FIND-ACTION
           PERFORM FIND-PENDING
           IF MNT-USER-ID = SPACES
               MOVE "N" TO WS-ACTION-APPLIED
               MOVE "MISSING USER ID" TO WS-AUDIT-REASON
           ELSE
               IF MNT-ACTION = "S"
                  AND MNT-STATUS NOT = "ACTIVE"
                  AND MNT-STATUS NOT = "FROZEN"
                  AND MNT-STATUS NOT = "CLOSED"
                   MOVE "N" TO WS-ACTION-APPLIED
                   MOVE "INVALID STATUS CODE" TO WS-AUDIT-REASON
               ELSE
                   IF WS-PEND-FOUND-IX > 0
                       MOVE "N" TO WS-ACTION-APPLIED
                       MOVE "ALREADY PENDING APPROVAL"
                           TO WS-AUDIT-REASON
                   ELSE
                       MOVE MNT-CUSTOMER-ID TO CM-CUSTOMER-ID
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE "N" TO WS-ACTION-APPLIED
                               IF MNT-ACTION = "S"
                                   MOVE "STATUS OF MISSING KEY"
                                       TO WS-AUDIT-REASON
                               ELSE
                                   MOVE "DELETE OF MISSING KEY"
                                       TO WS-AUDIT-REASON
                               END-IF
                           NOT INVALID KEY
                               PERFORM ADD-PENDING-ITEM
                       END-READ
                   END-IF
               END-IF
           END-IF.

       ADD-PENDING-ITEM.
           IF WS-PEND-COUNT >= WS-PEND-LIMIT
               DISPLAY "ERROR: pending-approval table full - aborting"
               PERFORM ABORT-RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-PEND-COUNT TO WS-PEND-FOUND-IX
           MOVE MNT-ACTION TO WS-PD-ACTION(WS-PEND-COUNT)
           MOVE MNT-CUSTOMER-ID TO WS-PD-CUSTOMER-ID(WS-PEND-COUNT)
           IF MNT-ACTION = "S"
               MOVE MNT-STATUS TO WS-PD-STATUS(WS-PEND-COUNT)
               MOVE MNT-STATUS-DATE
                   TO WS-PD-STATUS-DATE(WS-PEND-COUNT)
           ELSE
               MOVE SPACES TO WS-PD-STATUS(WS-PEND-COUNT)
               MOVE SPACES TO WS-PD-STATUS-DATE(WS-PEND-COUNT)
           END-IF
           MOVE MNT-USER-ID TO WS-PD-REQUESTER(WS-PEND-COUNT)
           MOVE WS-RUN-DATE TO WS-PD-REQUEST-DATE(WS-PEND-COUNT)
           MOVE "N" TO WS-PD-STATE(WS-PEND-COUNT)
           MOVE "Q" TO WS-ACTION-APPLIED.

       APPROVE-REQUEST.
       *> The checker must be someone else, on a later run than the
       *> one that queued the item. The approved item is applied
       *> exactly as requested - the status and effective date come
       *> from the queued item, not the approval line.
           MOVE "APPROVE " TO WS-AUDIT-VERB
           MOVE MNT-PENDING-ACTION TO WS-FIND-ACTION
           PERFORM FIND-PENDING
           IF MNT-USER-ID = SPACES
               MOVE "N" TO WS-ACTION-APPLIED
               MOVE "MISSING USER ID" TO WS-AUDIT-REASON
           ELSE
               IF WS-PEND-FOUND-IX = 0
                   MOVE "N" TO WS-ACTION-APPLIED
                   MOVE "NO PENDING ITEM" TO WS-AUDIT-REASON
               ELSE
                   IF WS-PD-STATE(WS-PEND-FOUND-IX) = "N"
                       MOVE "N" TO WS-ACTION-APPLIED
                       MOVE "QUEUED THIS RUN" TO WS-AUDIT-REASON
                   ELSE
                       IF MNT-USER-ID
                           = WS-PD-REQUESTER(WS-PEND-FOUND-IX)
                           MOVE "N" TO WS-ACTION-APPLIED
                           MOVE "APPROVER IS REQUESTER"
                               TO WS-AUDIT-REASON
                       ELSE
                           PERFORM APPLY-PENDING-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-PENDING-ITEM.
       *> Whatever the apply finds, the item is finished with - a
       *> customer deleted since it was queued rejects it for good
           MOVE WS-PD-STATUS(WS-PEND-FOUND-IX) TO MNT-STATUS
           MOVE WS-PD-STATUS-DATE(WS-PEND-FOUND-IX) TO MNT-STATUS-DATE
           IF WS-PD-ACTION(WS-PEND-FOUND-IX) = "S"
               PERFORM APPLY-STATUS
               IF WS-ACTION-APPLIED = "Y"
                  AND WS-PD-STATUS-DATE(WS-PEND-FOUND-IX) = SPACES
                   MOVE WS-RUN-DATE
                       TO WS-PD-STATUS-DATE(WS-PEND-FOUND-IX)
               END-IF
           ELSE
               PERFORM APPLY-DELETE
           END-IF
           MOVE "D" TO WS-PD-STATE(WS-PEND-FOUND-IX).

       DECLINE-REQUEST.
           MOVE "DECLINE " TO WS-AUDIT-VERB
           MOVE MNT-PENDING-ACTION TO WS-FIND-ACTION
           PERFORM FIND-PENDING
           IF MNT-USER-ID = SPACES
               MOVE "N" TO WS-ACTION-APPLIED
               MOVE "MISSING USER ID" TO WS-AUDIT-REASON
           ELSE
               IF WS-PEND-FOUND-IX = 0
                   MOVE "N" TO WS-ACTION-APPLIED
                   MOVE "NO PENDING ITEM" TO WS-AUDIT-REASON
               ELSE
                   IF WS-PD-ACTION(WS-PEND-FOUND-IX) = "S"
                       MOVE "STATUS  " TO WS-AUDIT-VERB
                   ELSE
                       MOVE "DELETE  " TO WS-AUDIT-VERB
                   END-IF
                   MOVE "X" TO WS-ACTION-APPLIED
                   MOVE "D" TO WS-PD-STATE(WS-PEND-FOUND-IX)
               END-IF
           END-IF.

       WRITE-APPROVAL-LINE.
       *> Queued, approved, declined and refused approvals all show
       *> the item as asked for, who asked, and who answered
           IF WS-ACTION-APPLIED = "Y"
               MOVE "APPLIED  " TO AUDIT-RECORD(1:9)
           ELSE
               IF WS-ACTION-APPLIED = "Q"
                   MOVE "QUEUED   " TO AUDIT-RECORD(1:9)
               ELSE
                   IF WS-ACTION-APPLIED = "X"
                       MOVE "DECLINED " TO AUDIT-RECORD(1:9)
                   ELSE
                       MOVE "REJECTED " TO AUDIT-RECORD(1:9)
                   END-IF
               END-IF
           END-IF
           IF WS-PEND-FOUND-IX > 0
               MOVE WS-PEND-FOUND-IX TO WS-PEND-IX
               PERFORM BUILD-PENDING-LINE
           ELSE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING
                   AUDIT-RECORD(1:9) DELIMITED BY SIZE
                   "| " DELIMITED BY SIZE
                   WS-AUDIT-VERB DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   MNT-CUSTOMER-ID DELIMITED BY SIZE
                   " | Action: " DELIMITED BY SIZE
                   MNT-PENDING-ACTION DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
               END-STRING
               MOVE WS-AUDIT-LINE TO AUDIT-RECORD
           END-IF
           IF WS-ACTION-APPLIED = "Y"
               MOVE AUDIT-RECORD TO WS-AUDIT-LINE
               STRING
                   FUNCTION TRIM(WS-AUDIT-LINE TRAILING)
                       DELIMITED BY SIZE
                   " | Approver: " DELIMITED BY SIZE
                   MNT-USER-ID DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           END-IF
           IF WS-ACTION-APPLIED = "X"
               MOVE AUDIT-RECORD TO WS-AUDIT-LINE
               STRING
                   FUNCTION TRIM(WS-AUDIT-LINE TRAILING)
                       DELIMITED BY SIZE
                   " | Declined By: " DELIMITED BY SIZE
                   MNT-USER-ID DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           END-IF
           IF WS-ACTION-APPLIED = "N"
               MOVE AUDIT-RECORD TO WS-AUDIT-LINE
               STRING
                   FUNCTION TRIM(WS-AUDIT-LINE TRAILING)
                       DELIMITED BY SIZE
                   " | By: " DELIMITED BY SIZE
                   MNT-USER-ID DELIMITED BY SIZE
                   " | REASON: " DELIMITED BY SIZE
                   WS-AUDIT-REASON DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           END-IF
           WRITE AUDIT-RECORD.

       BUILD-PENDING-LINE.
       *> Outcome (already in columns 1-9), then the item at
       *> WS-PEND-IX: action, customer, status asked for, requester
       *> and date
           IF WS-PD-ACTION(WS-PEND-IX) = "S"
               MOVE "STATUS  " TO WS-AUDIT-VERB
           ELSE
               MOVE "DELETE  " TO WS-AUDIT-VERB
           END-IF
           MOVE SPACES TO WS-AUDIT-LINE
           STRING
               AUDIT-RECORD(1:9) DELIMITED BY SIZE
               "| " DELIMITED BY SIZE
               WS-AUDIT-VERB DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-PD-CUSTOMER-ID(WS-PEND-IX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-PD-STATUS(WS-PEND-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PD-STATUS-DATE(WS-PEND-IX) DELIMITED BY SIZE
               " | Requester: " DELIMITED BY SIZE
               WS-PD-REQUESTER(WS-PEND-IX) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-PD-REQUEST-DATE(WS-PEND-IX) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           MOVE WS-AUDIT-LINE TO AUDIT-RECORD.

       WRITE-PENDING-LINE.
       *> An expired or still-waiting item, with the last day it can
       *> be approved
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-AUDIT-VERB TO AUDIT-RECORD(1:9)
           PERFORM BUILD-PENDING-LINE
           MOVE AUDIT-RECORD TO WS-AUDIT-LINE
           STRING
               FUNCTION TRIM(WS-AUDIT-LINE TRAILING)
                   DELIMITED BY SIZE
               " | Approve By: " DELIMITED BY SIZE
               WS-EXPIRES-DATE DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD.

       LIST-WAITING.
           MOVE 1 TO WS-PEND-IX
           PERFORM UNTIL WS-PEND-IX > WS-PEND-COUNT
               IF WS-PD-STATE(WS-PEND-IX) NOT = "D"
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM AGE-PENDING-ITEM
                   MOVE "WAITING  " TO WS-AUDIT-VERB
                   PERFORM WRITE-PENDING-LINE
               END-IF
               ADD 1 TO WS-PEND-IX
           END-PERFORM.

       SAVE-PENDING.
           OPEN OUTPUT PENDING-FILE
           MOVE 1 TO WS-PEND-IX
           PERFORM UNTIL WS-PEND-IX > WS-PEND-COUNT
               IF WS-PD-STATE(WS-PEND-IX) NOT = "D"
                   MOVE SPACES TO PENDING-RECORD
                   MOVE WS-PD-ACTION(WS-PEND-IX) TO PND-ACTION
                   MOVE WS-PD-CUSTOMER-ID(WS-PEND-IX)
                       TO PND-CUSTOMER-ID
                   MOVE WS-PD-STATUS(WS-PEND-IX) TO PND-STATUS
                   MOVE WS-PD-STATUS-DATE(WS-PEND-IX)
                       TO PND-STATUS-DATE
                   MOVE WS-PD-REQUESTER(WS-PEND-IX) TO PND-REQUESTER
                   MOVE WS-PD-REQUEST-DATE(WS-PEND-IX)
                       TO PND-REQUEST-DATE
                   WRITE PENDING-RECORD
               END-IF
               ADD 1 TO WS-PEND-IX
           END-PERFORM
           CLOSE PENDING-FILE.
