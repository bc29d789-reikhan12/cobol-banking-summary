           05 SUS-STATUS         PIC X(10).
           05 SUS-SPACE3         PIC X.
           05 SUS-CLEARED-DATE   PIC X(10).
       *> The record's link area, kept last so entries written before
       *> the link existed still read correctly
           05 SUS-SPACE4         PIC X.
           05 SUS-LINK           PIC X(27).

       *> Customer master record - CUSTOMER-ID, display name, posting
       *> status (ACTIVE/FROZEN/CLOSED) and its effective date
           05 CM-STATUS          PIC X(6).
           05 CM-STATUS-DATE     PIC X(10).

       *> A released item back in clean-feed shape - the record as it
       *> arrived with its link area restored behind the source code
       FD RELEASE-FILE.
       01 RELEASE-RECORD     PIC X(103).

       FD AGING-REPORT-FILE.
       01 AGING-RECORD       PIC X(150).
               10 WS-SUS-FIRST-SEEN PIC X(10).
               10 WS-SUS-STATUS     PIC X(10).
               10 WS-SUS-CLEARED    PIC X(10).
               10 WS-SUS-LINK       PIC X(27).
       *> Aging controls - OPEN entries at least this many days old
       *> go on the report; zero lists them all
       01 WS-AGING-DAYS        PIC 9(3) VALUE 0.
               MOVE SUS-FIRST-SEEN TO WS-SUS-FIRST-SEEN(WS-SUS-COUNT)
               MOVE SUS-STATUS TO WS-SUS-STATUS(WS-SUS-COUNT)
               MOVE SUS-CLEARED-DATE TO WS-SUS-CLEARED(WS-SUS-COUNT)
               MOVE SUS-LINK TO WS-SUS-LINK(WS-SUS-COUNT)
           END-IF.

       CLEAR-SUSPENSE-ITEMS.
           END-IF
           IF WS-CAN-RELEASE = "Y"
               ADD 1 TO WS-RELEASED-COUNT
               MOVE SPACES TO RELEASE-RECORD
               MOVE WS-SUS-DATA(WS-SUS-IX) TO RELEASE-RECORD(1:75)
               MOVE WS-SUS-LINK(WS-SUS-IX) TO RELEASE-RECORD(77:27)
               WRITE RELEASE-RECORD
               MOVE "RELEASED" TO WS-SUS-STATUS(WS-SUS-IX)
               MOVE WS-RUN-DATE TO WS-SUS-CLEARED(WS-SUS-IX)
               MOVE WS-SUS-FIRST-SEEN(WS-SUS-IX) TO SUS-FIRST-SEEN
               MOVE WS-SUS-STATUS(WS-SUS-IX) TO SUS-STATUS
               MOVE WS-SUS-CLEARED(WS-SUS-IX) TO SUS-CLEARED-DATE
               MOVE WS-SUS-LINK(WS-SUS-IX) TO SUS-LINK
               WRITE SUSPENSE-RECORD
               ADD 1 TO WS-SUS-IX
           END-PERFORM
