       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-TRX-ID        PIC X(13).
           05 REJ-REST          PIC X(187).

       FD EDIT-REJECT-FILE.
       01 EDIT-REJECT-RECORD PIC X(200).

       FD FIX-FILE.
       01 FIX-RECORD.
           05 FIX-ACTION        PIC X.
           05 FIX-SPACE1        PIC X.
           05 FIX-DETAIL        PIC X(103).

       FD POSTED-ID-FILE.
       01 POSTED-ID-RECORD.
           05 PID-TRX-ID        PIC X(13).
           05 PID-SPACE1        PIC X.
           05 PID-POSTED-DATE   PIC X(10).
           05 PID-SPACE2        PIC X.
           05 PID-DETAIL        PIC X(26).

       *> One tracking line per reject ever seen, with the amount as
       *> it stood on the rejected record - what the exceptions
       *> dashboard values the item at. Entries tracked before the
       *> amount was kept have it blank.
       FD TRACK-FILE.
       01 TRACK-RECORD.
           05 TRK-TRX-ID        PIC X(13).
           05 TRK-FIRST-SEEN    PIC X(10).
           05 TRK-SPACE3        PIC X.
           05 TRK-REASON        PIC X(40).
           05 TRK-SPACE4        PIC X.
           05 TRK-AMOUNT        PIC X(12).

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD    PIC X(103).

       FD AGING-REPORT-FILE.
       01 AGING-RECORD       PIC X(120).
           05 NCT-SPACE5         PIC X.
           05 NCT-FLAG           PIC X(8).

       *> Sort key record for the posted-id rewrite, date and the
       *> customer/account/amount detail carried
       SD ID-SORT-FILE.
       01 IDS-RECORD.
           05 IDS-TRX-ID        PIC X(13).
           05 IDS-SPACE1        PIC X.
           05 IDS-POSTED-DATE   PIC X(10).
           05 IDS-SPACE2        PIC X.
           05 IDS-DETAIL        PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-REJECT-STATUS     PIC XX VALUE "00".
               10 WS-TRK-STATUS     PIC X(11).
               10 WS-TRK-FIRST-SEEN PIC X(10).
               10 WS-TRK-REASON     PIC X(40).
               10 WS-TRK-AMOUNT     PIC X(12).
       *> Reason text lifted from the reject line's " | REASON: " tail
       01 WS-REASON-TEXT       PIC X(40) VALUE SPACES.
       01 WS-REASON-POS        PIC 9(3) VALUE 0.
                           TO WS-TRK-FIRST-SEEN(WS-TRACK-COUNT)
                       MOVE TRK-REASON
                           TO WS-TRK-REASON(WS-TRACK-COUNT)
                       MOVE TRK-AMOUNT
                           TO WS-TRK-AMOUNT(WS-TRACK-COUNT)
               END-READ
           END-PERFORM
           CLOSE TRACK-FILE.
           MOVE 0 TO WS-REASON-POS
           INSPECT REJECT-RECORD TALLYING WS-REASON-POS
               FOR CHARACTERS BEFORE INITIAL " | REASON: "
           IF WS-REASON-POS < 189
               MOVE REJECT-RECORD(WS-REASON-POS + 12:)
                   TO WS-REASON-TEXT
           END-IF
               MOVE "OPEN" TO WS-TRK-STATUS(WS-TRACK-COUNT)
               MOVE WS-RUN-DATE TO WS-TRK-FIRST-SEEN(WS-TRACK-COUNT)
               MOVE WS-REASON-TEXT TO WS-TRK-REASON(WS-TRACK-COUNT)
               MOVE REJECT-RECORD(40:12)
                   TO WS-TRK-AMOUNT(WS-TRACK-COUNT)
           ELSE
       *> A fresh reject for something we thought was on its way back
       *> in (or even reposted) means the correction did not take -
                   MOVE "OPEN" TO WS-TRK-STATUS(WS-TRK-FOUND-IX)
                   MOVE WS-REASON-TEXT
                       TO WS-TRK-REASON(WS-TRK-FOUND-IX)
                   MOVE REJECT-RECORD(40:12)
                       TO WS-TRK-AMOUNT(WS-TRK-FOUND-IX)
                   ADD 1 TO WS-REOPEN-COUNT
               END-IF
           END-IF.
                       TO WS-TRK-FIRST-SEEN(WS-TRACK-COUNT)
                   MOVE "RESUBMITTED WITHOUT PRIOR TRACKING"
                       TO WS-TRK-REASON(WS-TRACK-COUNT)
                   MOVE FIX-DETAIL(40:12)
                       TO WS-TRK-AMOUNT(WS-TRACK-COUNT)
               END-IF
           ELSE
               IF FIX-ACTION = "W"
               MOVE SPACES TO IDS-RECORD
               MOVE PID-TRX-ID TO IDS-TRX-ID
               MOVE PID-POSTED-DATE TO IDS-POSTED-DATE
               MOVE PID-DETAIL TO IDS-DETAIL
               RELEASE IDS-RECORD
           END-IF.

               MOVE WS-TRK-STATUS(WS-TRK-IX) TO TRK-STATUS
               MOVE WS-TRK-FIRST-SEEN(WS-TRK-IX) TO TRK-FIRST-SEEN
               MOVE WS-TRK-REASON(WS-TRK-IX) TO TRK-REASON
               MOVE WS-TRK-AMOUNT(WS-TRK-IX) TO TRK-AMOUNT
               WRITE TRACK-RECORD
               ADD 1 TO WS-TRK-IX
           END-PERFORM
