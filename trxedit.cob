       *> trailer before a single record is accepted - validates every
       *> field of the raw record, catches duplicate TRX-IDs both
       *> within the run and against the TRX-IDs accepted by prior
       *> runs, refuses activity for accounts the account master has
       *> never opened or has closed, writes the clean feed the
       *> summary job reads with each record's source-system code
       *> carried along, and prints an edit report for the ops desk
       *> with per-feed totals. Before it touches anything it saves a
       *> before-image of every holding file the night will change,
       *> which is what NIGHT-BACKOUT puts back if the night has to
       *> be backed out and rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
       *> Account master, keyed by customer plus account - activity
       *> for an account never opened, or dated on or after its
       *> close, is refused here before it can create or move a
       *> balance
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO "account.master"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ACCOUNT-STATUS.
       *> Every reversal ever accepted, with the original it undid -
       *> what stops a second reversal of the same item, and the
       *> source of the reversal register
           SELECT OPTIONAL REVERSAL-HIST-FILE ASSIGN TO "revhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVHIST-STATUS.
       *> Reversal register for the disputes desk, rebuilt each run
           SELECT REVERSAL-REG-FILE ASSIGN TO "revreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVREG-STATUS.
       *> The PERIOD-CLOSE archive inventory and the archived sorted
       *> feed of a kept period - searched for a reversal's original
       *> once it has aged out of the posted-id history
           SELECT OPTIONAL ARCHIVE-INV-FILE ASSIGN TO "archinv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHINV-STATUS.
           SELECT ARCH-FEED-FILE ASSIGN TO WS-ARCH-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FEED-STATUS.
       *> A holding file and its before-image, named at run time - one
       *> pair of selects serves every image
           SELECT IMAGE-IN-FILE ASSIGN TO WS-IMAGE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-IN-STATUS.
           SELECT IMAGE-OUT-FILE ASSIGN TO WS-IMAGE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> literal TRAILER, the record count, and the amount hash total
       *> in the same leading-separate-sign shape as the amounts it
       *> sums. The two 01s share the buffer; FTR-MARKER tells them
       *> apart. A TRANSFER or REVERSAL record carries its link area
       *> after the timestamp - counterparty customer and account plus
       *> the shared reference; every other record leaves it blank,
       *> so a feed that never sends one is read exactly as before.
       FD FEED-INPUT-FILE.
       01 FEED-RECORD       PIC X(99).
       01 FEED-TRAILER.
           05 FTR-MARKER        PIC X(7).
           05 FTR-SPACE1        PIC X.
           05 COMB-DATA         PIC X(71).
           05 COMB-SPACE1       PIC X.
           05 COMB-SOURCE       PIC X(3).
           05 COMB-SPACE2       PIC X.
           05 COMB-LINK         PIC X(27).

       *> Structure of each transaction record, as it arrives unsorted
       FD RAW-INPUT-FILE.
                                 SIGN IS LEADING SEPARATE CHARACTER.
           05 RAW-SPACE5        PIC X.
           05 RAW-TIMESTAMP     PIC X(19).
           05 RAW-SPACE6        PIC X.
           05 RAW-LINK          PIC X(27).

       *> Sort key record, same layout as the raw feed
       SD EDIT-SORT-FILE.
           05 SD-TIMESTAMP      PIC X(19).
           05 SD-SPACE6         PIC X.
           05 SD-SOURCE         PIC X(3).
           05 SD-SPACE7         PIC X.
           05 SD-LINK           PIC X(27).

       *> Sort key record for the posted-id merge, date and detail
       *> carried along
       SD ID-SORT-FILE.
       01 IDS-RECORD.
           05 IDS-TRX-ID        PIC X(13).
           05 IDS-SPACE1        PIC X.
           05 IDS-POSTED-DATE   PIC X(10).
           05 IDS-SPACE2        PIC X.
           05 IDS-DETAIL        PIC X(26).

       *> The record under edit - amount and timestamp are kept as
       *> plain characters here so a non-numeric amount can be tested
           05 ED-TIMESTAMP      PIC X(19).
           05 ED-SPACE6         PIC X.
           05 ED-SOURCE         PIC X(3).
           05 ED-SPACE7         PIC X.
           05 ED-LINK-CUSTOMER  PIC X(8).
           05 ED-SPACE8         PIC X.
           05 ED-LINK-ACCOUNT   PIC X(4).
           05 ED-SPACE9         PIC X.
           05 ED-LINK-REFERENCE PIC X(13).

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD    PIC X(103).

       FD CLEAN-FEED-FILE.
       01 CLEAN-RECORD       PIC X(103).

       *> A posted-id entry: TRX-ID and acceptance date, then the
       *> customer, account and amount it was accepted for - what a
       *> later reversal is checked against. Entries written before
       *> the detail was kept have it blank.
       FD POSTED-ID-FILE.
       01 POSTED-ID-RECORD.
           05 PID-TRX-ID        PIC X(13).
           05 PID-SPACE1        PIC X.
           05 PID-POSTED-DATE   PIC X(10).
           05 PID-SPACE2        PIC X.
           05 PID-DETAIL.
               10 PID-CUSTOMER-ID   PIC X(8).
               10 PID-SPACE3        PIC X.
               10 PID-ACCOUNT-ID    PIC X(4).
               10 PID-SPACE4        PIC X.
               10 PID-AMOUNT        PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.

       FD NEWID-FILE.
       01 NEWID-RECORD.
           05 NID-TRX-ID        PIC X(13).
           05 NID-SPACE1        PIC X.
           05 NID-POSTED-DATE   PIC X(10).
           05 NID-SPACE2        PIC X.
           05 NID-CUSTOMER-ID   PIC X(8).
           05 NID-SPACE3        PIC X.
           05 NID-ACCOUNT-ID    PIC X(4).
           05 NID-SPACE4        PIC X.
           05 NID-AMOUNT-X      PIC X(12).

       FD POSTED-ARCHIVE-FILE.
       01 POSTED-ARCHIVE-RECORD PIC X(51).

       *> A warehoused record: the clean-feed record up to its source
       *> code, the date it entered the warehouse, then the record's
       *> link area - kept last so entries warehoused before the link
       *> existed still read correctly
       FD WAREHOUSE-FILE.
       01 WAREHOUSE-RECORD.
           05 WHS-DATA          PIC X(75).
           05 WHS-SPACE1        PIC X.
           05 WHS-DATE          PIC X(10).
           05 WHS-SPACE2        PIC X.
           05 WHS-LINK          PIC X(27).

       FD WAREHOUSE-INV-FILE.
       01 WAREHOUSE-INV-RECORD PIC X(200).

       FD SUSPENSE-REL-FILE.
       01 SUSPENSE-REL-RECORD PIC X(103).

       *> One suspense entry per orphaned transaction, as the summary
       *> job writes them - only the TRX-ID and status matter here
           05 SUS-STATUS         PIC X(10).
           05 SUS-SPACE3         PIC X.
           05 SUS-CLEARED-DATE   PIC X(10).
           05 SUS-SPACE4         PIC X.
           05 SUS-LINK           PIC X(27).

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

       *> One line per accepted reversal: the reversal, the original
       *> it undid, the run that accepted it, and where the original
       *> was found - POSTED (posted-id history), ARCHIVE (a closed
       *> period) or UNVERIFIED (an entry older than the kept detail)
       FD REVERSAL-HIST-FILE.
       01 REVERSAL-HIST-RECORD.
           05 REV-REVERSAL-ID    PIC X(13).
           05 REV-SPACE1         PIC X.
           05 REV-ORIGINAL-ID    PIC X(13).
           05 REV-SPACE2         PIC X.
           05 REV-CUSTOMER-ID    PIC X(8).
           05 REV-SPACE3         PIC X.
           05 REV-ACCOUNT-ID     PIC X(4).
           05 REV-SPACE4         PIC X.
           05 REV-AMOUNT         PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 REV-SPACE5         PIC X.
           05 REV-REVERSED-DATE  PIC X(10).
           05 REV-SPACE6         PIC X.
           05 REV-RUN-NUMBER     PIC 9(6).
           05 REV-SPACE7         PIC X.
           05 REV-ORIG-DATE      PIC X(10).
           05 REV-SPACE8         PIC X.
           05 REV-ORIG-AMOUNT    PIC S9(9)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 REV-SPACE9         PIC X.
           05 REV-FOUND-IN       PIC X(10).

       FD REVERSAL-REG-FILE.
       01 REVERSAL-REG-RECORD PIC X(200).

       *> One inventory line per closed period, as PERIOD-CLOSE
       *> writes them
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

       *> Archived transaction record, the standard feed shape
       FD ARCH-FEED-FILE.
       01 ARCH-RECORD.
           05 ARC-TRX-ID        PIC X(13).
           05 ARC-SPACE1        PIC X.
           05 ARC-CUSTOMER-ID   PIC X(8).
           05 ARC-SPACE2        PIC X.
           05 ARC-ACCOUNT-ID    PIC X(4).
           05 ARC-SPACE3        PIC X.
           05 ARC-TRX-TYPE      PIC X(10).
           05 ARC-SPACE4        PIC X.
           05 ARC-AMOUNT        PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
           05 ARC-SPACE5        PIC X.
           05 ARC-TIMESTAMP     PIC X(19).
           05 ARC-SPACE6        PIC X.
           05 ARC-SOURCE        PIC X(3).
           05 ARC-SPACE7        PIC X.
           05 ARC-LINK          PIC X(27).

       *> Wide enough for the widest line any holding file carries
       FD IMAGE-IN-FILE.
       01 IMAGE-IN-RECORD    PIC X(300).

       FD IMAGE-OUT-FILE.
       01 IMAGE-OUT-RECORD   PIC X(300).

       *> Offending record plus reason code, one line per reject
       FD EDIT-REPORT-FILE.
       01 EDIT-REPORT-RECORD PIC X(200).

       FD EDIT-REJECT-FILE.
       01 EDIT-REJECT-RECORD PIC X(200).

       FD PARM-FILE.
       01 PARM-RECORD        PIC X(80).
       01 WS-WH-IX              PIC 9(4) VALUE 0.
       01 WS-WH-TABLE.
           05 WS-WH-ENTRY OCCURS 1000 TIMES.
               10 WS-WH-DATA        PIC X(103).
               10 WS-WH-DATE        PIC X(10).
               10 WS-WH-KEEP        PIC X.
       01 WS-WAREHOUSED-COUNT   PIC 9(7) VALUE 0.
       01 WS-EXEMPT-IX          PIC 9(4) VALUE 0.
       01 WS-EXEMPT-TABLE.
           05 WS-EXEMPT-ID OCCURS 3000 TIMES PIC X(13).
       01 WS-ACCOUNT-STATUS     PIC XX VALUE "00".
       01 WS-ACCOUNT-OPEN       PIC X VALUE "N".
       01 WS-ID-AGED            PIC X VALUE "N".
       01 WS-ID-EXEMPT          PIC X VALUE "N".
       01 WS-EXEMPT-KEPT-COUNT  PIC 9(7) VALUE 0.
       01 WS-RETAINED-COUNT     PIC 9(7) VALUE 0.
       01 WS-ARCHIVED-COUNT     PIC 9(7) VALUE 0.
       01 WS-MERGE-EOF          PIC X VALUE "N".
       *> Reversal linkage: every original TRX-ID the night's
       *> reversals name, gathered in a pass over the sorted feed
       *> before the edit, then looked up once in the posted-id
       *> history, the closed-period archives for anything aged out
       *> of it, and the reversal history for anything already
       *> undone. The edit then checks each reversal against its
       *> entry. 1000 reversals in a night is far beyond anything
       *> seen; the gather aborts loudly rather than passing a
       *> reversal unchecked if it ever fills.
       01 WS-REVHIST-STATUS     PIC XX VALUE "00".
       01 WS-REVREG-STATUS      PIC XX VALUE "00".
       01 WS-ARCHINV-STATUS     PIC XX VALUE "00".
       01 WS-ARCH-FEED-STATUS   PIC XX VALUE "00".
       01 WS-REVHIST-EOF        PIC X VALUE "N".
       01 WS-ARCHINV-EOF        PIC X VALUE "N".
       01 WS-ARCH-FEED-EOF      PIC X VALUE "N".
       01 WS-ARCH-FEED-NAME     PIC X(40) VALUE SPACES.
       01 WS-ARCH-RUN-X         PIC X(6) VALUE SPACES.
       01 WS-RV-COUNT           PIC 9(4) VALUE 0.
       01 WS-RV-LIMIT           PIC 9(4) VALUE 1000.
       01 WS-RV-IX              PIC 9(4) VALUE 0.
       01 WS-RV-FOUND-IX        PIC 9(4) VALUE 0.
       01 WS-RV-KEY             PIC X(13) VALUE SPACES.
       01 WS-RV-UNRESOLVED      PIC 9(4) VALUE 0.
       01 WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 1000 TIMES.
               10 WS-RV-ORIGINAL-ID  PIC X(13).
               10 WS-RV-FOUND-IN     PIC X(10).
               10 WS-RV-ORIG-DATE    PIC X(10).
               10 WS-RV-ORIG-CUSTOMER PIC X(8).
               10 WS-RV-ORIG-ACCOUNT PIC X(4).
               10 WS-RV-ORIG-AMOUNT  PIC S9(9)V99.
               10 WS-RV-REVERSED-BY  PIC X(13).
               10 WS-RV-NEW          PIC X.
               10 WS-RV-REV-CUSTOMER PIC X(8).
               10 WS-RV-REV-ACCOUNT  PIC X(4).
               10 WS-RV-REV-AMOUNT   PIC S9(9)V99.
       01 WS-REV-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-REV-ACCEPTED       PIC 9(7) VALUE 0.
       01 WS-REG-COUNT          PIC 9(7) VALUE 0.
       01 WS-REG-THIS-RUN       PIC 9(7) VALUE 0.
       01 WS-REG-TOTAL          PIC S9(11)V99 VALUE 0.
       01 WS-REG-DAYS           PIC S9(5) VALUE 0.
       01 WS-REG-FROM-INT       PIC 9(7) VALUE 0.
       01 WS-REG-TO-INT         PIC 9(7) VALUE 0.
       01 WS-REG-YMD-X          PIC X(8) VALUE SPACES.
       01 WS-REG-YMD REDEFINES WS-REG-YMD-X PIC 9(8).
       01 WS-EDIT-REG-DAYS      PIC -(4)9.
       01 WS-EDIT-REV-AMOUNT    PIC -(9)9.99.
       01 WS-EDIT-ORIG-AMOUNT   PIC -(9)9.99.
       01 WS-EDIT-REG-TOTAL     PIC -(11)9.99.
       *> End-of-file flags with condition names
       01 EOF-FLAG           PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-REJECT-COUNT    PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-RAW PIC X(21).
       01 WS-RUN-DATE         PIC X(10).
       *> Before-images: each holding file the night changes, paired
       *> with the image it is copied to. A file that isn't there yet
       *> gets an empty image, so putting it back leaves it empty.
       01 WS-IMAGE-IN-STATUS    PIC XX VALUE "00".
       01 WS-IMAGE-OUT-STATUS   PIC XX VALUE "00".
       01 WS-IMAGE-IN-NAME      PIC X(40) VALUE SPACES.
       01 WS-IMAGE-OUT-NAME     PIC X(40) VALUE SPACES.
       01 WS-IMAGE-EOF          PIC X VALUE "N".
       01 WS-IMAGE-IX           PIC 9(1) VALUE 0.
       01 WS-IMAGE-TABLE.
           05 FILLER           PIC X(20) VALUE "trxwhse.txt".
           05 FILLER           PIC X(20) VALUE "trxwhse.bfi".
           05 FILLER           PIC X(20) VALUE "susprel.txt".
           05 FILLER           PIC X(20) VALUE "susprel.bfi".
           05 FILLER           PIC X(20) VALUE "resubmit.txt".
           05 FILLER           PIC X(20) VALUE "resubmit.bfi".
           05 FILLER           PIC X(20) VALUE "odfee.txt".
           05 FILLER           PIC X(20) VALUE "odfee.bfi".
           05 FILLER           PIC X(20) VALUE "suspense.txt".
           05 FILLER           PIC X(20) VALUE "suspense.bfi".
           05 FILLER           PIC X(20) VALUE "rejtrack.txt".
           05 FILLER           PIC X(20) VALUE "rejtrack.bfi".
       01 WS-IMAGE-ENTRIES REDEFINES WS-IMAGE-TABLE.
           05 WS-IMAGE-ENTRY OCCURS 6 TIMES.
               10 WS-IMAGE-SOURCE  PIC X(20).
               10 WS-IMAGE-NAME    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-NUMBER
           PERFORM SAVE-BEFORE-IMAGES
           OPEN OUTPUT EDIT-REPORT-FILE
           OPEN OUTPUT EDIT-REJECT-FILE
           PERFORM WRITE-REPORT-HEADER
               PERFORM ABORT-RUN
           END-IF

       *> Look up the originals the night's reversals name before the
       *> edit starts - the posted-id history is read in step with the
       *> feed's own TRX-IDs below, so it can't answer for a
       *> different ID mid-pass
           PERFORM GATHER-REVERSAL-ORIGINALS
           IF WS-RV-COUNT > 0
               PERFORM FIND-ORIGINALS-POSTED
               PERFORM FIND-ORIGINALS-ARCHIVED
               PERFORM LOAD-REVERSAL-HISTORY
           END-IF

           OPEN INPUT SORTED-FEED-FILE
       *> OPTIONAL open of a missing posted.ids succeeds with status
       *> "05" and every READ then hits AT END - first run simply has
           IF WS-POSTED-ID-STATUS = "05"
               DISPLAY "posted.ids not found, no prior-run history"
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-OPEN
           ELSE
               DISPLAY "account.master not found - no account checks"
           END-IF
           OPEN OUTPUT CLEAN-FEED-FILE
           OPEN OUTPUT NEWID-FILE
           PERFORM FOLD-SUSPENSE-RELEASES
           PERFORM WRITE-REPORT-TRAILER
           CLOSE SORTED-FEED-FILE CLEAN-FEED-FILE NEWID-FILE
               EDIT-REPORT-FILE EDIT-REJECT-FILE POSTED-ID-FILE
           IF WS-ACCOUNT-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF

       *> Fold this run's accepted TRX-IDs into the posted-id history
       *> so the next run (or a resent copy of this file) sees them.
               " archived " WS-ARCHIVED-COUNT
               " held for waiting money " WS-EXEMPT-KEPT-COUNT

       *> Tonight's reversals join the reversal history only now the
       *> posted-id merge has gone through - an abort before this
       *> point leaves both exactly as the last good run wrote them
           PERFORM WRITE-REVERSAL-HISTORY
           PERFORM WRITE-REVERSAL-REGISTER

       *> The staged suspense releases are safely on the clean feed -
       *> empty the staging file so the next run doesn't feed them
       *> twice. Left untouched on an abort, so nothing is lost.
           CLOSE RUN-CONTROL-FILE
           ADD 1 TO WS-RUN-NUMBER.

       SAVE-BEFORE-IMAGES.
       *> The warehouse, the staged suspense releases and corrected
       *> rejects, the generated fee feed this night reads, the
       *> suspense ledger and the reject tracking are all changed by
       *> the chain from here on - copy each as it stands before the
       *> night starts. Taken again by a rerun of this job, which is
       *> right: an aborted edit changes none of them.
           MOVE 1 TO WS-IMAGE-IX
           PERFORM UNTIL WS-IMAGE-IX > 6
               PERFORM SAVE-ONE-IMAGE
               ADD 1 TO WS-IMAGE-IX
           END-PERFORM.

       SAVE-ONE-IMAGE.
           MOVE WS-IMAGE-SOURCE(WS-IMAGE-IX) TO WS-IMAGE-IN-NAME
           MOVE WS-IMAGE-NAME(WS-IMAGE-IX) TO WS-IMAGE-OUT-NAME
           MOVE "N" TO WS-IMAGE-EOF
           OPEN OUTPUT IMAGE-OUT-FILE
           IF WS-IMAGE-OUT-STATUS NOT = "00"
               DISPLAY "ERROR: before-image "
                   FUNCTION TRIM(WS-IMAGE-OUT-NAME)
                   " open failed, status " WS-IMAGE-OUT-STATUS
                   " - aborting"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT IMAGE-IN-FILE
           IF WS-IMAGE-IN-STATUS = "00"
               PERFORM UNTIL WS-IMAGE-EOF = "Y"
                   READ IMAGE-IN-FILE
                       AT END
                           MOVE "Y" TO WS-IMAGE-EOF
                       NOT AT END
                           MOVE IMAGE-IN-RECORD TO IMAGE-OUT-RECORD
                           WRITE IMAGE-OUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE IMAGE-IN-FILE
           END-IF
           CLOSE IMAGE-OUT-FILE.

       WRITE-NIGHT-CONTROL.
       *> Start the night's chain-control file fresh and put this
       *> job's tie-out line on it - the later programs append theirs
           IF WS-RECORD-GOOD = "Y"
               PERFORM EDIT-ACCOUNT-ID
           END-IF
           IF WS-RECORD-GOOD = "Y"
               PERFORM EDIT-TRANSFER-LINK
           END-IF
           IF WS-RECORD-GOOD = "Y"
               PERFORM EDIT-AMOUNT
           END-IF
           IF WS-RECORD-GOOD = "Y"
               PERFORM CHECK-DUPLICATES
           END-IF
           IF WS-RECORD-GOOD = "Y"
               PERFORM EDIT-ACCOUNT-STATUS
           END-IF
           IF WS-RECORD-GOOD = "Y"
               PERFORM EDIT-REVERSAL-LINK
           END-IF
           IF WS-RECORD-GOOD = "Y"
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE ED-SOURCE TO WS-TALLY-SOURCE
               MOVE SPACES TO NEWID-RECORD
               MOVE ED-TRX-ID TO NID-TRX-ID
               MOVE WS-RUN-DATE TO NID-POSTED-DATE
               MOVE ED-CUSTOMER-ID TO NID-CUSTOMER-ID
               MOVE ED-ACCOUNT-ID TO NID-ACCOUNT-ID
               MOVE ED-AMOUNT-X TO NID-AMOUNT-X
               WRITE NEWID-RECORD
               MOVE ED-TRX-ID TO WS-PREV-TRX-ID
               IF ED-TRX-TYPE(1:1) = "R"
                   PERFORM NOTE-REVERSAL-ACCEPTED
               END-IF
           ELSE
               PERFORM WRITE-EDIT-REJECT
           END-IF.
               MOVE SPACES TO POSTED-ID-RECORD
               MOVE IDS-TRX-ID TO PID-TRX-ID
               MOVE IDS-POSTED-DATE TO PID-POSTED-DATE
               MOVE IDS-DETAIL TO PID-DETAIL
               WRITE POSTED-ID-RECORD
           END-IF.

           MOVE IDS-RECORD TO POSTED-ARCHIVE-RECORD
           WRITE POSTED-ARCHIVE-RECORD.

       GATHER-REVERSAL-ORIGINALS.
       *> One entry per original TRX-ID named by a reversal in the
       *> night's sorted feed; a reversal with no original named is
       *> left for the edit to reject
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SORTED-FEED-FILE
           PERFORM UNTIL END-OF-FILE
               READ SORTED-FEED-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ED-TRX-TYPE(1:1) = "R"
                          AND ED-LINK-REFERENCE NOT = SPACES
                           PERFORM ADD-REVERSAL-ORIGINAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-FEED-FILE
           SET NOT-END TO TRUE.

       ADD-REVERSAL-ORIGINAL.
           MOVE ED-LINK-REFERENCE TO WS-RV-KEY
           PERFORM FIND-REVERSAL-ENTRY
           IF WS-RV-FOUND-IX = 0
               IF WS-RV-COUNT >= WS-RV-LIMIT
                   DISPLAY "ERROR: reversal table full - aborting"
                   PERFORM ABORT-RUN
               END-IF
               ADD 1 TO WS-RV-COUNT
               MOVE WS-RV-KEY TO WS-RV-ORIGINAL-ID(WS-RV-COUNT)
               MOVE SPACES TO WS-RV-FOUND-IN(WS-RV-COUNT)
               MOVE SPACES TO WS-RV-ORIG-DATE(WS-RV-COUNT)
               MOVE SPACES TO WS-RV-ORIG-CUSTOMER(WS-RV-COUNT)
               MOVE SPACES TO WS-RV-ORIG-ACCOUNT(WS-RV-COUNT)
               MOVE 0 TO WS-RV-ORIG-AMOUNT(WS-RV-COUNT)
               MOVE SPACES TO WS-RV-REVERSED-BY(WS-RV-COUNT)
               MOVE "N" TO WS-RV-NEW(WS-RV-COUNT)
               MOVE SPACES TO WS-RV-REV-CUSTOMER(WS-RV-COUNT)
               MOVE SPACES TO WS-RV-REV-ACCOUNT(WS-RV-COUNT)
               MOVE 0 TO WS-RV-REV-AMOUNT(WS-RV-COUNT)
           END-IF.

       FIND-REVERSAL-ENTRY.
           MOVE 0 TO WS-RV-FOUND-IX
           MOVE 1 TO WS-RV-IX
           PERFORM UNTIL WS-RV-IX > WS-RV-COUNT
                   OR WS-RV-FOUND-IX > 0
               IF WS-RV-ORIGINAL-ID(WS-RV-IX) = WS-RV-KEY
                   MOVE WS-RV-IX TO WS-RV-FOUND-IX
               END-IF
               ADD 1 TO WS-RV-IX
           END-PERFORM.

       FIND-ORIGINALS-POSTED.
       *> A released warehouse or suspense item is re-entered under
       *> its release date, so the latest date an ID carries is the
       *> night its money actually posted. An entry from before the
       *> detail was kept proves the original posted but can't be
       *> checked against - the closed-period archives may still
       *> hold its detail.
           MOVE "N" TO WS-POSTED-EOF
           OPEN INPUT POSTED-ID-FILE
           PERFORM UNTIL WS-POSTED-EOF = "Y"
               READ POSTED-ID-FILE
                   AT END
                       MOVE "Y" TO WS-POSTED-EOF
                   NOT AT END
                       MOVE PID-TRX-ID TO WS-RV-KEY
                       PERFORM FIND-REVERSAL-ENTRY
                       IF WS-RV-FOUND-IX > 0
                           PERFORM TAKE-POSTED-ORIGINAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-ID-FILE
           MOVE "N" TO WS-POSTED-EOF.

       TAKE-POSTED-ORIGINAL.
           IF WS-RV-ORIG-DATE(WS-RV-FOUND-IX) = SPACES
              OR PID-POSTED-DATE > WS-RV-ORIG-DATE(WS-RV-FOUND-IX)
               MOVE PID-POSTED-DATE
                   TO WS-RV-ORIG-DATE(WS-RV-FOUND-IX)
           END-IF
           IF PID-CUSTOMER-ID NOT = SPACES
               MOVE "POSTED" TO WS-RV-FOUND-IN(WS-RV-FOUND-IX)
               MOVE PID-CUSTOMER-ID
                   TO WS-RV-ORIG-CUSTOMER(WS-RV-FOUND-IX)
               MOVE PID-ACCOUNT-ID
                   TO WS-RV-ORIG-ACCOUNT(WS-RV-FOUND-IX)
               MOVE PID-AMOUNT TO WS-RV-ORIG-AMOUNT(WS-RV-FOUND-IX)
           ELSE
               IF WS-RV-FOUND-IN(WS-RV-FOUND-IX) = SPACES
                   MOVE "UNVERIFIED"
                       TO WS-RV-FOUND-IN(WS-RV-FOUND-IX)
               END-IF
           END-IF.

       FIND-ORIGINALS-ARCHIVED.
       *> Originals the posted-id history could not give detail for
       *> are looked for in every kept closed period; a purged
       *> archive has nothing left to search
           MOVE 0 TO WS-RV-UNRESOLVED
           MOVE 1 TO WS-RV-IX
           PERFORM UNTIL WS-RV-IX > WS-RV-COUNT
               IF WS-RV-FOUND-IN(WS-RV-IX) NOT = "POSTED"
                   ADD 1 TO WS-RV-UNRESOLVED
               END-IF
               ADD 1 TO WS-RV-IX
           END-PERFORM
           IF WS-RV-UNRESOLVED > 0
               MOVE "N" TO WS-ARCHINV-EOF
               OPEN INPUT ARCHIVE-INV-FILE
               PERFORM UNTIL WS-ARCHINV-EOF = "Y"
                   READ ARCHIVE-INV-FILE
                       AT END
                           MOVE "Y" TO WS-ARCHINV-EOF
                       NOT AT END
                           IF AIV-STATUS = "KEPT"
                               PERFORM SEARCH-ARCHIVED-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INV-FILE
           END-IF.

       SEARCH-ARCHIVED-PERIOD.
           MOVE AIV-RUN-NUMBER TO WS-ARCH-RUN-X
           MOVE SPACES TO WS-ARCH-FEED-NAME
           STRING
               "arc" DELIMITED BY SIZE
               WS-ARCH-RUN-X DELIMITED BY SIZE
               ".srt" DELIMITED BY SIZE
               INTO WS-ARCH-FEED-NAME
           END-STRING
           MOVE "N" TO WS-ARCH-FEED-EOF
           OPEN INPUT ARCH-FEED-FILE
           IF WS-ARCH-FEED-STATUS NOT = "00"
               DISPLAY "Archive file " FUNCTION TRIM(WS-ARCH-FEED-NAME)
                   " unreadable, status " WS-ARCH-FEED-STATUS
           ELSE
               PERFORM UNTIL WS-ARCH-FEED-EOF = "Y"
                   READ ARCH-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-ARCH-FEED-EOF
                       NOT AT END
                           MOVE ARC-TRX-ID TO WS-RV-KEY
                           PERFORM FIND-REVERSAL-ENTRY
                           IF WS-RV-FOUND-IX > 0
                               PERFORM TAKE-ARCHIVED-ORIGINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FEED-FILE
           END-IF.

       TAKE-ARCHIVED-ORIGINAL.
       *> The period's archived date is the night its feed posted; a
       *> posted-id date already found is the better one and stays
           IF WS-RV-FOUND-IN(WS-RV-FOUND-IX) NOT = "POSTED"
               MOVE "ARCHIVE" TO WS-RV-FOUND-IN(WS-RV-FOUND-IX)
               IF WS-RV-ORIG-DATE(WS-RV-FOUND-IX) = SPACES
                   MOVE AIV-ARCHIVED-DATE
                       TO WS-RV-ORIG-DATE(WS-RV-FOUND-IX)
               END-IF
               MOVE ARC-CUSTOMER-ID
                   TO WS-RV-ORIG-CUSTOMER(WS-RV-FOUND-IX)
               MOVE ARC-ACCOUNT-ID
                   TO WS-RV-ORIG-ACCOUNT(WS-RV-FOUND-IX)
               MOVE ARC-AMOUNT TO WS-RV-ORIG-AMOUNT(WS-RV-FOUND-IX)
           END-IF.

       LOAD-REVERSAL-HISTORY.
       *> An original some earlier run already reversed is marked with
       *> the reversal that undid it
           MOVE "N" TO WS-REVHIST-EOF
           OPEN INPUT REVERSAL-HIST-FILE
           PERFORM UNTIL WS-REVHIST-EOF = "Y"
               READ REVERSAL-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-REVHIST-EOF
                   NOT AT END
                       MOVE REV-ORIGINAL-ID TO WS-RV-KEY
                       PERFORM FIND-REVERSAL-ENTRY
                       IF WS-RV-FOUND-IX > 0
                           MOVE REV-REVERSAL-ID
                               TO WS-RV-REVERSED-BY(WS-RV-FOUND-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVERSAL-HIST-FILE.

       NOTE-REVERSAL-ACCEPTED.
       *> Mark the original reversed at once, so a second reversal of
       *> it later in the same feed is refused too
           MOVE ED-LINK-REFERENCE TO WS-RV-KEY
           PERFORM FIND-REVERSAL-ENTRY
           IF WS-RV-FOUND-IX > 0
               ADD 1 TO WS-REV-ACCEPTED
               MOVE ED-TRX-ID TO WS-RV-REVERSED-BY(WS-RV-FOUND-IX)
               MOVE "Y" TO WS-RV-NEW(WS-RV-FOUND-IX)
               MOVE ED-CUSTOMER-ID TO WS-RV-REV-CUSTOMER(WS-RV-FOUND-IX)
               MOVE ED-ACCOUNT-ID TO WS-RV-REV-ACCOUNT(WS-RV-FOUND-IX)
               MOVE WS-REV-AMOUNT TO WS-RV-REV-AMOUNT(WS-RV-FOUND-IX)
           END-IF.

       WRITE-REVERSAL-HISTORY.
           IF WS-REV-ACCEPTED > 0
               OPEN EXTEND REVERSAL-HIST-FILE
               IF WS-REVHIST-STATUS NOT = "00"
                   OPEN OUTPUT REVERSAL-HIST-FILE
               END-IF
               MOVE 1 TO WS-RV-IX
               PERFORM UNTIL WS-RV-IX > WS-RV-COUNT
                   IF WS-RV-NEW(WS-RV-IX) = "Y"
                       PERFORM WRITE-ONE-REVERSAL
                   END-IF
                   ADD 1 TO WS-RV-IX
               END-PERFORM
               CLOSE REVERSAL-HIST-FILE
           END-IF.

       WRITE-ONE-REVERSAL.
           MOVE SPACES TO REVERSAL-HIST-RECORD
           MOVE WS-RV-REVERSED-BY(WS-RV-IX) TO REV-REVERSAL-ID
           MOVE WS-RV-ORIGINAL-ID(WS-RV-IX) TO REV-ORIGINAL-ID
           MOVE WS-RV-REV-CUSTOMER(WS-RV-IX) TO REV-CUSTOMER-ID
           MOVE WS-RV-REV-ACCOUNT(WS-RV-IX) TO REV-ACCOUNT-ID
           MOVE WS-RV-REV-AMOUNT(WS-RV-IX) TO REV-AMOUNT
           MOVE WS-RUN-DATE TO REV-REVERSED-DATE
           MOVE WS-RUN-NUMBER TO REV-RUN-NUMBER
           MOVE WS-RV-ORIG-DATE(WS-RV-IX) TO REV-ORIG-DATE
           MOVE WS-RV-ORIG-AMOUNT(WS-RV-IX) TO REV-ORIG-AMOUNT
           MOVE WS-RV-FOUND-IN(WS-RV-IX) TO REV-FOUND-IN
           WRITE REVERSAL-HIST-RECORD.

       WRITE-REVERSAL-REGISTER.
       *> Every reversal on record next to the original it undid, with
       *> both posting dates and the days between - the single list
       *> the disputes desk works from. Rebuilt whole each run.
           OPEN OUTPUT REVERSAL-REG-FILE
           MOVE SPACES TO REVERSAL-REG-RECORD
           STRING
               "Reversal Register | Run Date: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " | Run: " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               INTO REVERSAL-REG-RECORD
           END-STRING
           WRITE REVERSAL-REG-RECORD
           MOVE "N" TO WS-REVHIST-EOF
           OPEN INPUT REVERSAL-HIST-FILE
           PERFORM UNTIL WS-REVHIST-EOF = "Y"
               READ REVERSAL-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-REVHIST-EOF
                   NOT AT END
                       PERFORM WRITE-REGISTER-LINE
               END-READ
           END-PERFORM
           CLOSE REVERSAL-HIST-FILE
           MOVE WS-REG-TOTAL TO WS-EDIT-REG-TOTAL
           MOVE SPACES TO REVERSAL-REG-RECORD
           STRING
               "Register Totals | Reversals: " DELIMITED BY SIZE
               WS-REG-COUNT DELIMITED BY SIZE
               " | This Run: " DELIMITED BY SIZE
               WS-REG-THIS-RUN DELIMITED BY SIZE
               " | Reversed Amount: " DELIMITED BY SIZE
               WS-EDIT-REG-TOTAL DELIMITED BY SIZE
               INTO REVERSAL-REG-RECORD
           END-STRING
           WRITE REVERSAL-REG-RECORD
           CLOSE REVERSAL-REG-FILE
           DISPLAY "Reversal register: " WS-REG-COUNT
               " reversals, " WS-REG-THIS-RUN " this run".

       WRITE-REGISTER-LINE.
           ADD 1 TO WS-REG-COUNT
           IF REV-RUN-NUMBER = WS-RUN-NUMBER
               ADD 1 TO WS-REG-THIS-RUN
           END-IF
           ADD REV-AMOUNT TO WS-REG-TOTAL
           MOVE REV-AMOUNT TO WS-EDIT-REV-AMOUNT
           MOVE REV-ORIG-AMOUNT TO WS-EDIT-ORIG-AMOUNT
           MOVE 0 TO WS-REG-DAYS
           IF REV-ORIG-DATE(1:4) NUMERIC
              AND REV-REVERSED-DATE(1:4) NUMERIC
               MOVE REV-REVERSED-DATE(1:4) TO WS-REG-YMD-X(1:4)
               MOVE REV-REVERSED-DATE(6:2) TO WS-REG-YMD-X(5:2)
               MOVE REV-REVERSED-DATE(9:2) TO WS-REG-YMD-X(7:2)
               COMPUTE WS-REG-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REG-YMD)
               MOVE REV-ORIG-DATE(1:4) TO WS-REG-YMD-X(1:4)
               MOVE REV-ORIG-DATE(6:2) TO WS-REG-YMD-X(5:2)
               MOVE REV-ORIG-DATE(9:2) TO WS-REG-YMD-X(7:2)
               COMPUTE WS-REG-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REG-YMD)
               COMPUTE WS-REG-DAYS = WS-REG-TO-INT - WS-REG-FROM-INT
           END-IF
           MOVE WS-REG-DAYS TO WS-EDIT-REG-DAYS
           MOVE SPACES TO REVERSAL-REG-RECORD
           STRING
               REV-REVERSAL-ID DELIMITED BY SIZE
               " | Reversed: " DELIMITED BY SIZE
               REV-REVERSED-DATE DELIMITED BY SIZE
               " | Run: " DELIMITED BY SIZE
               REV-RUN-NUMBER DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               REV-CUSTOMER-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               REV-ACCOUNT-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-EDIT-REV-AMOUNT DELIMITED BY SIZE
               " | Original: " DELIMITED BY SIZE
               REV-ORIGINAL-ID DELIMITED BY SIZE
               " | Posted: " DELIMITED BY SIZE
               REV-ORIG-DATE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-EDIT-ORIG-AMOUNT DELIMITED BY SIZE
               " | Days: " DELIMITED BY SIZE
               WS-EDIT-REG-DAYS DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               REV-FOUND-IN DELIMITED BY SIZE
               INTO REVERSAL-REG-RECORD
           END-STRING
           WRITE REVERSAL-REG-RECORD.

       GATHER-FEEDS.
       *> Build the combined input from the night's named feeds, each
       *> verified whole against its control trailer first - so a feed
                           MOVE SPACES TO COMB-RECORD
                           MOVE FEED-RECORD TO COMB-DATA
                           MOVE WS-FEED-SOURCE TO COMB-SOURCE
                           MOVE FEED-RECORD(73:27) TO COMB-LINK
                           WRITE COMB-RECORD
                       END-IF
               END-READ
                       MOVE SPACES TO COMB-RECORD
                       MOVE RAW-RECORD TO COMB-DATA
                       MOVE "TXN" TO COMB-SOURCE
                       MOVE RAW-LINK TO COMB-LINK
                       WRITE COMB-RECORD
               END-READ
           END-PERFORM
               MOVE SPACES TO NEWID-RECORD
               MOVE SUSPENSE-REL-RECORD(1:13) TO NID-TRX-ID
               MOVE WS-RUN-DATE TO NID-POSTED-DATE
               MOVE SUSPENSE-REL-RECORD(15:8) TO NID-CUSTOMER-ID
               MOVE SUSPENSE-REL-RECORD(24:4) TO NID-ACCOUNT-ID
               MOVE SUSPENSE-REL-RECORD(40:12) TO NID-AMOUNT-X
               WRITE NEWID-RECORD
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING
                       END-IF
                       ADD 1 TO WS-WH-COUNT
                       MOVE WHS-DATA TO WS-WH-DATA(WS-WH-COUNT)
                       MOVE WHS-LINK
                           TO WS-WH-DATA(WS-WH-COUNT)(77:27)
                       MOVE WHS-DATE TO WS-WH-DATE(WS-WH-COUNT)
                       MOVE "Y" TO WS-WH-KEEP(WS-WH-COUNT)
               END-READ
           MOVE SPACES TO NEWID-RECORD
           MOVE WS-WH-DATA(WS-WH-IX)(1:13) TO NID-TRX-ID
           MOVE WS-RUN-DATE TO NID-POSTED-DATE
           MOVE WS-WH-DATA(WS-WH-IX)(15:8) TO NID-CUSTOMER-ID
           MOVE WS-WH-DATA(WS-WH-IX)(24:4) TO NID-ACCOUNT-ID
           MOVE WS-WH-DATA(WS-WH-IX)(40:12) TO NID-AMOUNT-X
           WRITE NEWID-RECORD
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING
                   MOVE SPACES TO WAREHOUSE-RECORD
                   MOVE WS-WH-DATA(WS-WH-IX) TO WHS-DATA
                   MOVE WS-WH-DATE(WS-WH-IX) TO WHS-DATE
                   MOVE WS-WH-DATA(WS-WH-IX)(77:27) TO WHS-LINK
                   WRITE WAREHOUSE-RECORD
               END-IF
               ADD 1 TO WS-WH-IX
               MOVE "MISSING ACCOUNT-ID" TO WS-EDIT-REASON
           END-IF.

       EDIT-TRANSFER-LINK.
       *> A transfer leg must say where the other half of the money
       *> went or came from - counterparty customer and account plus
       *> the reference both legs share - or the clearing match after
       *> the summary has nothing to pair it on. A transfer back into
       *> the same account is not a transfer at all. The type test is
       *> on the first letter, the way the summary buckets it.
           IF ED-TRX-TYPE(1:1) = "T"
               IF ED-LINK-CUSTOMER = SPACES
                  OR ED-LINK-ACCOUNT = SPACES
                   MOVE "N" TO WS-RECORD-GOOD
                   MOVE "MISSING TRANSFER COUNTERPARTY"
                       TO WS-EDIT-REASON
               ELSE
                   IF ED-LINK-REFERENCE = SPACES
                       MOVE "N" TO WS-RECORD-GOOD
                       MOVE "MISSING TRANSFER REFERENCE"
                           TO WS-EDIT-REASON
                   ELSE
                       IF ED-LINK-CUSTOMER = ED-CUSTOMER-ID
                          AND ED-LINK-ACCOUNT = ED-ACCOUNT-ID
                           MOVE "N" TO WS-RECORD-GOOD
                           MOVE "TRANSFER TO SAME ACCOUNT"
                               TO WS-EDIT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EDIT-REVERSAL-LINK.
       *> A reversal must name the TRX-ID it undoes, and that original
       *> must have posted on an earlier night, not been reversed
       *> already, and belong to the same customer and account with
       *> the amount this reversal exactly offsets. An original
       *> arriving in the same feed is not posted yet - the reversal
       *> goes to the recycle desk and is resubmitted once it is.
           IF ED-TRX-TYPE(1:1) = "R"
               IF ED-LINK-REFERENCE = SPACES
                   MOVE "N" TO WS-RECORD-GOOD
                   MOVE "MISSING ORIGINAL TRX-ID" TO WS-EDIT-REASON
               ELSE
                   MOVE ED-LINK-REFERENCE TO WS-RV-KEY
                   PERFORM FIND-REVERSAL-ENTRY
                   IF WS-RV-FOUND-IX = 0
                       MOVE "N" TO WS-RECORD-GOOD
                       MOVE "ORIGINAL NOT POSTED" TO WS-EDIT-REASON
                   ELSE
                       IF WS-RV-FOUND-IN(WS-RV-FOUND-IX) = SPACES
                           MOVE "N" TO WS-RECORD-GOOD
                           MOVE "ORIGINAL NOT POSTED"
                               TO WS-EDIT-REASON
                       ELSE
                           IF WS-RV-REVERSED-BY(WS-RV-FOUND-IX)
                              NOT = SPACES
                               MOVE "N" TO WS-RECORD-GOOD
                               MOVE "ORIGINAL ALREADY REVERSED"
                                   TO WS-EDIT-REASON
                           ELSE
                               PERFORM CHECK-REVERSAL-MATCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-REVERSAL-MATCH.
       *> An original known only from a posted-id entry older than the
       *> kept detail can't be compared - it is accepted and shows on
       *> the register as UNVERIFIED
           MOVE ED-AMOUNT-DIGITS TO WS-AMT-DIGITS-X
           MOVE WS-AMT-DIGITS TO WS-REV-AMOUNT
           IF ED-AMOUNT-SIGN = "-"
               COMPUTE WS-REV-AMOUNT = 0 - WS-REV-AMOUNT
           END-IF
           IF WS-RV-FOUND-IN(WS-RV-FOUND-IX) NOT = "UNVERIFIED"
               IF ED-CUSTOMER-ID
                  NOT = WS-RV-ORIG-CUSTOMER(WS-RV-FOUND-IX)
                   MOVE "N" TO WS-RECORD-GOOD
                   MOVE "ORIGINAL IS FOR ANOTHER CUSTOMER"
                       TO WS-EDIT-REASON
               ELSE
                   IF ED-ACCOUNT-ID
                      NOT = WS-RV-ORIG-ACCOUNT(WS-RV-FOUND-IX)
                       MOVE "N" TO WS-RECORD-GOOD
                       MOVE "ORIGINAL IS FOR ANOTHER ACCOUNT"
                           TO WS-EDIT-REASON
                   ELSE
                       IF WS-REV-AMOUNT
                          + WS-RV-ORIG-AMOUNT(WS-RV-FOUND-IX) NOT = 0
                           MOVE "N" TO WS-RECORD-GOOD
                           MOVE "AMOUNT DOES NOT OFFSET ORIGINAL"
                               TO WS-EDIT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EDIT-ACCOUNT-STATUS.
       *> The account must have been opened through the account
       *> maintenance job, on or before the transaction's date, and
       *> not closed as of that date - activity the master can't
       *> account for is refused rather than creating a balance row
       *> nobody opened
           IF WS-ACCOUNT-OPEN = "Y"
               MOVE ED-CUSTOMER-ID TO AM-CUSTOMER-ID
               MOVE ED-ACCOUNT-ID TO AM-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-RECORD-GOOD
                       MOVE "ACCOUNT NOT OPENED" TO WS-EDIT-REASON
                   NOT INVALID KEY
                       IF ED-TIMESTAMP(1:10) < AM-OPEN-DATE
                           MOVE "N" TO WS-RECORD-GOOD
                           MOVE "BEFORE ACCOUNT OPEN DATE"
                               TO WS-EDIT-REASON
                       ELSE
                           IF AM-STATUS = "CLOSED"
                              AND ED-TIMESTAMP(1:10)
                                  >= AM-STATUS-DATE
                               MOVE "N" TO WS-RECORD-GOOD
                               MOVE "ACCOUNT CLOSED" TO WS-EDIT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.

       EDIT-AMOUNT.
       *> Leading separate sign, then eleven digits - anything else
       *> would abend the summary's arithmetic or post garbage
