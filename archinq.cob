           05 ARC-TIMESTAMP     PIC X(19).
           05 ARC-SPACE6        PIC X.
           05 ARC-SOURCE        PIC X(3).
           05 ARC-SPACE7        PIC X.
           05 ARC-LINK          PIC X(27).

       FD ARCH-SUMMARY-FILE.
       01 ARCH-SUMMARY-RECORD PIC X(300).
