           05 TIMESTAMP     PIC X(19).
           05 SPACE6        PIC X.
           05 TRX-SOURCE    PIC X(3).
           05 SPACE7        PIC X.
           05 LINK-AREA     PIC X(27).

       FD STATEMENT-FILE.
       01 STMT-RECORD        PIC X(200).
