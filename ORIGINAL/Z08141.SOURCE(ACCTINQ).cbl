      *    FRONT - IF THE DETAIL FILE OVERFILLS THE TABLE THE FLAG
      *    PRINTS 'UNKNOWN' RATHER THAN GUESSING). RC=4 WHEN ANY
      *    REQUEST FOUND NOTHING.
      *
      *    AN ACCOUNT UNDER LEGAL HOLD ALSO SHOWS THE HOLD'S REASON
      *    CODE, EFFECTIVE DATE AND HELD AMOUNT (OR FULL FREEZE) AND
      *    ITS NOTE, READ BY KEY FROM HOLDFILE (SEE ACCTHOLD). IF THE
      *    HOLD FILE CANNOT BE OPENED THE HOLD DETAIL PRINTS
      *    'UNKNOWN' FROM THE MASTER FLAG ALONE.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS DYNAMIC
               RECORD KEY MST-ACCT-NUMBER
               FILE STATUS WS-MASTER-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY HOLD-ACCT-NUMBER
               FILE STATUS WS-HOLD-STATUS.
           SELECT OPTIONAL DETAIL-IN ASSIGN TO DETLIN.
           SELECT INQ-REPORT-OUT ASSIGN TO INQRPT.

           05  MST-START-TIME      PIC X(11).
           05  MST-END-TIME        PIC X(17).
           05  MST-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  MST-HOLD-FLAG       PIC X(1).
               88  MST-HELD            VALUE 'H'.
           05  MST-HOLD-REASON     PIC X(4).
           05  FILLER              PIC X(1).

      *    LEGAL HOLD FILE - ONE RECORD PER ACCOUNT (SEE ACCTHOLD).
       FD  HOLD-FILE.
       01  HOLD-REC.
           05  HOLD-ACCT-NUMBER    PIC 9(7).
           05  HOLD-STATUS         PIC X(1).
               88  HOLD-ACTIVE         VALUE 'A'.
           05  HOLD-REASON         PIC X(4).
           05  HOLD-EFF-DATE       PIC 9(8).
           05  HOLD-AMOUNT         PIC 9(9)V99.
           05  HOLD-PLACED-DATE    PIC 9(8).
           05  HOLD-RELEASED-DATE  PIC 9(8).
           05  HOLD-NOTE           PIC X(30).
           05  FILLER              PIC X(3).

       FD  DETAIL-IN RECORDING MODE F.
       01  DETAIL-REC.

       01  WS-MASTER-STATUS  PIC X(2).

       01  WS-HOLD-STATUS    PIC X(2).

       01  WS-HOLD-OPEN      PIC X(1)  VALUE 'N'.

       01  WS-REQUEST-COUNT  PIC 9(9)  VALUE 0.

       01  WS-PANEL-COUNT    PIC 9(9)  VALUE 0.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-OPEN
           END-IF.
           OPEN OUTPUT INQ-REPORT-OUT.
           MOVE "ACCTINQ ACCOUNT INQUIRY PANELS" TO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE AFTER ADVANCING PAGE.
           PERFORM WRITE-TOTALS.
           CLOSE INQ-REQUEST-IN.
           CLOSE ACCT-MASTER.
           IF WS-HOLD-OPEN = 'Y'
               CLOSE HOLD-FILE
           END-IF.
           CLOSE INQ-REPORT-OUT.
           IF WS-NOTFOUND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           MOVE "ON TOP-ACCOUNTS LIST" TO PNL-LABEL.
           MOVE WS-ON-TOP-LIST TO PNL-VALUE.
           PERFORM WRITE-PANEL-LINE.
           MOVE "LEGAL HOLD" TO PNL-LABEL.
           IF MST-HELD
               PERFORM PRINT-HOLD-DETAIL
           ELSE
               MOVE "NONE" TO PNL-VALUE
               PERFORM WRITE-PANEL-LINE
           END-IF.

       PRINT-HOLD-DETAIL.
           MOVE SPACES TO WS-HOLD-STATUS.
           IF WS-HOLD-OPEN = 'Y'
               MOVE MST-ACCT-NUMBER TO HOLD-ACCT-NUMBER
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-HOLD-STATUS = '00'
               MOVE SPACES TO PNL-VALUE
               STRING HOLD-REASON " EFFECTIVE " HOLD-EFF-DATE
                   DELIMITED BY SIZE INTO PNL-VALUE
               PERFORM WRITE-PANEL-LINE
               MOVE "HELD AMOUNT" TO PNL-LABEL
               IF HOLD-AMOUNT = 0
                   MOVE "FULL FREEZE" TO PNL-VALUE
               ELSE
                   MOVE HOLD-AMOUNT TO WS-BALANCE-SHOW
                   MOVE WS-BALANCE-SHOW TO PNL-VALUE
               END-IF
               PERFORM WRITE-PANEL-LINE
               MOVE "HOLD NOTE" TO PNL-LABEL
               MOVE HOLD-NOTE TO PNL-VALUE
               PERFORM WRITE-PANEL-LINE
           ELSE
               MOVE SPACES TO PNL-VALUE
               STRING MST-HOLD-REASON " - DETAIL UNKNOWN"
                   DELIMITED BY SIZE INTO PNL-VALUE
               PERFORM WRITE-PANEL-LINE
           END-IF.

       CHECK-TOP-LIST.
           MOVE "NO" TO WS-ON-TOP-LIST.
