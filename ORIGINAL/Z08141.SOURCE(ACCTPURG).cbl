      *    APPEND-ONLY) AND ONLY THEN DELETES IT FROM THE MASTER.
      *    EVERY PURGE ALSO CUTS AN AUDTJRNL AUDIT RECORD (BEFORE
      *    IMAGE, BLANK AFTER IMAGE - SEE ACCTHIST), AND THE PRGRPT
      *    PURGE REGISTER LISTS EVERY ACCOUNT PURGED, WITH THE
      *    BALANCE REMOVED, AND CLOSING COUNTS AND DOLLAR TOTALS
      *    PROVING ARCHIVED = DELETED
      *    (RC=8 IF NOT). RECORDS WITH AN UNREADABLE END-TIME ARE
      *    LEFT ALONE AND LISTED AS SKIPPED. A PURGED ACCOUNT IS
      *    RETRIEVABLE FROM THE ARCHIVE WITH ACCTRSTR WHEN THE
      *    HOLDER REAPPEARS. EVERY RUN APPENDS ONE MOVEMENT RECORD
      *    (ACCOUNTS PURGED, DOLLARS REMOVED) TO THE RETAINED
      *    CONTROL-TOTAL LEDGER (CTLLDGR) FOR THE NIGHTLY MSTPROOF.
      *    AN ACCOUNT UNDER LEGAL HOLD (HOLD FLAG ON THE MASTER - SEE
      *    ACCTHOLD) IS NEVER PURGED, HOWEVER OLD ITS END-TIME; ONE
      *    THAT WOULD OTHERWISE HAVE GONE IS LISTED AS HELD INSTEAD.
      *
      *    THE NIGHTLY GL INTERFACE (GLINTF) BOOKS THE BALANCES
      *    REMOVED TO THE DORMANT-FUNDS LIABILITY FROM THE AUDTJRNL
      *    PURGE RECORDS, PROVEN AGAINST THE RUN'S LEDGER RECORD. SO
      *    THAT THE NEXT NIGHT PICKS A RUN UP, BOTH ARE STAMPED WITH
      *    THAT NIGHT'S BUSINESS DATE: THE LATER OF THE FIRST
      *    BUSINESS DAY ON THE PROCESSING CALENDAR (CALFILE) AFTER
      *    THE LATEST NIGHT STARTED ON PRTDONE, AND THE DATE THE
      *    NIGHTLY ADDONE STEP WOULD RESOLVE IF IT STARTED NOW. A
      *    DATE ON BUSDTIN OVERRIDES THIS. AN EMPTY OR ABSENT
      *    CALENDAR FALLS BACK TO THE RUN DATE; A CALENDAR WITH NO
      *    BUSINESS DAY LEFT ENDS RC=16 BEFORE ANYTHING IS PURGED.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL PURGE-CONTROL-IN ASSIGN TO PRGCTL.
           SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO RUNCTL.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT OPTIONAL CALENDAR-IN ASSIGN TO CALFILE.
           SELECT OPTIONAL PRT-DONE ASSIGN TO PRTDONE.
           SELECT ARCHIVE-OUT ASSIGN TO ARCHOUT.
           SELECT AUDIT-JOURNAL-OUT ASSIGN TO AUDTJRNL.
           SELECT PURGE-REPORT-OUT ASSIGN TO PRGRPT.
           SELECT CONTROL-LEDGER-OUT ASSIGN TO CTLLDGR.

       DATA DIVISION.
       FILE SECTION.
           05  MST-START-TIME      PIC X(11).
           05  MST-END-TIME        PIC X(17).
           05  MST-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  MST-HOLD-FLAG       PIC X(1).
               88  MST-HELD            VALUE 'H'.
           05  MST-HOLD-REASON     PIC X(4).
           05  FILLER              PIC X(1).

       FD  RUN-CONTROL-IN RECORDING MODE F.
       01  RUN-CONTROL-REC.
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

      *    PROCESSING CALENDAR AND NIGHTLY RUN MARKERS (SEE ADDONE).
       FD  CALENDAR-IN RECORDING MODE F.
       01  CALENDAR-REC.
           05  CAL-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  CAL-DAY-TYPE        PIC X(1).
           05  FILLER              PIC X(1).
           05  CAL-MONTH-END       PIC X(1).
           05  FILLER              PIC X(68).

       FD  PRT-DONE RECORDING MODE F.
       01  PRT-REC-DONE.
           05  PRT-DATE            PIC X(8).
           05  FILLER              PIC X(72).

       FD  ARCHIVE-OUT RECORDING MODE F.
       01  ARCHIVE-REC             PIC X(80).

       FD  PURGE-REPORT-OUT RECORDING MODE F.
       01  PURGE-REPORT-REC        PIC X(80).

      *    RETAINED CONTROL-TOTAL LEDGER - ONE MOVEMENT RECORD PER RUN
      *    (SEE MSTPROOF FOR THE FULL LAYOUT).
       FD  CONTROL-LEDGER-OUT RECORDING MODE F.
       01  LEDGER-REC.
           05  LDG-REC-TYPE        PIC X(1).
           05  FILLER              PIC X(1).
           05  LDG-BUS-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  LDG-PROGRAM         PIC X(8).
           05  FILLER              PIC X(1).
           05  LDG-RUN-DATE        PIC 9(8).
           05  LDG-RUN-TIME        PIC 9(4).
           05  FILLER              PIC X(1).
           05  LDG-ACTIVITY        PIC 9(7).
           05  LDG-ACCT-CHANGE     PIC S9(7) SIGN LEADING SEPARATE.
           05  LDG-CREDITS         PIC 9(11)V99.
           05  LDG-DEBITS          PIC 9(11)V99.
           05  FILLER              PIC X(6).

       WORKING-STORAGE SECTION.

       01  LAST-REC          PIC X(1)  VALUE 'N'.

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-TODAY          PIC 9(8).

       01  WS-NOW-HOUR       PIC X(2).

       01  WS-LAST-NIGHT     PIC 9(8)  VALUE 0.

       01  WS-CURR-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-PREV-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-NEXT-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-CAL-REC-COUNT  PIC 9(9)  VALUE 0.

       01  WS-PURGE-YEARS    PIC 9(2)  VALUE 5.

       01  WS-CUTOFF-DATE    PIC 9(8)  VALUE 0.

       01  WS-KEPT-COUNT     PIC 9(9)  VALUE 0.

       01  WS-HELD-COUNT     PIC 9(9)  VALUE 0.

       01  WS-BALANCE-AMT    PIC 9(9)V99.

       01  WS-ARCHIVE-TOTAL  PIC 9(11)V99 VALUE 0.
           05  REG-END-TIME    PIC X(17).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  REG-DISPOSITION PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  REG-BALANCE     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE.
           05  TOT-LABEL       PIC X(30).
           CLOSE ACCT-MASTER.
           CLOSE ARCHIVE-OUT.
           CLOSE AUDIT-JOURNAL-OUT.
           PERFORM WRITE-LEDGER-RECORD.
           PERFORM WRITE-TOTALS.
           CLOSE PURGE-REPORT-OUT.
           IF WS-ARCHIVE-COUNT NOT = WS-DELETE-COUNT
           END-READ.
           CLOSE BUSDATE-IN.
           IF WS-BUS-DATE = 0
               PERFORM RESOLVE-NEXT-NIGHT
           END-IF.

      *    THE NIGHT THAT WILL PICK THIS RUN UP. ADDONE DATES A NIGHT
      *    WITH THE LATEST BUSINESS DAY ON OR BEFORE TODAY (THE ONE
      *    BEFORE IT WHEN STARTED BEFORE 06:00 ON A BUSINESS DAY);
      *    ONCE THAT NIGHT HAS STARTED THE NEXT ONE IS THE FIRST
      *    BUSINESS DAY AFTER IT.
       RESOLVE-NEXT-NIGHT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-NOW-HOUR.
           OPEN INPUT PRT-DONE.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-DONE-MARKER
              PERFORM UNTIL LAST-REC = 'Y'
              IF PRT-DATE IS NUMERIC AND PRT-DATE > WS-LAST-NIGHT
                  MOVE PRT-DATE TO WS-LAST-NIGHT
              END-IF
              PERFORM READ-DONE-MARKER
              END-PERFORM.
           CLOSE PRT-DONE.
           OPEN INPUT CALENDAR-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-CALENDAR
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM TALLY-CALENDAR
              PERFORM READ-CALENDAR
              END-PERFORM.
           CLOSE CALENDAR-IN.
           MOVE 'N' TO LAST-REC.
           IF WS-CAL-REC-COUNT = 0
               MOVE WS-TODAY TO WS-BUS-DATE
           ELSE
               IF WS-NOW-HOUR < "06" AND WS-CURR-B-DATE = WS-TODAY
                   AND WS-PREV-B-DATE > 0
                   MOVE WS-PREV-B-DATE TO WS-BUS-DATE
               ELSE
                   MOVE WS-CURR-B-DATE TO WS-BUS-DATE
               END-IF
               IF WS-BUS-DATE NOT > WS-LAST-NIGHT
                   MOVE WS-NEXT-B-DATE TO WS-BUS-DATE
               END-IF
           END-IF.
           IF WS-BUS-DATE = 0
               DISPLAY "ACCTPURG: NO BUSINESS DAY ON CALFILE AFTER "
                   WS-LAST-NIGHT " - EXTEND CALFILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TALLY-CALENDAR.
           IF CAL-DATE IS NUMERIC AND CAL-DAY-TYPE = 'B'
               IF CAL-DATE NOT > WS-TODAY
                   MOVE WS-CURR-B-DATE TO WS-PREV-B-DATE
                   MOVE CAL-DATE       TO WS-CURR-B-DATE
               END-IF
               IF CAL-DATE > WS-LAST-NIGHT AND WS-NEXT-B-DATE = 0
                   MOVE CAL-DATE TO WS-NEXT-B-DATE
               END-IF
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-CAL-REC-COUNT
           END-READ.

       READ-DONE-MARKER.
           READ PRT-DONE
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

       READ-PURGE-CONTROL.
           OPEN INPUT PURGE-CONTROL-IN.
           READ PURGE-CONTROL-IN
           IF MST-END-TIME(1:8) IS NUMERIC
               MOVE MST-END-TIME(1:8) TO WS-END-DATE
               IF WS-END-DATE > 0 AND WS-END-DATE < WS-CUTOFF-DATE
                   IF MST-HELD
                       ADD 1 TO WS-HELD-COUNT
                       MOVE "HELD" TO REG-DISPOSITION
                       PERFORM WRITE-REGISTER-LINE
                   ELSE
                       PERFORM PURGE-THIS-ACCOUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           MOVE "PURGED" TO REG-DISPOSITION.
           PERFORM WRITE-REGISTER-LINE.

      *    ONE MOVEMENT RECORD PER RUN ON THE RETAINED CONTROL-TOTAL
      *    LEDGER - THE NIGHTLY MSTPROOF STEP PROVES IT AGAINST THE
      *    AUDIT JOURNAL AND THE RE-SUMMED MASTER.
       WRITE-LEDGER-RECORD.
           OPEN EXTEND CONTROL-LEDGER-OUT.
           MOVE SPACES           TO LEDGER-REC.
           MOVE 'M'              TO LDG-REC-TYPE.
           MOVE WS-BUS-DATE      TO LDG-BUS-DATE.
           MOVE "ACCTPURG"       TO LDG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LDG-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO LDG-RUN-TIME.
           MOVE WS-DELETE-COUNT  TO LDG-ACTIVITY.
           COMPUTE LDG-ACCT-CHANGE = 0 - WS-DELETE-COUNT.
           MOVE 0                TO LDG-CREDITS.
           MOVE WS-DELETE-TOTAL  TO LDG-DEBITS.
           WRITE LEDGER-REC.
           CLOSE CONTROL-LEDGER-OUT.

       WRITE-REGISTER-LINE.
           MOVE MST-ACCT-NUMBER TO REG-ACCT-NUMBER.
           MOVE MST-LAST-NAME   TO REG-LAST-NAME.
           MOVE MST-END-TIME    TO REG-END-TIME.
           IF MST-ACCT-BALANCE IS NUMERIC
               MOVE MST-ACCT-BALANCE TO REG-BALANCE
           ELSE
               MOVE 0 TO REG-BALANCE
           END-IF.
           WRITE PURGE-REPORT-REC FROM REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.

           MOVE WS-SKIPPED-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "RECORDS HELD (LEGAL HOLD)" TO TOT-LABEL.
           MOVE WS-HELD-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ARCHIVED / DOLLARS" TO TOT-LABEL.
           MOVE WS-ARCHIVE-COUNT TO TOT-COUNT.
           MOVE WS-ARCHIVE-TOTAL TO TOT-AMOUNT.
