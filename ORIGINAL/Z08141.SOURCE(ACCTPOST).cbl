      *    AUDTJRNL CARRYING THE FULL BEFORE AND AFTER IMAGES OF THE
      *    MASTER RECORD, THIS PROGRAM'S NAME AND THE BUSINESS DATE,
      *    APPENDED TO THE RETAINED JOURNAL (SEE ACCTHIST).
      *
      *    A POSTING RUN ALSO APPENDS ONE MOVEMENT RECORD (ACCOUNTS
      *    POSTED, TOTAL ACCRUED) TO THE RETAINED CONTROL-TOTAL
      *    LEDGER (CTLLDGR) FOR THE MSTPROOF STEP THAT FOLLOWS.
      *
      *    EVERY POSTED ACCRUAL IS ALSO APPENDED TO THE RETAINED
      *    INTEREST HISTORY (INTHIST) - BUSINESS DATE, ACCOUNT, OLD
      *    BALANCE, RATE, ACCRUAL AND THE RUN'S DATE AND TIME. THE
      *    POSTING JOURNAL ONLY LIVES UNTIL THE NEXT NIGHT; INTHIST IS
      *    WHAT THE YEAR-END INTEREST TAX RUN (INTTAX) TOTALS. A NIGHT
      *    RESTORED AND POSTED AGAIN WRITES ITS ACCRUALS A SECOND TIME
      *    UNDER A LATER RUN TIME, AND INTTAX KEEPS ONLY THE LATEST.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT RATE-CONTROL-IN ASSIGN TO RATEFILE.
           SELECT AUDIT-JOURNAL-OUT ASSIGN TO AUDTJRNL.
           SELECT POST-JOURNAL-OUT ASSIGN TO POSTJRNL.
           SELECT CONTROL-LEDGER-OUT ASSIGN TO CTLLDGR.
           SELECT INTEREST-HISTORY-OUT ASSIGN TO INTHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-JOURNAL-OUT RECORDING MODE F.
       01  POST-JOURNAL-REC        PIC X(80).

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

      *    RETAINED INTEREST HISTORY - ONE RECORD PER POSTED ACCRUAL
      *    (SEE INTTAX).
       FD  INTEREST-HISTORY-OUT RECORDING MODE F.
       01  INTEREST-HISTORY-REC.
           05  IHS-BUS-DATE        PIC 9(8).
           05  IHS-ACCT-NUMBER     PIC 9(7).
           05  IHS-RUN-DATE        PIC 9(8).
           05  IHS-RUN-TIME        PIC 9(6).
           05  IHS-OLD-BALANCE     PIC 9(9)V99.
           05  IHS-ANNUAL-RATE     PIC 9(2)V9(4).
           05  IHS-ACCRUAL         PIC 9(9)V99.
           05  FILLER              PIC X(23).

       WORKING-STORAGE SECTION.

       01  LAST-REC          PIC X(1)  VALUE 'N'.

       01  WS-BEFORE-IMAGE   PIC X(80).

       01  WS-RUN-DATE       PIC 9(8).

       01  WS-RUN-TIME       PIC 9(6).

       01  JOURNAL-LINE.
           05  JRN-ACCT-NUMBER PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
               STOP RUN
           END-IF.
           PERFORM READ-RATE-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           OPEN EXTEND AUDIT-JOURNAL-OUT.
           OPEN EXTEND INTEREST-HISTORY-OUT.
           OPEN I-O ACCT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ACCTPOST: MASTER OPEN FAILED, STATUS "
              END-PERFORM.
           CLOSE ACCT-MASTER.
           CLOSE AUDIT-JOURNAL-OUT.
           CLOSE INTEREST-HISTORY-OUT.
           PERFORM WRITE-LEDGER-RECORD.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE POST-JOURNAL-OUT.
           ADD WS-TOTAL-IN WS-TOTAL-ACCRUED GIVING WS-PROOF-TOTAL.
                   STOP RUN
           END-ADD.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-INTEREST-HISTORY.
           MOVE SPACES TO JRN-NOTE.
           PERFORM WRITE-JOURNAL-LINE.

           MOVE MASTER-REC      TO AUD-AFTER-IMAGE.
           WRITE AUDIT-JOURNAL-REC.

       WRITE-INTEREST-HISTORY.
           MOVE SPACES          TO INTEREST-HISTORY-REC.
           MOVE WS-BUS-DATE     TO IHS-BUS-DATE.
           MOVE MST-ACCT-NUMBER TO IHS-ACCT-NUMBER.
           MOVE WS-RUN-DATE     TO IHS-RUN-DATE.
           MOVE WS-RUN-TIME     TO IHS-RUN-TIME.
           MOVE WS-OLD-BALANCE  TO IHS-OLD-BALANCE.
           MOVE WS-ANNUAL-RATE  TO IHS-ANNUAL-RATE.
           MOVE WS-ACCRUAL-AMT  TO IHS-ACCRUAL.
           WRITE INTEREST-HISTORY-REC.

      *    ONE MOVEMENT RECORD PER POSTING RUN ON THE RETAINED
      *    CONTROL-TOTAL LEDGER - MSTPROOF PROVES IT AGAINST THE AUDIT
      *    JOURNAL AND THE RE-SUMMED MASTER.
       WRITE-LEDGER-RECORD.
           OPEN EXTEND CONTROL-LEDGER-OUT.
           MOVE SPACES           TO LEDGER-REC.
           MOVE 'M'              TO LDG-REC-TYPE.
           MOVE WS-BUS-DATE      TO LDG-BUS-DATE.
           MOVE "ACCTPOST"       TO LDG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LDG-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO LDG-RUN-TIME.
           MOVE WS-POSTED-COUNT  TO LDG-ACTIVITY.
           MOVE 0                TO LDG-ACCT-CHANGE.
           MOVE WS-TOTAL-ACCRUED TO LDG-CREDITS.
           MOVE 0                TO LDG-DEBITS.
           WRITE LEDGER-REC.
           CLOSE CONTROL-LEDGER-OUT.

       SKIP-THIS-ACCOUNT.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE "SKIPPED" TO JRN-NOTE.
