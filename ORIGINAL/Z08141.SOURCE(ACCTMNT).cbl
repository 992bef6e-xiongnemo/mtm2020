      *        C - CHANGE AN ACCOUNT (FULL-RECORD REPLACEMENT)
      *        X - CLOSE AN ACCOUNT (RECORD DELETED FROM MASTER)
      *
      *    AN ACCOUNT UNDER LEGAL HOLD (HOLD FLAG ON THE MASTER - SEE
      *    ACCTHOLD) CANNOT BE CLOSED, AND A CHANGE MAY NOT LOWER ITS
      *    BALANCE; BOTH ARE REJECTED WITH DISPOSITION HELD. A CHANGE
      *    CARRIES THE HOLD FLAG AND REASON FORWARD UNTOUCHED.
      *
      *    EVERY SUCCESSFUL ADD / CHANGE / CLOSE ALSO CUTS AN AUDIT
      *    JOURNAL RECORD ON AUDTJRNL CARRYING THE FULL BEFORE AND
      *    AFTER IMAGES OF THE MASTER RECORD, THIS PROGRAM'S NAME AND
      *    AUDITOR CAN REPLAY ANY ACCOUNT'S CHANGE HISTORY (SEE
      *    ACCTHIST). A CHANGE OR CLOSE READS THE EXISTING RECORD
      *    FIRST TO CAPTURE ITS BEFORE IMAGE.
      *
      *    AT END OF RUN ONE MOVEMENT RECORD IS APPENDED TO THE
      *    RETAINED CONTROL-TOTAL LEDGER (CTLLDGR): ACCOUNTS TOUCHED,
      *    NET ACCOUNT COUNT CHANGE, AND THE BALANCE ADDED (ADDS AND
      *    CHANGES THAT RAISE A BALANCE) AND REMOVED (CLOSES AND
      *    CHANGES THAT LOWER ONE) - SEE MSTPROOF.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO RUNCTL.
           SELECT AUDIT-JOURNAL-OUT ASSIGN TO AUDTJRNL.
           SELECT MAINT-REPORT-OUT ASSIGN TO MNTRPT.
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
           05  RPT-DISPOSITION     PIC X(15).
           05  FILLER              PIC X(17).

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

       01  WS-BEFORE-IMAGE   PIC X(80).

       01  WS-OLD-BALANCE    PIC S9(9)V99 VALUE 0.

       01  WS-BAL-CHANGE     PIC S9(11)V99 VALUE 0.

       01  WS-LDG-CREDITS    PIC 9(11)V99 VALUE 0.

       01  WS-LDG-DEBITS     PIC 9(11)V99 VALUE 0.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
           CLOSE ACCT-MASTER.
           CLOSE AUDIT-JOURNAL-OUT.
           CLOSE MAINT-REPORT-OUT.
           PERFORM WRITE-LEDGER-RECORD.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           END-EVALUATE.

       ADD-ACCOUNT.
           MOVE SPACES TO MASTER-REC.
           PERFORM BUILD-MASTER-RECORD.
           WRITE MASTER-REC
               INVALID KEY
                   PERFORM WRITE-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   ADD TRN-ACCT-BALANCE TO WS-LDG-CREDITS
                   MOVE "ADDED" TO WS-DISPOSITION
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES     TO WS-BEFORE-IMAGE
                   PERFORM WRITE-REPORT-REJECT
               NOT INVALID KEY
                   MOVE MASTER-REC TO WS-BEFORE-IMAGE
                   PERFORM SAVE-OLD-BALANCE
                   IF MST-HELD AND TRN-ACCT-BALANCE < WS-OLD-BALANCE
                       MOVE "HELD" TO WS-DISPOSITION
                       PERFORM WRITE-REPORT-REJECT
                   ELSE
                       PERFORM REWRITE-CHANGED-ACCOUNT
                   END-IF
           END-READ.

       REWRITE-CHANGED-ACCOUNT.
                   PERFORM WRITE-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   COMPUTE WS-BAL-CHANGE =
                       TRN-ACCT-BALANCE - WS-OLD-BALANCE
                   PERFORM TALLY-BALANCE-CHANGE
                   MOVE "CHANGED" TO WS-DISPOSITION
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES     TO AUDIT-JOURNAL-REC
                   PERFORM WRITE-REPORT-REJECT
               NOT INVALID KEY
                   MOVE MASTER-REC TO WS-BEFORE-IMAGE
                   PERFORM SAVE-OLD-BALANCE
                   IF MST-HELD
                       MOVE "HELD" TO WS-DISPOSITION
                       PERFORM WRITE-REPORT-REJECT
                   ELSE
                       PERFORM DELETE-CLOSED-ACCOUNT
                   END-IF
           END-READ.

       DELETE-CLOSED-ACCOUNT.
                   PERFORM WRITE-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-CLOSE-COUNT
                   COMPUTE WS-BAL-CHANGE = 0 - WS-OLD-BALANCE
                   PERFORM TALLY-BALANCE-CHANGE
                   MOVE "CLOSED" TO WS-DISPOSITION
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES   TO AUDIT-JOURNAL-REC
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
           WRITE AUDIT-JOURNAL-REC.

      *    A DAMAGED BALANCE ON THE RECORD BEING REPLACED COUNTS AS
      *    ZERO, THE SAME WAY MSTPROOF READS THE BEFORE IMAGE.
       SAVE-OLD-BALANCE.
           MOVE 0 TO WS-OLD-BALANCE.
           IF MST-ACCT-BALANCE IS NUMERIC
               MOVE MST-ACCT-BALANCE TO WS-OLD-BALANCE
           END-IF.

       TALLY-BALANCE-CHANGE.
           IF WS-BAL-CHANGE > 0
               ADD WS-BAL-CHANGE TO WS-LDG-CREDITS
           ELSE
               SUBTRACT WS-BAL-CHANGE FROM WS-LDG-DEBITS
           END-IF.

      *    ONE MOVEMENT RECORD PER RUN ON THE RETAINED CONTROL-TOTAL
      *    LEDGER - THE NIGHTLY MSTPROOF STEP PROVES IT AGAINST THE
      *    AUDIT JOURNAL AND THE RE-SUMMED MASTER.
       WRITE-LEDGER-RECORD.
           OPEN EXTEND CONTROL-LEDGER-OUT.
           MOVE SPACES           TO LEDGER-REC.
           MOVE 'M'              TO LDG-REC-TYPE.
           MOVE WS-BUS-DATE      TO LDG-BUS-DATE.
           MOVE "ACCTMNT"        TO LDG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LDG-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO LDG-RUN-TIME.
           COMPUTE LDG-ACTIVITY =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-CLOSE-COUNT.
           COMPUTE LDG-ACCT-CHANGE = WS-ADD-COUNT - WS-CLOSE-COUNT.
           MOVE WS-LDG-CREDITS   TO LDG-CREDITS.
           MOVE WS-LDG-DEBITS    TO LDG-DEBITS.
           WRITE LEDGER-REC.
           CLOSE CONTROL-LEDGER-OUT.

      *    THE NIGHTLY JOB HOLDS THE RUNCTL LOCK WHILE IT OWNS THE
      *    MASTER (SET IN ITS STEP012, CLEARED IN ITS FINAL STEP -
      *    SEE MSTLOCK). AN ON-DEMAND UPDATE MUST NOT TOUCH THE
