      *    IF THE KEY IS ALREADY BACK ON THE MASTER - AND CUTS AN
      *    AUDTJRNL AUDIT RECORD (BLANK BEFORE IMAGE - SEE ACCTHIST).
      *    RC=4 WHEN THE ACCOUNT IS NOT IN THE ARCHIVE AT ALL.
      *    DISPOSITIONS ARE LISTED ON RSTRPT. A SUCCESSFUL RESTORE
      *    APPENDS ONE MOVEMENT RECORD TO THE RETAINED CONTROL-TOTAL
      *    LEDGER (CTLLDGR) SO THE NIGHTLY MSTPROOF STILL BALANCES.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO RUNCTL.
           SELECT AUDIT-JOURNAL-OUT ASSIGN TO AUDTJRNL.
           SELECT RESTORE-REPORT-OUT ASSIGN TO RSTRPT.
           SELECT CONTROL-LEDGER-OUT ASSIGN TO CTLLDGR.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTORE-REPORT-OUT RECORDING MODE F.
       01  RESTORE-REPORT-REC      PIC X(80).

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
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-LEDGER-RECORD
                   MOVE "RESTORED TO MASTER FROM ARCHIVE"
                       TO RESTORE-REPORT-REC
                   WRITE RESTORE-REPORT-REC
           MOVE MASTER-REC      TO AUD-AFTER-IMAGE.
           WRITE AUDIT-JOURNAL-REC.
           CLOSE AUDIT-JOURNAL-OUT.

      *    ONE MOVEMENT RECORD ON THE RETAINED CONTROL-TOTAL LEDGER -
      *    ONE ACCOUNT BACK ON THE MASTER, ITS BALANCE AS A CREDIT.
       WRITE-LEDGER-RECORD.
           OPEN EXTEND CONTROL-LEDGER-OUT.
           MOVE SPACES           TO LEDGER-REC.
           MOVE 'M'              TO LDG-REC-TYPE.
           MOVE WS-BUS-DATE      TO LDG-BUS-DATE.
           MOVE "ACCTRSTR"       TO LDG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LDG-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO LDG-RUN-TIME.
           MOVE 1                TO LDG-ACTIVITY.
           MOVE 1                TO LDG-ACCT-CHANGE.
           MOVE 0                TO LDG-CREDITS.
           IF MST-ACCT-BALANCE IS NUMERIC
               MOVE MST-ACCT-BALANCE TO LDG-CREDITS
           END-IF.
           MOVE 0                TO LDG-DEBITS.
           WRITE LEDGER-REC.
           CLOSE CONTROL-LEDGER-OUT.
