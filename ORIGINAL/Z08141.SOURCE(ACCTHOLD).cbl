       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTHOLD.
       AUTHOR.        NEMO.
      *
      *    LEGAL HOLD AND FREEZE MAINTENANCE. APPLIES PLACE / RELEASE
      *    / LIST TRANSACTIONS FROM HOLDTRAN AGAINST THE KEYED HOLD
      *    FILE (HOLDFILE, ONE RECORD PER ACCOUNT) AND THE HOLD FLAG
      *    ON THE ACCOUNT MASTER, AND LISTS EVERY TRANSACTION'S
      *    DISPOSITION ON HOLDLST.
      *
      *    TRANSACTION ACTION CODES:
      *        P - PLACE A HOLD. REASON CODE, EFFECTIVE DATE (BLANK OR
      *            ZERO = TODAY'S BUSINESS DATE), HELD AMOUNT (ZERO =
      *            FULL FREEZE) AND A FREE-TEXT NOTE. REJECTED IF THE
      *            ACCOUNT IS ALREADY HELD - RELEASE IT FIRST.
      *        R - RELEASE THE ACCOUNT'S HOLD. THE HOLD RECORD STAYS
      *            ON HOLDFILE MARKED RELEASED, WITH THE RELEASE DATE.
      *        L - LIST. AN ACCOUNT NUMBER LISTS THAT ACCOUNT'S HOLD
      *            RECORD, ACTIVE OR RELEASED; A ZERO ACCOUNT NUMBER
      *            LISTS EVERY ACTIVE HOLD ON FILE.
      *
      *    REASON CODES:
      *        GARN - GARNISHMENT / LEVY
      *        DECD - DECEASED HOLDER, ESTATE PENDING
      *        FRAU - FRAUD FREEZE
      *        LEGL - OTHER COURT OR LEGAL ORDER
      *        OTHR - ANY OTHER HOLD (EXPLAIN IN THE NOTE)
      *
      *    THE MASTER CARRIES THE HOLD FLAG AND REASON CODE IN WHAT
      *    WAS ITS TRAILING FILLER; EVERY PROGRAM THAT UPDATES THE
      *    MASTER HONOURS IT - ACCTTRN REJECTS A DEBIT THAT WOULD CUT
      *    INTO THE HELD AMOUNT (REASON HELD), ACCTMNT REFUSES AN 'X'
      *    CLOSE OR A BALANCE-REDUCING CHANGE, ACCTPURG NEVER PURGES
      *    A HELD ACCOUNT, AND ACCTINQ SHOWS THE HOLD ON THE PANEL.
      *    A HOLD WITH A FUTURE EFFECTIVE DATE ALREADY BLOCKS THE
      *    CLOSE AND PURGE; ACCTTRN ENFORCES THE AMOUNT FROM THE
      *    EFFECTIVE DATE ON.
      *
      *    EVERY PLACE AND RELEASE REWRITES THE MASTER RECORD, SO IT
      *    CUTS AN AUDTJRNL RECORD (ACTION HOLD / RELEASE, FULL
      *    BEFORE AND AFTER IMAGES) AND THE RUN APPENDS ONE MOVEMENT
      *    RECORD TO THE CONTROL-TOTAL LEDGER (CTLLDGR) - RECORDS
      *    CHANGED ONLY, NO DOLLARS MOVE. RC=4 WHEN ANY TRANSACTION
      *    WAS REJECTED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRAN-IN ASSIGN TO HOLDTRAN.
           SELECT ACCT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY MST-ACCT-NUMBER
               FILE STATUS WS-MASTER-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY HOLD-ACCT-NUMBER
               FILE STATUS WS-HOLD-STATUS.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO RUNCTL.
           SELECT AUDIT-JOURNAL-OUT ASSIGN TO AUDTJRNL.
           SELECT HOLD-REPORT-OUT ASSIGN TO HOLDLST.
           SELECT CONTROL-LEDGER-OUT ASSIGN TO CTLLDGR.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRAN-IN RECORDING MODE F.
       01  HOLD-TRAN-REC.
           05  HTX-ACTION-CODE     PIC X(1).
               88  HTX-PLACE           VALUE 'P'.
               88  HTX-RELEASE         VALUE 'R'.
               88  HTX-LIST            VALUE 'L'.
           05  HTX-ACCT-NUMBER     PIC 9(7).
           05  HTX-REASON          PIC X(4).
               88  HTX-VALID-REASON    VALUE 'GARN' 'DECD' 'FRAU'
                                             'LEGL' 'OTHR'.
           05  HTX-EFF-DATE        PIC X(8).
           05  HTX-EFF-DATE-9 REDEFINES HTX-EFF-DATE
                                   PIC 9(8).
           05  HTX-AMOUNT          PIC X(11).
           05  HTX-AMOUNT-9 REDEFINES HTX-AMOUNT
                                   PIC 9(9)V99.
           05  HTX-NOTE            PIC X(30).
           05  FILLER              PIC X(19).

       FD  ACCT-MASTER.
       01  MASTER-REC.
           05  MST-ACCT-NUMBER     PIC 9(7).
           05  MST-FIRST-NAME      PIC X(11).
           05  MST-LAST-NAME       PIC X(22).
           05  MST-START-TIME      PIC X(11).
           05  MST-END-TIME        PIC X(17).
           05  MST-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  MST-HOLD-FLAG       PIC X(1).
               88  MST-HELD            VALUE 'H'.
           05  MST-HOLD-REASON     PIC X(4).
           05  FILLER              PIC X(1).

      *    ONE RECORD PER ACCOUNT EVER HELD. A RELEASED HOLD STAYS ON
      *    FILE (STATUS R) UNTIL A NEW HOLD IS PLACED OVER IT.
       FD  HOLD-FILE.
       01  HOLD-REC.
           05  HOLD-ACCT-NUMBER    PIC 9(7).
           05  HOLD-STATUS         PIC X(1).
               88  HOLD-ACTIVE         VALUE 'A'.
               88  HOLD-RELEASED       VALUE 'R'.
           05  HOLD-REASON         PIC X(4).
           05  HOLD-EFF-DATE       PIC 9(8).
           05  HOLD-AMOUNT         PIC 9(9)V99.
           05  HOLD-PLACED-DATE    PIC 9(8).
           05  HOLD-RELEASED-DATE  PIC 9(8).
           05  HOLD-NOTE           PIC X(30).
           05  FILLER              PIC X(3).

       FD  RUN-CONTROL-IN RECORDING MODE F.
       01  RUN-CONTROL-REC.
           05  RUN-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  RUN-SET-BY          PIC X(8).
           05  FILLER              PIC X(1).
           05  RUN-SET-DATE        PIC X(8).
           05  FILLER              PIC X(61).

       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-REC.
           05  BUSD-DATE           PIC 9(8).
           05  FILLER              PIC X(2).
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

       FD  AUDIT-JOURNAL-OUT RECORD CONTAINS 200 CHARACTERS
                              RECORDING MODE F.
       01  AUDIT-JOURNAL-REC.
           05  AUD-BUS-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  AUD-PROGRAM         PIC X(8).
           05  FILLER              PIC X(1).
           05  AUD-ACTION          PIC X(8).
           05  FILLER              PIC X(1).
           05  AUD-ACCT-NUMBER     PIC 9(7).
           05  FILLER              PIC X(1).
           05  AUD-BEFORE-IMAGE    PIC X(80).
           05  FILLER              PIC X(1).
           05  AUD-AFTER-IMAGE     PIC X(80).
           05  FILLER              PIC X(4).

       FD  HOLD-REPORT-OUT RECORDING MODE F.
       01  HOLD-REPORT-REC.
           05  RPT-ACTION-CODE     PIC X(1).
           05  FILLER              PIC X(2).
           05  RPT-ACCT-NUMBER     PIC X(7).
           05  FILLER              PIC X(2).
           05  RPT-REASON          PIC X(4).
           05  FILLER              PIC X(2).
           05  RPT-EFF-DATE        PIC X(8).
           05  FILLER              PIC X(2).
           05  RPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2).
           05  RPT-DISPOSITION     PIC X(15).
           05  FILLER              PIC X(21).

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

       01  SCAN-EOF          PIC X(1)  VALUE 'N'.

       01  WS-MASTER-STATUS  PIC X(2).

       01  WS-HOLD-STATUS    PIC X(2).

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-TRAN-COUNT     PIC 9(9)  VALUE 0.

       01  WS-PLACE-COUNT    PIC 9(9)  VALUE 0.

       01  WS-RELEASE-COUNT  PIC 9(9)  VALUE 0.

       01  WS-LIST-COUNT     PIC 9(9)  VALUE 0.

       01  WS-AUDIT-COUNT    PIC 9(7)  VALUE 0.

       01  WS-REJECT-COUNT   PIC 9(9)  VALUE 0.

       01  WS-EFF-DATE       PIC 9(8)  VALUE 0.

       01  WS-HOLD-AMOUNT    PIC 9(9)V99 VALUE 0.

       01  WS-HOLD-FOUND     PIC X(1)  VALUE 'N'.

       01  WS-DISPOSITION    PIC X(15).

       01  WS-PRINT-LINE     PIC X(80).

       01  WS-BEFORE-IMAGE   PIC X(80).

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           OPEN INPUT HOLD-TRAN-IN.
           OPEN I-O ACCT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ACCTHOLD: MASTER OPEN FAILED, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY "ACCTHOLD: HOLDFILE OPEN FAILED, STATUS "
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-JOURNAL-OUT.
           OPEN OUTPUT HOLD-REPORT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCTHOLD LEGAL HOLD MAINTENANCE - " WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE HOLD-REPORT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           PERFORM READ-TRAN-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM APPLY-TRANSACTION
              PERFORM READ-TRAN-RECORD
              END-PERFORM.
           PERFORM WRITE-TOTALS.
           CLOSE HOLD-TRAN-IN.
           CLOSE ACCT-MASTER.
           CLOSE HOLD-FILE.
           CLOSE AUDIT-JOURNAL-OUT.
           CLOSE HOLD-REPORT-OUT.
           PERFORM WRITE-LEDGER-RECORD.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    THE NIGHTLY JOB HOLDS THE RUNCTL LOCK WHILE IT OWNS THE
      *    MASTER (SET IN ITS STEP012, CLEARED IN ITS FINAL STEP -
      *    SEE MSTLOCK). AN ON-DEMAND UPDATE MUST NOT TOUCH THE
      *    MASTER WHILE THE LOCK IS BUSY; A LOCK STRANDED BY AN
      *    ABEND IS CLEARED WITH THE UNLOCK JOB.
       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-IN.
           READ RUN-CONTROL-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-STATUS = 'B'
                       DISPLAY "ACCTHOLD: MASTER BUSY - LOCK SET BY "
                           RUN-SET-BY " ON " RUN-SET-DATE
                           " - ENDING RC=8"
                       CLOSE RUN-CONTROL-IN
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
           CLOSE RUN-CONTROL-IN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-IN.
           READ BUSDATE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF BUSD-DATE IS NUMERIC AND BUSD-DATE > 0
                       MOVE BUSD-DATE TO WS-BUS-DATE
                   END-IF
           END-READ.
           CLOSE BUSDATE-IN.
           IF WS-BUS-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           END-IF.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT.
           EVALUATE TRUE
               WHEN HTX-ACCT-NUMBER NOT NUMERIC
                   PERFORM WRITE-REJECT-LINE
               WHEN HTX-PLACE
                   PERFORM PLACE-HOLD
               WHEN HTX-RELEASE
                   PERFORM RELEASE-HOLD
               WHEN HTX-LIST AND HTX-ACCT-NUMBER = 0
                   PERFORM LIST-ACTIVE-HOLDS
               WHEN HTX-LIST
                   PERFORM LIST-ONE-HOLD
               WHEN OTHER
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

       PLACE-HOLD.
           PERFORM EDIT-PLACE-CARD.
           IF WS-DISPOSITION NOT = SPACES
               PERFORM WRITE-REPORT-REJECT
           ELSE
               MOVE HTX-ACCT-NUMBER TO MST-ACCT-NUMBER
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "NOT-ON-MASTER" TO WS-DISPOSITION
                       PERFORM WRITE-REPORT-REJECT
                   NOT INVALID KEY
                       PERFORM READ-HOLD-BY-KEY
                       IF MST-HELD
                           OR (WS-HOLD-FOUND = 'Y' AND HOLD-ACTIVE)
                           MOVE "ALREADY-HELD" TO WS-DISPOSITION
                           PERFORM WRITE-REPORT-REJECT
                       ELSE
                           PERFORM STORE-NEW-HOLD
                       END-IF
               END-READ
           END-IF.

      *    A PLACE CARD MUST CARRY A KNOWN REASON CODE AND A USABLE
      *    AMOUNT; THE EFFECTIVE DATE DEFAULTS TO THE BUSINESS DATE.
      *    LEAVES WS-DISPOSITION BLANK WHEN THE CARD IS GOOD.
       EDIT-PLACE-CARD.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE WS-BUS-DATE TO WS-EFF-DATE.
           MOVE 0 TO WS-HOLD-AMOUNT.
           IF NOT HTX-VALID-REASON
               MOVE "BAD-REASON" TO WS-DISPOSITION
           END-IF.
           IF HTX-EFF-DATE NOT = SPACES
               IF HTX-EFF-DATE-9 IS NUMERIC
                   IF HTX-EFF-DATE-9 > 0
                       MOVE HTX-EFF-DATE-9 TO WS-EFF-DATE
                   END-IF
               ELSE
                   MOVE "BAD-EFF-DATE" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF HTX-AMOUNT NOT = SPACES
               IF HTX-AMOUNT-9 IS NUMERIC
                   MOVE HTX-AMOUNT-9 TO WS-HOLD-AMOUNT
               ELSE
                   MOVE "BAD-AMOUNT" TO WS-DISPOSITION
               END-IF
           END-IF.

       STORE-NEW-HOLD.
           MOVE SPACES              TO HOLD-REC.
           MOVE HTX-ACCT-NUMBER     TO HOLD-ACCT-NUMBER.
           MOVE 'A'                 TO HOLD-STATUS.
           MOVE HTX-REASON          TO HOLD-REASON.
           MOVE WS-EFF-DATE         TO HOLD-EFF-DATE.
           MOVE WS-HOLD-AMOUNT      TO HOLD-AMOUNT.
           MOVE WS-BUS-DATE         TO HOLD-PLACED-DATE.
           MOVE 0                   TO HOLD-RELEASED-DATE.
           MOVE HTX-NOTE            TO HOLD-NOTE.
           IF WS-HOLD-FOUND = 'Y'
               REWRITE HOLD-REC
           ELSE
               WRITE HOLD-REC
           END-IF.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY "ACCTHOLD: HOLDFILE STORE FAILED, STATUS "
                   WS-HOLD-STATUS " AT ACCOUNT " HOLD-ACCT-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MASTER-REC TO WS-BEFORE-IMAGE.
           MOVE 'H'        TO MST-HOLD-FLAG.
           MOVE HTX-REASON TO MST-HOLD-REASON.
           PERFORM REWRITE-MASTER-RECORD.
           MOVE SPACES TO AUDIT-JOURNAL-REC.
           MOVE "HOLD" TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-PLACE-COUNT.
           IF WS-EFF-DATE > WS-BUS-DATE
               MOVE "PLACED-PENDING" TO WS-DISPOSITION
           ELSE
               MOVE "PLACED" TO WS-DISPOSITION
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       RELEASE-HOLD.
           MOVE HTX-ACCT-NUMBER TO MST-ACCT-NUMBER.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "NOT-ON-MASTER" TO WS-DISPOSITION
                   PERFORM WRITE-REPORT-REJECT
               NOT INVALID KEY
                   PERFORM READ-HOLD-BY-KEY
                   IF NOT MST-HELD
                       AND (WS-HOLD-FOUND = 'N' OR NOT HOLD-ACTIVE)
                       MOVE "NOT-HELD" TO WS-DISPOSITION
                       PERFORM WRITE-REPORT-REJECT
                   ELSE
                       PERFORM RELEASE-THIS-HOLD
                   END-IF
           END-READ.

       RELEASE-THIS-HOLD.
           IF WS-HOLD-FOUND = 'Y'
               MOVE 'R'         TO HOLD-STATUS
               MOVE WS-BUS-DATE TO HOLD-RELEASED-DATE
               REWRITE HOLD-REC
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY "ACCTHOLD: HOLDFILE REWRITE FAILED, STATUS "
                       WS-HOLD-STATUS " AT ACCOUNT " HOLD-ACCT-NUMBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF MST-HELD
               MOVE MASTER-REC TO WS-BEFORE-IMAGE
               MOVE SPACE      TO MST-HOLD-FLAG
               MOVE SPACES     TO MST-HOLD-REASON
               PERFORM REWRITE-MASTER-RECORD
               MOVE SPACES    TO AUDIT-JOURNAL-REC
               MOVE "RELEASE" TO AUD-ACTION
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           ADD 1 TO WS-RELEASE-COUNT.
           MOVE "RELEASED" TO WS-DISPOSITION.
           PERFORM WRITE-REPORT-LINE.

       LIST-ONE-HOLD.
           PERFORM READ-HOLD-BY-KEY.
           IF WS-HOLD-FOUND = 'N'
               MOVE "NO-HOLD-ON-FILE" TO WS-DISPOSITION
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-HOLD-LINE
           END-IF.

       LIST-ACTIVE-HOLDS.
           MOVE 'N' TO SCAN-EOF.
           MOVE 0 TO HOLD-ACCT-NUMBER.
           START HOLD-FILE KEY NOT < HOLD-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.
           PERFORM READ-HOLD-NEXT
              PERFORM UNTIL SCAN-EOF = 'Y'
              IF HOLD-ACTIVE
                  PERFORM WRITE-HOLD-LINE
              END-IF
              PERFORM READ-HOLD-NEXT
              END-PERFORM.

       READ-HOLD-BY-KEY.
           MOVE HTX-ACCT-NUMBER TO HOLD-ACCT-NUMBER.
           READ HOLD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLD-FOUND
           END-READ.

       READ-HOLD-NEXT.
           IF SCAN-EOF = 'N'
               READ HOLD-FILE NEXT
               AT END MOVE 'Y' TO SCAN-EOF
               END-READ
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE MASTER-REC.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ACCTHOLD: REWRITE FAILED, STATUS "
                   WS-MASTER-STATUS " AT ACCOUNT " MST-ACCT-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE CALLER CLEARS THE RECORD AND SETS AUD-ACTION BEFORE
      *    THIS IS PERFORMED.
       WRITE-AUDIT-RECORD.
           MOVE WS-BUS-DATE      TO AUD-BUS-DATE.
           MOVE "ACCTHOLD"       TO AUD-PROGRAM.
           MOVE MST-ACCT-NUMBER  TO AUD-ACCT-NUMBER.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
           MOVE MASTER-REC       TO AUD-AFTER-IMAGE.
           WRITE AUDIT-JOURNAL-REC.
           ADD 1 TO WS-AUDIT-COUNT.

      *    ONE MOVEMENT RECORD PER RUN ON THE RETAINED CONTROL-TOTAL
      *    LEDGER - RECORDS CHANGED ONLY, A HOLD MOVES NO DOLLARS.
       WRITE-LEDGER-RECORD.
           OPEN EXTEND CONTROL-LEDGER-OUT.
           MOVE SPACES           TO LEDGER-REC.
           MOVE 'M'              TO LDG-REC-TYPE.
           MOVE WS-BUS-DATE      TO LDG-BUS-DATE.
           MOVE "ACCTHOLD"       TO LDG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LDG-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO LDG-RUN-TIME.
           MOVE WS-AUDIT-COUNT   TO LDG-ACTIVITY.
           MOVE 0                TO LDG-ACCT-CHANGE.
           MOVE 0                TO LDG-CREDITS.
           MOVE 0                TO LDG-DEBITS.
           WRITE LEDGER-REC.
           CLOSE CONTROL-LEDGER-OUT.

       WRITE-REJECT-LINE.
           MOVE "INVALID-TRAN" TO WS-DISPOSITION.
           PERFORM WRITE-REPORT-REJECT.

       WRITE-REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO HOLD-REPORT-REC.
           MOVE HTX-ACTION-CODE TO RPT-ACTION-CODE.
           MOVE HTX-ACCT-NUMBER TO RPT-ACCT-NUMBER.
           MOVE HTX-REASON      TO RPT-REASON.
           MOVE HTX-EFF-DATE    TO RPT-EFF-DATE.
           IF HTX-AMOUNT-9 IS NUMERIC
               MOVE HTX-AMOUNT-9 TO RPT-AMOUNT
           ELSE
               MOVE 0 TO RPT-AMOUNT
           END-IF.
           MOVE WS-DISPOSITION  TO RPT-DISPOSITION.
           WRITE HOLD-REPORT-REC.

      *    LISTING LINE FROM THE HOLD RECORD ITSELF, WITH ITS NOTE ON
      *    A SECOND LINE.
       WRITE-HOLD-LINE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE SPACES TO HOLD-REPORT-REC.
           MOVE HTX-ACTION-CODE  TO RPT-ACTION-CODE.
           MOVE HOLD-ACCT-NUMBER TO RPT-ACCT-NUMBER.
           MOVE HOLD-REASON      TO RPT-REASON.
           MOVE HOLD-EFF-DATE    TO RPT-EFF-DATE.
           MOVE HOLD-AMOUNT      TO RPT-AMOUNT.
           EVALUATE TRUE
               WHEN HOLD-RELEASED
                   MOVE SPACES TO RPT-DISPOSITION
                   STRING "RELEASED " HOLD-RELEASED-DATE(3:6)
                       DELIMITED BY SIZE INTO RPT-DISPOSITION
               WHEN HOLD-EFF-DATE > WS-BUS-DATE
                   MOVE "ACTIVE-PENDING" TO RPT-DISPOSITION
               WHEN OTHER
                   MOVE "ACTIVE" TO RPT-DISPOSITION
           END-EVALUATE.
           WRITE HOLD-REPORT-REC.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "            PLACED " HOLD-PLACED-DATE
                  "  " HOLD-NOTE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE HOLD-REPORT-REC FROM WS-PRINT-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRANS READ "    WS-TRAN-COUNT
                  " PLACED "       WS-PLACE-COUNT
                  " RELEASED "     WS-RELEASE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE HOLD-REPORT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HOLDS LISTED "  WS-LIST-COUNT
                  " REJECTS "      WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE HOLD-REPORT-REC FROM WS-PRINT-LINE.

       READ-TRAN-RECORD.
           READ HOLD-TRAN-IN
           AT END MOVE 'Y' TO LAST-REC
           END-READ.
