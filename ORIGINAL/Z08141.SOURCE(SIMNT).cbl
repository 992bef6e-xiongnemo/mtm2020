       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIMNT.
       AUTHOR.        NEMO.
      *
      *    STANDING INSTRUCTION MAINTENANCE. APPLIES ADD / CHANGE /
      *    CANCEL / LIST TRANSACTIONS FROM SITRAN AGAINST THE KEYED
      *    STANDING INSTRUCTION FILE (SIFILE) AND LISTS EVERY
      *    TRANSACTION'S DISPOSITION ON SIMRPT. THE INSTRUCTIONS ARE
      *    CARRIED OUT BY THE SISCHED RUN (SEE THE SI JOB), WHICH
      *    POSTS EACH ONE DUE AS A TRANSFER THROUGH ACCTTRN.
      *
      *    TRANSACTION ACTION CODES:
      *        A - ADD AN INSTRUCTION. FROM-ACCOUNT, TO-ACCOUNT,
      *            AMOUNT, FREQUENCY AND START DATE ARE REQUIRED; A
      *            BLANK OR ZERO END DATE RUNS UNTIL CANCELLED. THE
      *            NEXT FREE INSTRUCTION NUMBER IS ASSIGNED AND SHOWN
      *            ON THE REPORT - THE CARD'S OWN NUMBER IS IGNORED.
      *        C - CHANGE AN ACTIVE INSTRUCTION. EVERY FIELD GIVEN ON
      *            THE CARD REPLACES THE ONE ON FILE, BLANK FIELDS ARE
      *            LEFT AS THEY ARE; AN END DATE OF 99999999 REMOVES
      *            THE END DATE.
      *        X - CANCEL AN ACTIVE INSTRUCTION. THE RECORD STAYS ON
      *            SIFILE MARKED CANCELLED, WITH THE CANCEL DATE.
      *        L - LIST. AN INSTRUCTION NUMBER LISTS THAT INSTRUCTION,
      *            ACTIVE OR CANCELLED; A ZERO NUMBER LISTS EVERY
      *            ACTIVE INSTRUCTION ON FILE.
      *
      *    FREQUENCY CODES:
      *        W - WEEKLY, ON THE START DATE'S DAY OF THE WEEK
      *        M - MONTHLY, ON THE START DATE'S DAY OF THE MONTH
      *        Q - QUARTERLY, EVERY THIRD MONTH FROM THE START DATE
      *        Y - YEARLY, ON THE START DATE'S MONTH AND DAY
      *    A DAY OF THE MONTH PAST THE END OF A SHORT MONTH FALLS ON
      *    THAT MONTH'S LAST DAY.
      *
      *    BOTH ACCOUNTS MUST BE ON THE MASTER, AND MUST DIFFER, WHEN
      *    AN INSTRUCTION IS ADDED OR AN ACCOUNT CHANGED. THE MASTER
      *    IS ONLY READ. RC=4 WHEN ANY TRANSACTION WAS REJECTED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SI-TRAN-IN ASSIGN TO SITRAN.
           SELECT STANDING-INSTR ASSIGN TO SIFILE
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SI-ID
               FILE STATUS WS-SI-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY MST-ACCT-NUMBER
               FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT SI-REPORT-OUT ASSIGN TO SIMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  SI-TRAN-IN RECORDING MODE F.
       01  SI-TRAN-REC.
           05  SIT-ACTION-CODE     PIC X(1).
               88  SIT-ADD             VALUE 'A'.
               88  SIT-CHANGE          VALUE 'C'.
               88  SIT-CANCEL          VALUE 'X'.
               88  SIT-LIST            VALUE 'L'.
           05  SIT-SI-ID           PIC 9(7).
           05  SIT-FROM-ACCT       PIC X(7).
           05  SIT-FROM-ACCT-9 REDEFINES SIT-FROM-ACCT
                                   PIC 9(7).
           05  SIT-TO-ACCT         PIC X(7).
           05  SIT-TO-ACCT-9 REDEFINES SIT-TO-ACCT
                                   PIC 9(7).
           05  SIT-AMOUNT          PIC X(11).
           05  SIT-AMOUNT-9 REDEFINES SIT-AMOUNT
                                   PIC 9(9)V99.
           05  SIT-FREQUENCY       PIC X(1).
               88  SIT-VALID-FREQUENCY VALUE 'W' 'M' 'Q' 'Y'.
           05  SIT-START-DATE      PIC X(8).
           05  SIT-START-DATE-9 REDEFINES SIT-START-DATE
                                   PIC 9(8).
           05  SIT-END-DATE        PIC X(8).
           05  SIT-END-DATE-9 REDEFINES SIT-END-DATE
                                   PIC 9(8).
           05  FILLER              PIC X(30).

      *    ONE RECORD PER INSTRUCTION EVER ADDED. A CANCELLED
      *    INSTRUCTION STAYS ON FILE (STATUS X) FOR THE RECORD.
       FD  STANDING-INSTR.
       01  SI-REC.
           05  SI-ID               PIC 9(7).
           05  SI-STATUS           PIC X(1).
               88  SI-ACTIVE           VALUE 'A'.
               88  SI-CANCELLED        VALUE 'X'.
           05  SI-FROM-ACCT        PIC 9(7).
           05  SI-TO-ACCT          PIC 9(7).
           05  SI-AMOUNT           PIC 9(9)V99.
           05  SI-FREQUENCY        PIC X(1).
           05  SI-START-DATE       PIC 9(8).
           05  SI-END-DATE         PIC 9(8).
           05  SI-ADDED-DATE       PIC 9(8).
           05  SI-CHANGED-DATE     PIC 9(8).
           05  SI-CANCEL-DATE      PIC 9(8).
           05  FILLER              PIC X(6).

       FD  ACCT-MASTER.
       01  MASTER-REC.
           05  MST-ACCT-NUMBER     PIC 9(7).
           05  MST-FIRST-NAME      PIC X(11).
           05  MST-LAST-NAME       PIC X(22).
           05  MST-START-TIME      PIC X(11).
           05  MST-END-TIME        PIC X(17).
           05  MST-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(6).

       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-REC.
           05  BUSD-DATE           PIC 9(8).
           05  FILLER              PIC X(2).
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

       FD  SI-REPORT-OUT RECORDING MODE F.
       01  SI-REPORT-REC.
           05  RPT-ACTION-CODE     PIC X(1).
           05  FILLER              PIC X(1).
           05  RPT-SI-ID           PIC X(7).
           05  FILLER              PIC X(1).
           05  RPT-FROM-ACCT       PIC X(7).
           05  FILLER              PIC X(1).
           05  RPT-TO-ACCT         PIC X(7).
           05  FILLER              PIC X(1).
           05  RPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1).
           05  RPT-FREQUENCY       PIC X(1).
           05  FILLER              PIC X(1).
           05  RPT-START-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  RPT-END-DATE        PIC X(8).
           05  FILLER              PIC X(1).
           05  RPT-DISPOSITION     PIC X(15).
           05  FILLER              PIC X(4).

       WORKING-STORAGE SECTION.

       01  LAST-REC          PIC X(1)  VALUE 'N'.

       01  SCAN-EOF          PIC X(1)  VALUE 'N'.

       01  WS-SI-STATUS      PIC X(2).

       01  WS-MASTER-STATUS  PIC X(2).

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-TRAN-COUNT     PIC 9(9)  VALUE 0.

       01  WS-ADD-COUNT      PIC 9(9)  VALUE 0.

       01  WS-CHANGE-COUNT   PIC 9(9)  VALUE 0.

       01  WS-CANCEL-COUNT   PIC 9(9)  VALUE 0.

       01  WS-LIST-COUNT     PIC 9(9)  VALUE 0.

       01  WS-REJECT-COUNT   PIC 9(9)  VALUE 0.

       01  WS-NEXT-SI-ID     PIC 9(7)  VALUE 1.

       01  WS-SI-FOUND       PIC X(1)  VALUE 'N'.

       01  WS-DATE-OK        PIC X(1)  VALUE 'Y'.

       01  WS-VAL-DATE       PIC 9(8).

       01  WS-VAL-DATE-X REDEFINES WS-VAL-DATE.
           05  WS-VAL-YEAR     PIC 9(4).
           05  WS-VAL-MONTH    PIC 9(2).
           05  WS-VAL-DAY      PIC 9(2).

       01  WS-CHECK-ACCT     PIC 9(7).

       01  WS-DISPOSITION    PIC X(15).

       01  WS-PRINT-LINE     PIC X(80).

      *    THE INSTRUCTION AS IT WILL BE STORED - BUILT FROM THE FILE
      *    RECORD (CHANGE) OR FROM NOTHING (ADD), THEN OVERLAID WITH
      *    THE CARD'S FIELDS AND EDITED AS A WHOLE.
       01  WS-NEW-SI.
           05  WS-NEW-FROM-ACCT    PIC 9(7).
           05  WS-NEW-TO-ACCT      PIC 9(7).
           05  WS-NEW-AMOUNT       PIC 9(9)V99.
           05  WS-NEW-FREQUENCY    PIC X(1).
               88  WS-NEW-VALID-FREQUENCY VALUE 'W' 'M' 'Q' 'Y'.
           05  WS-NEW-START-DATE   PIC 9(8).
           05  WS-NEW-END-DATE     PIC 9(8).

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM READ-BUSINESS-DATE.
           OPEN INPUT SI-TRAN-IN.
           OPEN I-O STANDING-INSTR.
           IF WS-SI-STATUS NOT = '00'
               DISPLAY "SIMNT: SIFILE OPEN FAILED, STATUS "
                   WS-SI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "SIMNT: MASTER OPEN FAILED, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SI-REPORT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SIMNT STANDING INSTRUCTION MAINTENANCE - "
                  WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SI-REPORT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO SI-REPORT-REC.
           WRITE SI-REPORT-REC.
           PERFORM FIND-HIGHEST-SI-ID.
           PERFORM READ-TRAN-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM APPLY-TRANSACTION
              PERFORM READ-TRAN-RECORD
              END-PERFORM.
           PERFORM WRITE-TOTALS.
           CLOSE SI-TRAN-IN.
           CLOSE STANDING-INSTR.
           CLOSE ACCT-MASTER.
           CLOSE SI-REPORT-OUT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

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

      *    NEW INSTRUCTIONS CONTINUE FROM THE HIGHEST NUMBER ON FILE,
      *    CANCELLED ONES INCLUDED, SO A NUMBER IS NEVER REUSED.
       FIND-HIGHEST-SI-ID.
           MOVE 'N' TO SCAN-EOF.
           MOVE 0 TO SI-ID.
           START STANDING-INSTR KEY NOT < SI-ID
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.
           PERFORM READ-SI-NEXT
              PERFORM UNTIL SCAN-EOF = 'Y'
              COMPUTE WS-NEXT-SI-ID = SI-ID + 1
              PERFORM READ-SI-NEXT
              END-PERFORM.

       APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT.
           EVALUATE TRUE
               WHEN SIT-ADD
                   PERFORM ADD-INSTRUCTION
               WHEN SIT-SI-ID NOT NUMERIC
                   PERFORM WRITE-REJECT-LINE
               WHEN SIT-CHANGE
                   PERFORM CHANGE-INSTRUCTION
               WHEN SIT-CANCEL
                   PERFORM CANCEL-INSTRUCTION
               WHEN SIT-LIST AND SIT-SI-ID = 0
                   PERFORM LIST-ACTIVE-INSTRUCTIONS
               WHEN SIT-LIST
                   PERFORM LIST-ONE-INSTRUCTION
               WHEN OTHER
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

       ADD-INSTRUCTION.
           MOVE 0      TO WS-NEW-FROM-ACCT WS-NEW-TO-ACCT.
           MOVE 0      TO WS-NEW-AMOUNT.
           MOVE SPACES TO WS-NEW-FREQUENCY.
           MOVE 0      TO WS-NEW-START-DATE WS-NEW-END-DATE.
           PERFORM EDIT-INSTRUCTION-CARD.
           IF WS-DISPOSITION NOT = SPACES
               PERFORM WRITE-REPORT-REJECT
           ELSE
               MOVE SPACES            TO SI-REC
               MOVE WS-NEXT-SI-ID     TO SI-ID
               MOVE 'A'               TO SI-STATUS
               MOVE WS-BUS-DATE       TO SI-ADDED-DATE
               MOVE 0                 TO SI-CHANGED-DATE
               MOVE 0                 TO SI-CANCEL-DATE
               PERFORM MOVE-NEW-TO-RECORD
               WRITE SI-REC
               IF WS-SI-STATUS NOT = '00'
                   DISPLAY "SIMNT: SIFILE WRITE FAILED, STATUS "
                       WS-SI-STATUS " AT INSTRUCTION " SI-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NEXT-SI-ID
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADDED" TO WS-DISPOSITION
               PERFORM WRITE-SI-LINE
           END-IF.

       CHANGE-INSTRUCTION.
           PERFORM READ-SI-BY-KEY.
           IF WS-SI-FOUND = 'N'
               MOVE "NOT-ON-FILE" TO WS-DISPOSITION
               PERFORM WRITE-REPORT-REJECT
           ELSE
               IF NOT SI-ACTIVE
                   MOVE "CANCELLED" TO WS-DISPOSITION
                   PERFORM WRITE-REPORT-REJECT
               ELSE
                   MOVE SI-FROM-ACCT  TO WS-NEW-FROM-ACCT
                   MOVE SI-TO-ACCT    TO WS-NEW-TO-ACCT
                   MOVE SI-AMOUNT     TO WS-NEW-AMOUNT
                   MOVE SI-FREQUENCY  TO WS-NEW-FREQUENCY
                   MOVE SI-START-DATE TO WS-NEW-START-DATE
                   MOVE SI-END-DATE   TO WS-NEW-END-DATE
                   PERFORM EDIT-INSTRUCTION-CARD
                   IF WS-DISPOSITION NOT = SPACES
                       PERFORM WRITE-REPORT-REJECT
                   ELSE
                       PERFORM STORE-CHANGED-INSTRUCTION
                   END-IF
               END-IF
           END-IF.

       STORE-CHANGED-INSTRUCTION.
           PERFORM MOVE-NEW-TO-RECORD.
           MOVE WS-BUS-DATE TO SI-CHANGED-DATE.
           REWRITE SI-REC.
           IF WS-SI-STATUS NOT = '00'
               DISPLAY "SIMNT: SIFILE REWRITE FAILED, STATUS "
                   WS-SI-STATUS " AT INSTRUCTION " SI-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "CHANGED" TO WS-DISPOSITION.
           PERFORM WRITE-SI-LINE.

       CANCEL-INSTRUCTION.
           PERFORM READ-SI-BY-KEY.
           IF WS-SI-FOUND = 'N'
               MOVE "NOT-ON-FILE" TO WS-DISPOSITION
               PERFORM WRITE-REPORT-REJECT
           ELSE
               IF NOT SI-ACTIVE
                   MOVE "CANCELLED" TO WS-DISPOSITION
                   PERFORM WRITE-REPORT-REJECT
               ELSE
                   MOVE 'X'         TO SI-STATUS
                   MOVE WS-BUS-DATE TO SI-CANCEL-DATE
                   REWRITE SI-REC
                   IF WS-SI-STATUS NOT = '00'
                       DISPLAY "SIMNT: SIFILE REWRITE FAILED, STATUS "
                           WS-SI-STATUS " AT INSTRUCTION " SI-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE "CANCELLED" TO WS-DISPOSITION
                   PERFORM WRITE-SI-LINE
               END-IF
           END-IF.

      *    OVERLAYS THE CARD'S NON-BLANK FIELDS ON WS-NEW-SI AND EDITS
      *    THE RESULT. LEAVES WS-DISPOSITION BLANK WHEN IT IS GOOD.
       EDIT-INSTRUCTION-CARD.
           MOVE SPACES TO WS-DISPOSITION.
           IF SIT-FROM-ACCT NOT = SPACES
               IF SIT-FROM-ACCT-9 IS NUMERIC
                   MOVE SIT-FROM-ACCT-9 TO WS-NEW-FROM-ACCT
               ELSE
                   MOVE "BAD-FROM-ACCT" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF SIT-TO-ACCT NOT = SPACES
               IF SIT-TO-ACCT-9 IS NUMERIC
                   MOVE SIT-TO-ACCT-9 TO WS-NEW-TO-ACCT
               ELSE
                   MOVE "BAD-TO-ACCT" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF SIT-AMOUNT NOT = SPACES
               IF SIT-AMOUNT-9 IS NUMERIC
                   MOVE SIT-AMOUNT-9 TO WS-NEW-AMOUNT
               ELSE
                   MOVE "BAD-AMOUNT" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF SIT-FREQUENCY NOT = SPACES
               MOVE SIT-FREQUENCY TO WS-NEW-FREQUENCY
           END-IF.
           IF SIT-START-DATE NOT = SPACES
               IF SIT-START-DATE-9 IS NUMERIC
                   MOVE SIT-START-DATE-9 TO WS-NEW-START-DATE
               ELSE
                   MOVE "BAD-START-DATE" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF SIT-END-DATE NOT = SPACES
               IF SIT-END-DATE-9 IS NUMERIC
                   IF SIT-END-DATE-9 = 99999999
                       MOVE 0 TO WS-NEW-END-DATE
                   ELSE
                       MOVE SIT-END-DATE-9 TO WS-NEW-END-DATE
                   END-IF
               ELSE
                   MOVE "BAD-END-DATE" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF WS-DISPOSITION = SPACES
               PERFORM EDIT-NEW-INSTRUCTION
           END-IF.

       EDIT-NEW-INSTRUCTION.
           EVALUATE TRUE
               WHEN WS-NEW-FROM-ACCT = 0
                   MOVE "BAD-FROM-ACCT" TO WS-DISPOSITION
               WHEN WS-NEW-TO-ACCT = 0
                   MOVE "BAD-TO-ACCT" TO WS-DISPOSITION
               WHEN WS-NEW-FROM-ACCT = WS-NEW-TO-ACCT
                   MOVE "SAME-ACCOUNT" TO WS-DISPOSITION
               WHEN WS-NEW-AMOUNT = 0
                   MOVE "BAD-AMOUNT" TO WS-DISPOSITION
               WHEN NOT WS-NEW-VALID-FREQUENCY
                   MOVE "BAD-FREQUENCY" TO WS-DISPOSITION
           END-EVALUATE.
           IF WS-DISPOSITION = SPACES
               MOVE WS-NEW-START-DATE TO WS-VAL-DATE
               PERFORM VALIDATE-DATE
               IF WS-DATE-OK = 'N'
                   MOVE "BAD-START-DATE" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF WS-DISPOSITION = SPACES AND WS-NEW-END-DATE NOT = 0
               MOVE WS-NEW-END-DATE TO WS-VAL-DATE
               PERFORM VALIDATE-DATE
               IF WS-DATE-OK = 'N'
                   OR WS-NEW-END-DATE < WS-NEW-START-DATE
                   MOVE "BAD-END-DATE" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF WS-DISPOSITION = SPACES
               MOVE WS-NEW-FROM-ACCT TO WS-CHECK-ACCT
               PERFORM CHECK-ACCOUNT-ON-MASTER
               IF WS-DISPOSITION NOT = SPACES
                   MOVE "NO-FROM-ACCOUNT" TO WS-DISPOSITION
               END-IF
           END-IF.
           IF WS-DISPOSITION = SPACES
               MOVE WS-NEW-TO-ACCT TO WS-CHECK-ACCT
               PERFORM CHECK-ACCOUNT-ON-MASTER
               IF WS-DISPOSITION NOT = SPACES
                   MOVE "NO-TO-ACCOUNT" TO WS-DISPOSITION
               END-IF
           END-IF.

       CHECK-ACCOUNT-ON-MASTER.
           MOVE WS-CHECK-ACCT TO MST-ACCT-NUMBER.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "NOT-ON-MASTER" TO WS-DISPOSITION
           END-READ.

       VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-OK.
           IF WS-VAL-YEAR < 1900 OR WS-VAL-YEAR > 2099
               MOVE 'N' TO WS-DATE-OK
           END-IF.
           IF WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
               MOVE 'N' TO WS-DATE-OK
           END-IF.
           IF WS-VAL-DAY < 1 OR WS-VAL-DAY > 31
               MOVE 'N' TO WS-DATE-OK
           END-IF.
           IF WS-DATE-OK = 'Y'
               EVALUATE WS-VAL-MONTH
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       IF WS-VAL-DAY > 30
                           MOVE 'N' TO WS-DATE-OK
                       END-IF
                   WHEN 2
                       IF FUNCTION MOD(WS-VAL-YEAR, 4) = 0
                           AND (FUNCTION MOD(WS-VAL-YEAR, 100) NOT = 0
                           OR FUNCTION MOD(WS-VAL-YEAR, 400) = 0)
                           IF WS-VAL-DAY > 29
                               MOVE 'N' TO WS-DATE-OK
                           END-IF
                       ELSE
                           IF WS-VAL-DAY > 28
                               MOVE 'N' TO WS-DATE-OK
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       MOVE-NEW-TO-RECORD.
           MOVE WS-NEW-FROM-ACCT  TO SI-FROM-ACCT.
           MOVE WS-NEW-TO-ACCT    TO SI-TO-ACCT.
           MOVE WS-NEW-AMOUNT     TO SI-AMOUNT.
           MOVE WS-NEW-FREQUENCY  TO SI-FREQUENCY.
           MOVE WS-NEW-START-DATE TO SI-START-DATE.
           MOVE WS-NEW-END-DATE   TO SI-END-DATE.

       LIST-ONE-INSTRUCTION.
           PERFORM READ-SI-BY-KEY.
           IF WS-SI-FOUND = 'N'
               MOVE "NOT-ON-FILE" TO WS-DISPOSITION
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-LIST-COUNT
               IF SI-ACTIVE
                   MOVE "ACTIVE" TO WS-DISPOSITION
               ELSE
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "CANCELLED " SI-CANCEL-DATE(3:6)
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               END-IF
               PERFORM WRITE-SI-LINE
           END-IF.

       LIST-ACTIVE-INSTRUCTIONS.
           MOVE 'N' TO SCAN-EOF.
           MOVE 0 TO SI-ID.
           START STANDING-INSTR KEY NOT < SI-ID
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF
           END-START.
           PERFORM READ-SI-NEXT
              PERFORM UNTIL SCAN-EOF = 'Y'
              IF SI-ACTIVE
                  ADD 1 TO WS-LIST-COUNT
                  MOVE "ACTIVE" TO WS-DISPOSITION
                  PERFORM WRITE-SI-LINE
              END-IF
              PERFORM READ-SI-NEXT
              END-PERFORM.

       READ-SI-BY-KEY.
           MOVE SIT-SI-ID TO SI-ID.
           READ STANDING-INSTR
               INVALID KEY
                   MOVE 'N' TO WS-SI-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SI-FOUND
           END-READ.

       READ-SI-NEXT.
           IF SCAN-EOF = 'N'
               READ STANDING-INSTR NEXT
               AT END MOVE 'Y' TO SCAN-EOF
               END-READ
           END-IF.

       WRITE-REJECT-LINE.
           MOVE "INVALID-TRAN" TO WS-DISPOSITION.
           PERFORM WRITE-REPORT-REJECT.

       WRITE-REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM WRITE-REPORT-LINE.

      *    REPORT LINE FROM THE CARD AS KEYED.
       WRITE-REPORT-LINE.
           MOVE SPACES TO SI-REPORT-REC.
           MOVE SIT-ACTION-CODE TO RPT-ACTION-CODE.
           MOVE SIT-SI-ID       TO RPT-SI-ID.
           MOVE SIT-FROM-ACCT   TO RPT-FROM-ACCT.
           MOVE SIT-TO-ACCT     TO RPT-TO-ACCT.
           IF SIT-AMOUNT-9 IS NUMERIC
               MOVE SIT-AMOUNT-9 TO RPT-AMOUNT
           ELSE
               MOVE 0 TO RPT-AMOUNT
           END-IF.
           MOVE SIT-FREQUENCY   TO RPT-FREQUENCY.
           MOVE SIT-START-DATE  TO RPT-START-DATE.
           MOVE SIT-END-DATE    TO RPT-END-DATE.
           MOVE WS-DISPOSITION  TO RPT-DISPOSITION.
           WRITE SI-REPORT-REC.

      *    REPORT LINE FROM THE INSTRUCTION RECORD ITSELF.
       WRITE-SI-LINE.
           MOVE SPACES TO SI-REPORT-REC.
           MOVE SIT-ACTION-CODE TO RPT-ACTION-CODE.
           MOVE SI-ID           TO RPT-SI-ID.
           MOVE SI-FROM-ACCT    TO RPT-FROM-ACCT.
           MOVE SI-TO-ACCT      TO RPT-TO-ACCT.
           MOVE SI-AMOUNT       TO RPT-AMOUNT.
           MOVE SI-FREQUENCY    TO RPT-FREQUENCY.
           MOVE SI-START-DATE   TO RPT-START-DATE.
           IF SI-END-DATE = 0
               MOVE "OPEN" TO RPT-END-DATE
           ELSE
               MOVE SI-END-DATE TO RPT-END-DATE
           END-IF.
           MOVE WS-DISPOSITION  TO RPT-DISPOSITION.
           WRITE SI-REPORT-REC.

       WRITE-TOTALS.
           MOVE SPACES TO SI-REPORT-REC.
           WRITE SI-REPORT-REC.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRANS READ "    WS-TRAN-COUNT
                  " ADDED "        WS-ADD-COUNT
                  " CHANGED "      WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SI-REPORT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CANCELLED "     WS-CANCEL-COUNT
                  " LISTED "       WS-LIST-COUNT
                  " REJECTS "      WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SI-REPORT-REC FROM WS-PRINT-LINE.

       READ-TRAN-RECORD.
           READ SI-TRAN-IN
           AT END MOVE 'Y' TO LAST-REC
           END-READ.
