       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDRPT.
       AUTHOR.        NEMO.
      *
      *    WEEKLY HELD-ACCOUNTS REPORT. LISTS EVERY ACTIVE LEGAL HOLD
      *    ON HOLDFILE (SEE ACCTHOLD) GROUPED BY REASON CODE, IN
      *    ACCOUNT ORDER WITHIN A REASON: HOLDER NAME AND CURRENT
      *    BALANCE FROM THE MASTER, EFFECTIVE AND PLACED DATES, THE
      *    HELD AMOUNT (OR FULL FREEZE) AND THE HOLD NOTE. EACH
      *    REASON CLOSES WITH ITS HOLD COUNT, FULL-FREEZE COUNT AND
      *    HELD DOLLARS, AND THE REPORT WITH THE SAME GRAND TOTALS.
      *    A HOLD NOT YET EFFECTIVE IS MARKED PENDING. A HOLD WHOSE
      *    ACCOUNT IS MISSING FROM THE MASTER, OR WHOSE MASTER HOLD
      *    FLAG IS NOT SET, IS MARKED FOR FOLLOW-UP AND ENDS RC=4.
      *    READ-ONLY AGAINST BOTH FILES.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY HOLD-ACCT-NUMBER
               FILE STATUS WS-HOLD-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY MST-ACCT-NUMBER
               FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT HOLD-SORT-FILE ASSIGN TO SORTWK01.
           SELECT HOLD-REPORT-OUT ASSIGN TO HOLDRPT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-REC.
           05  BUSD-DATE           PIC 9(8).
           05  FILLER              PIC X(2).
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

       SD  HOLD-SORT-FILE.
       01  HOLD-SORT-REC.
           05  SRT-REASON          PIC X(4).
           05  SRT-ACCT-NUMBER     PIC 9(7).
           05  SRT-EFF-DATE        PIC 9(8).
           05  SRT-PLACED-DATE     PIC 9(8).
           05  SRT-AMOUNT          PIC 9(9)V99.
           05  SRT-NOTE            PIC X(30).
           05  FILLER              PIC X(12).

       FD  HOLD-REPORT-OUT RECORDING MODE F.
       01  HOLD-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  LAST-REC          PIC X(1)  VALUE 'N'.

       01  SORT-EOF          PIC X(1)  VALUE 'N'.

       01  WS-HOLD-STATUS    PIC X(2).

       01  WS-MASTER-STATUS  PIC X(2).

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-PREV-REASON    PIC X(4)  VALUE SPACES.

       01  WS-HOLD-READ      PIC 9(9)  VALUE 0.

       01  WS-FOLLOWUP-COUNT PIC 9(9)  VALUE 0.

       01  WS-REASON-COUNT   PIC 9(9)  VALUE 0.

       01  WS-REASON-FREEZE  PIC 9(9)  VALUE 0.

       01  WS-REASON-AMOUNT  PIC 9(11)V99 VALUE 0.

       01  WS-GRAND-COUNT    PIC 9(9)  VALUE 0.

       01  WS-GRAND-FREEZE   PIC 9(9)  VALUE 0.

       01  WS-GRAND-AMOUNT   PIC 9(11)V99 VALUE 0.

       01  WS-BALANCE-AMT    PIC 9(9)V99.

       01  HEADING-LINE-1.
           05  FILLER          PIC X(10) VALUE "HOLDRPT".
           05  FILLER          PIC X(36)
               VALUE "HELD ACCOUNTS BY REASON CODE - AS OF".
           05  HDG-BUS-DATE    PIC 9(8).
           05  FILLER          PIC X(78) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(6)  VALUE "REASON".
           05  FILLER          PIC X(9)  VALUE "ACCOUNT".
           05  FILLER          PIC X(23) VALUE "HOLDER".
           05  FILLER          PIC X(16) VALUE " CURRENT BALANCE".
           05  FILLER          PIC X(10) VALUE "  EFFECT".
           05  FILLER          PIC X(10) VALUE "  PLACED".
           05  FILLER          PIC X(16) VALUE "     HELD AMOUNT".
           05  FILLER          PIC X(32) VALUE "  NOTE".
           05  FILLER          PIC X(10) VALUE " FLAG".

       01  DETAIL-LINE.
           05  DTL-REASON      PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-NUMBER PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-HOLDER      PIC X(21).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-BALANCE     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-EFF-DATE    PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-PLACED-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT      PIC X(14).
           05  DTL-AMOUNT-9 REDEFINES DTL-AMOUNT
                               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-NOTE        PIC X(30).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-FLAG        PIC X(7).
           05  FILLER          PIC X(2)  VALUE SPACES.

       01  TOTAL-LINE.
           05  TOT-LABEL       PIC X(30).
           05  TOT-COUNT       PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TOT-FREEZE-LBL  PIC X(14).
           05  TOT-FREEZE      PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(47) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM READ-BUSINESS-DATE.
           OPEN INPUT ACCT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "HOLDRPT: MASTER OPEN FAILED, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HOLD-REPORT-OUT.
           MOVE WS-BUS-DATE TO HDG-BUS-DATE.
           WRITE HOLD-REPORT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE HOLD-REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           SORT HOLD-SORT-FILE
               ON ASCENDING KEY SRT-REASON
               ON ASCENDING KEY SRT-ACCT-NUMBER
               INPUT PROCEDURE RELEASE-ACTIVE-HOLDS
               OUTPUT PROCEDURE PRINT-HELD-ACCOUNTS.
           PERFORM WRITE-GRAND-TOTALS.
           CLOSE ACCT-MASTER.
           CLOSE HOLD-REPORT-OUT.
           IF WS-FOLLOWUP-COUNT > 0
               DISPLAY "HOLDRPT: " WS-FOLLOWUP-COUNT
                   " HOLD(S) NEED FOLLOW-UP - SEE REPORT"
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

       RELEASE-ACTIVE-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY "HOLDRPT: HOLDFILE OPEN FAILED, STATUS "
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-HOLD-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM RELEASE-ONE-HOLD
              PERFORM READ-HOLD-RECORD
              END-PERFORM.
           CLOSE HOLD-FILE.

       RELEASE-ONE-HOLD.
           IF HOLD-ACTIVE
               MOVE SPACES TO HOLD-SORT-REC
               MOVE HOLD-REASON      TO SRT-REASON
               MOVE HOLD-ACCT-NUMBER TO SRT-ACCT-NUMBER
               MOVE HOLD-EFF-DATE    TO SRT-EFF-DATE
               MOVE HOLD-PLACED-DATE TO SRT-PLACED-DATE
               MOVE HOLD-AMOUNT      TO SRT-AMOUNT
               MOVE HOLD-NOTE        TO SRT-NOTE
               RELEASE HOLD-SORT-REC
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-HOLD-READ
           END-READ.

       PRINT-HELD-ACCOUNTS.
           PERFORM RETURN-SORT-RECORD
              PERFORM UNTIL SORT-EOF = 'Y'
              PERFORM PRINT-ONE-HOLD
              PERFORM RETURN-SORT-RECORD
              END-PERFORM.
           IF WS-PREV-REASON NOT = SPACES
               PERFORM WRITE-REASON-TOTALS
           END-IF.

       PRINT-ONE-HOLD.
           IF SRT-REASON NOT = WS-PREV-REASON
               IF WS-PREV-REASON NOT = SPACES
                   PERFORM WRITE-REASON-TOTALS
               END-IF
               MOVE SRT-REASON TO WS-PREV-REASON
               MOVE SPACES TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SRT-REASON      TO DTL-REASON.
           MOVE SRT-ACCT-NUMBER TO DTL-ACCT-NUMBER.
           MOVE SRT-EFF-DATE    TO DTL-EFF-DATE.
           MOVE SRT-PLACED-DATE TO DTL-PLACED-DATE.
           MOVE SRT-NOTE        TO DTL-NOTE.
           IF SRT-AMOUNT = 0
               MOVE "FULL FREEZE" TO DTL-AMOUNT
               ADD 1 TO WS-REASON-FREEZE
           ELSE
               MOVE SRT-AMOUNT TO DTL-AMOUNT-9
               ADD SRT-AMOUNT TO WS-REASON-AMOUNT
           END-IF.
           ADD 1 TO WS-REASON-COUNT.
           MOVE SPACES TO DTL-FLAG.
           IF SRT-EFF-DATE > WS-BUS-DATE
               MOVE "PENDING" TO DTL-FLAG
           END-IF.
           PERFORM LOOKUP-HOLDER.
           WRITE HOLD-REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE MASTER SUPPLIES THE HOLDER AND BALANCE. A HOLD WITH NO
      *    MASTER RECORD, OR WITH THE MASTER FLAG OFF, MEANS THE TWO
      *    FILES HAVE DRIFTED - FLAGGED FOR FOLLOW-UP.
       LOOKUP-HOLDER.
           MOVE SRT-ACCT-NUMBER TO MST-ACCT-NUMBER.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO DTL-HOLDER
                   MOVE 0 TO DTL-BALANCE
                   MOVE "CHECK" TO DTL-FLAG
                   ADD 1 TO WS-FOLLOWUP-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO DTL-HOLDER
                   STRING MST-FIRST-NAME(1:1) " " MST-LAST-NAME
                       DELIMITED BY SIZE INTO DTL-HOLDER
                   IF MST-ACCT-BALANCE IS NUMERIC
                       MOVE MST-ACCT-BALANCE TO WS-BALANCE-AMT
                       MOVE WS-BALANCE-AMT TO DTL-BALANCE
                   ELSE
                       MOVE 0 TO DTL-BALANCE
                   END-IF
                   IF NOT MST-HELD
                       MOVE "CHECK" TO DTL-FLAG
                       ADD 1 TO WS-FOLLOWUP-COUNT
                   END-IF
           END-READ.

       RETURN-SORT-RECORD.
           RETURN HOLD-SORT-FILE
           AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

       WRITE-REASON-TOTALS.
           MOVE SPACES TO TOTAL-LINE.
           MOVE SPACES TO TOT-LABEL.
           STRING "  REASON " WS-PREV-REASON " HOLDS"
               DELIMITED BY SIZE INTO TOT-LABEL.
           MOVE WS-REASON-COUNT  TO TOT-COUNT.
           MOVE "FULL FREEZES"   TO TOT-FREEZE-LBL.
           MOVE WS-REASON-FREEZE TO TOT-FREEZE.
           MOVE WS-REASON-AMOUNT TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           ADD WS-REASON-COUNT  TO WS-GRAND-COUNT.
           ADD WS-REASON-FREEZE TO WS-GRAND-FREEZE.
           ADD WS-REASON-AMOUNT TO WS-GRAND-AMOUNT.
           MOVE 0 TO WS-REASON-COUNT.
           MOVE 0 TO WS-REASON-FREEZE.
           MOVE 0 TO WS-REASON-AMOUNT.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "HOLD RECORDS READ" TO TOT-LABEL.
           MOVE WS-HOLD-READ TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ACTIVE HOLDS / HELD DOLLARS" TO TOT-LABEL.
           MOVE WS-GRAND-COUNT  TO TOT-COUNT.
           MOVE "FULL FREEZES"  TO TOT-FREEZE-LBL.
           MOVE WS-GRAND-FREEZE TO TOT-FREEZE.
           MOVE WS-GRAND-AMOUNT TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "HOLDS NEEDING FOLLOW-UP" TO TOT-LABEL.
           MOVE WS-FOLLOWUP-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           WRITE HOLD-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOTAL-LINE.
