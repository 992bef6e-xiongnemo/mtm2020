       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPSSHEET.
       AUTHOR.        NEMO.
      *
      *    MORNING OPERATIONS CONTROL SHEET. THE LAST STEP OF THE
      *    NIGHTLY JOB, RUN WHATEVER HAPPENED BEFORE IT, SO THE
      *    ON-CALL OPERATOR READS ONE PAGE INSTEAD OF OPENING EVERY
      *    REPORT IN TURN. IT READS THE NIGHT'S OUTPUTS:
      *        BUSDATE  - BUSINESS DATE AND MONTH-END FLAG (STEP010)
      *        PRTDONE  - RUN-HISTORY MARKERS (STEP010)
      *        RUNCTL   - MASTER RUN-CONTROL LOCK (STEP012/STEP080)
      *        EDITRPT  - ACCTEDIT READ / CLEAN / REJECTED (STEP015)
      *        RECNRPT  - ACCTBAL DETAIL BALANCING (STEP030)
      *        ACKRPT   - WHSEACK PRIOR-FEED ACKNOWLEDGMENT (STEP058)
      *        POSTJRNL - ACCTPOST INTEREST POSTING (STEP070)
      *        GLRPT    - GLINTF GENERAL-LEDGER PROOF (STEP071)
      *        STMTOUT  - ACCTSTMT HOLDER STATEMENTS (STEP075)
      *        CASHRPT  - CASHMON LARGE-CASH MONITOR (STEP076)
      *        PROOFRPT - MSTPROOF MASTER CONTROL-TOTAL PROOF (STEP078)
      *    AND PRINTS THE OUTCOME OF EACH STEP, THE KEY COUNTS AND
      *    DOLLARS OF EACH STAGE, AND WHETHER THE MASTER LOCK WAS
      *    RELEASED. EVERY ANOMALY IS MARKED '***' WITH THE RESTART
      *    INSTRUCTION FROM THE NIGHTLY JOB THAT APPLIES TO IT.
      *
      *    STEP005 DELETES EVERY ONE OF THESE REPORTS AND EACH STEP
      *    ALLOCATES ITS OWN NEW, SO A REPORT THAT IS EMPTY TONIGHT
      *    WAS NEVER WRITTEN. THE MASTER-PATH STEPS ARE CHAINED BY
      *    COND, SO EACH REPORT PRESENT ALSO PROVES THE STEPS AHEAD
      *    OF IT ENDED CLEAN; THE FIRST STAGE WHOSE REPORT IS MISSING
      *    OR FAILED IS THE ONE TO RESTART, AND EVERY LATER STAGE IS
      *    SHOWN AS NOT RUN. THE REPORTS ARE READ AT THE FIXED
      *    OFFSETS THEIR PROGRAMS WRITE THEM AT (LABEL COLS 1-30,
      *    COUNT 31-39, AMOUNT 43-59; STMTOUT CARRIES A LEADING
      *    CARRIAGE-CONTROL BYTE AND A 32-BYTE LABEL, CASHRPT THE
      *    SAME BYTE AND A 40-BYTE LABEL, AND GLRPT AND PROOFRPT ARE
      *    READ ONLY FOR THEIR CLOSING RESULT LINE). THE GL, CASH AND
      *    PROOF STEPS ARE OFF THE MASTER PATH: EACH IS SHOWN AS NOT
      *    RUN ONLY WHEN A STEP ITS OWN COND TESTS FAILED, AND A
      *    FAILURE OF ONE OF THEM NEVER MARKS A LATER STEP NOT RUN.
      *
      *    THE SHEET ITSELF IS KEPT AS A GENERATION, ONE PER RUN, SO
      *    PAST NIGHTS CAN BE PULLED FOR AUDIT. RC=4 WHEN ANY ANOMALY
      *    IS LISTED, ELSE RC=0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT OPTIONAL PRT-DONE-IN ASSIGN TO PRTDONE.
           SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO RUNCTL.
           SELECT OPTIONAL EDIT-REPORT-IN ASSIGN TO EDITRPT.
           SELECT OPTIONAL RECON-REPORT-IN ASSIGN TO RECNRPT.
           SELECT OPTIONAL ACK-REPORT-IN ASSIGN TO ACKRPT.
           SELECT OPTIONAL POST-JOURNAL-IN ASSIGN TO POSTJRNL.
           SELECT OPTIONAL GL-REPORT-IN ASSIGN TO GLRPT.
           SELECT OPTIONAL STATEMENT-IN ASSIGN TO STMTOUT.
           SELECT OPTIONAL CASH-REPORT-IN ASSIGN TO CASHRPT.
           SELECT OPTIONAL PROOF-REPORT-IN ASSIGN TO PROOFRPT.
           SELECT CONTROL-SHEET-OUT ASSIGN TO OPSSHEET.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-REC.
           05  BUSD-DATE           PIC 9(8).
           05  FILLER              PIC X(2).
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

       FD  PRT-DONE-IN RECORDING MODE F.
       01  PRT-DONE-REC.
           05  PRT-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  PRT-TIME            PIC X(4).
           05  FILLER              PIC X(67).

       FD  RUN-CONTROL-IN RECORDING MODE F.
       01  RUN-CONTROL-REC.
           05  RUNI-STATUS         PIC X(1).
           05  FILLER              PIC X(1).
           05  RUNI-SET-BY         PIC X(8).
           05  FILLER              PIC X(1).
           05  RUNI-SET-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  RUNI-SET-TIME       PIC X(4).
           05  FILLER              PIC X(56).

      *    ACCTEDIT'S EDITRPT - ONLY THE CLOSING COUNT LINES ARE USED.
       FD  EDIT-REPORT-IN RECORDING MODE F.
       01  EDIT-REPORT-REC.
           05  ER-LABEL            PIC X(30).
           05  ER-COUNT            PIC ZZZZZZZZ9.
           05  FILLER              PIC X(41).

      *    ACCTBAL'S RECNRPT.
       FD  RECON-REPORT-IN RECORDING MODE F.
       01  RECON-REPORT-REC.
           05  RR-LABEL            PIC X(30).
           05  RR-COUNT            PIC ZZZZZZZZ9.
           05  FILLER              PIC X(3).
           05  RR-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(21).

      *    WHSEACK'S ACKRPT, IN THE SAME LAYOUT AS RECNRPT.
       FD  ACK-REPORT-IN RECORDING MODE F.
       01  ACK-REPORT-REC.
           05  AR-LABEL            PIC X(30).
           05  AR-COUNT            PIC ZZZZZZZZ9.
           05  FILLER              PIC X(3).
           05  AR-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(21).

      *    ACCTPOST'S POSTJRNL - THE TITLE LINE CARRIES THE BUSINESS
      *    DATE, THE CLOSING LINES THE POSTED COUNT AND ACCRUAL.
       FD  POST-JOURNAL-IN RECORDING MODE F.
       01  POST-JOURNAL-TOTAL.
           05  PJT-LABEL           PIC X(30).
           05  PJT-COUNT           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(3).
           05  PJT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(21).
       01  POST-JOURNAL-TITLE.
           05  PJH-TITLE           PIC X(36).
           05  PJH-BUS-DATE        PIC X(8).
           05  FILLER              PIC X(36).

      *    GLINTF'S GLRPT PRINT FILE.
       FD  GL-REPORT-IN RECORDING MODE F.
       01  GL-REPORT-REC.
           05  GLR-CC              PIC X(1).
           05  GLR-TEXT            PIC X(132).

      *    ACCTSTMT'S STMTOUT PRINT FILE.
       FD  STATEMENT-IN RECORDING MODE F.
       01  STATEMENT-TOTAL.
           05  STT-CC              PIC X(1).
           05  STT-LABEL           PIC X(32).
           05  STT-COUNT           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(3).
           05  STT-BALANCE         PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3).
           05  STT-INTEREST        PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(47).
       01  STATEMENT-HEADING.
           05  STH-CC              PIC X(1).
           05  STH-PROGRAM         PIC X(10).
           05  FILLER              PIC X(54).
           05  STH-BUS-DATE        PIC X(8).
           05  FILLER              PIC X(60).

      *    CASHMON'S CASHRPT PRINT FILE - ONLY THE RUN TOTALS ARE USED.
       FD  CASH-REPORT-IN RECORDING MODE F.
       01  CASH-REPORT-TOTAL.
           05  CRT-CC              PIC X(1).
           05  CRT-LABEL           PIC X(40).
           05  CRT-COUNT           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(3).
           05  CRT-AMOUNT          PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(61).

      *    MSTPROOF'S PROOFRPT PRINT FILE.
       FD  PROOF-REPORT-IN RECORDING MODE F.
       01  PROOF-REPORT-REC.
           05  PRR-CC              PIC X(1).
           05  PRR-TEXT            PIC X(132).

       FD  CONTROL-SHEET-OUT RECORDING MODE F.
       01  CONTROL-SHEET-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       01  LAST-REC          PIC X(1)  VALUE 'N'.

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-BUS-DATE-X     PIC X(8).

       01  WS-MONTH-END      PIC X(1)  VALUE SPACE.

       01  WS-BUSD-FOUND     PIC X(1)  VALUE 'N'.

       01  WS-RUN-DATE       PIC 9(8).

       01  WS-RUN-TIME       PIC 9(6).

      *    SET ONCE A MASTER-PATH STAGE HAS FAILED - EVERY LATER
      *    STAGE WAS BYPASSED BY ITS COND AND IS SHOWN AS NOT RUN.
       01  WS-CHAIN-BROKEN   PIC X(1)  VALUE 'N'.

      *    THE CHAIN AS IT STOOD AFTER STEP010 AND AFTER STEP070, FOR
      *    THE STEPS OFF THE MASTER PATH WHOSE COND STOPS THERE.
       01  WS-DATE-BROKEN    PIC X(1)  VALUE 'N'.

       01  WS-POST-BROKEN    PIC X(1)  VALUE 'N'.

      *    SET WHEN ANY RESTART= RESUBMISSION IS CALLED FOR.
       01  WS-RESTART-OWED   PIC X(1)  VALUE 'N'.

       01  WS-ANOMALIES      PIC 9(3)  VALUE 0.

       01  WS-RECONCILED     PIC 9(9).

      *    PRTDONE - TONIGHT'S MARKER AND THE NIGHT BEFORE IT.
       01  WS-MARKER-COUNT   PIC 9(5)  VALUE 0.

       01  WS-MARKER-TIME    PIC X(4)  VALUE SPACES.

       01  WS-PREV-MARKER    PIC X(8)  VALUE SPACES.

       01  WS-PREV-TIME      PIC X(4)  VALUE SPACES.

      *    RUNCTL - SPACE WHEN THERE IS NO RECORD.
       01  WS-LOCK-STATUS    PIC X(1)  VALUE SPACE.

       01  WS-LOCK-BY        PIC X(8)  VALUE SPACES.

       01  WS-LOCK-DATE      PIC X(8)  VALUE SPACES.

       01  WS-LOCK-TIME      PIC X(4)  VALUE SPACES.

      *    EDITRPT FIGURES.
       01  WS-EDIT-LINES     PIC 9(9)  VALUE 0.

       01  WS-EDIT-TOTALS    PIC 9(1)  VALUE 0.

       01  WS-EDIT-READ      PIC 9(9)  VALUE 0.

       01  WS-EDIT-CLEAN     PIC 9(9)  VALUE 0.

       01  WS-EDIT-REJECT    PIC 9(9)  VALUE 0.

      *    RECNRPT FIGURES. RESULT 'B' IN BALANCE, 'O' OUT OF
      *    BALANCE, 'A' AGING RUN, SPACE NONE PRINTED.
       01  WS-RECN-LINES     PIC 9(9)  VALUE 0.

       01  WS-RECN-RESULT    PIC X(1)  VALUE SPACE.

       01  WS-RECN-READ      PIC 9(9)  VALUE 0.

       01  WS-RECN-DTL-COUNT PIC 9(9)  VALUE 0.

       01  WS-RECN-DTL-AMT   PIC 9(11)V99 VALUE 0.

       01  WS-RECN-REJECTS   PIC 9(9)  VALUE 0.

       01  WS-RECN-SUM-COUNT PIC 9(9)  VALUE 0.

       01  WS-RECN-SUM-AMT   PIC 9(11)V99 VALUE 0.

      *    ACKRPT FIGURES. RESULT 'C' CLEAN, 'N' NO PRIOR FEED,
      *    'H' FEED HELD, SPACE NONE PRINTED.
       01  WS-ACK-LINES      PIC 9(9)  VALUE 0.

       01  WS-ACK-RESULT     PIC X(1)  VALUE SPACE.

       01  WS-FEED-COUNT     PIC 9(9)  VALUE 0.

       01  WS-FEED-AMT       PIC 9(11)V99 VALUE 0.

       01  WS-ACK-COUNT      PIC 9(9)  VALUE 0.

       01  WS-ACK-AMT        PIC 9(11)V99 VALUE 0.

      *    POSTJRNL FIGURES. RESULT 'P' PROVED, 'F' DID NOT PROVE,
      *    'N' NOT MONTH-END, SPACE NONE PRINTED.
       01  WS-POST-LINES     PIC 9(9)  VALUE 0.

       01  WS-POST-RESULT    PIC X(1)  VALUE SPACE.

       01  WS-POST-DATE      PIC X(8)  VALUE SPACES.

       01  WS-POST-COUNT     PIC 9(9)  VALUE 0.

       01  WS-POST-ACCRUED   PIC 9(11)V99 VALUE 0.

      *    STMTOUT FIGURES. RESULT 'S' RUN TOTALS PRINTED, 'N' NOT
      *    MONTH-END, SPACE NONE PRINTED.
       01  WS-STMT-LINES     PIC 9(9)  VALUE 0.

       01  WS-STMT-RESULT    PIC X(1)  VALUE SPACE.

       01  WS-STMT-DATE      PIC X(8)  VALUE SPACES.

       01  WS-STMT-COUNT     PIC 9(9)  VALUE 0.

       01  WS-STMT-ACCOUNTS  PIC 9(9)  VALUE 0.

       01  WS-STMT-BALANCE   PIC 9(13)V99 VALUE 0.

       01  WS-STMT-INTEREST  PIC 9(13)V99 VALUE 0.

       01  WS-STMT-NOXREF    PIC 9(9)  VALUE 0.

      *    GLRPT RESULT. 'T' ENTRIES TIE, 'A' BREAK ACCEPTED ON GLCTL
      *    AND BOOKED, 'D' DO NOT TIE, SPACE NONE PRINTED.
       01  WS-GL-LINES       PIC 9(9)  VALUE 0.

       01  WS-GL-RESULT      PIC X(1)  VALUE SPACE.

      *    CASHRPT FIGURES. RESULT 'S' RUN TOTALS PRINTED, SPACE NONE
      *    PRINTED.
       01  WS-CASH-LINES     PIC 9(9)  VALUE 0.

       01  WS-CASH-RESULT    PIC X(1)  VALUE SPACE.

       01  WS-CASH-CTR-COUNT PIC 9(9)  VALUE 0.

       01  WS-CASH-CTR-AMT   PIC 9(13)V99 VALUE 0.

       01  WS-CASH-REVIEW    PIC 9(9)  VALUE 0.

       01  WS-CASH-NOXREF    PIC 9(9)  VALUE 0.

      *    PROOFRPT RESULT. 'B' IN BALANCE, 'O' OUT OF BALANCE, 'E'
      *    BASELINE ESTABLISHED, SPACE NONE PRINTED.
       01  WS-PROOF-LINES    PIC 9(9)  VALUE 0.

       01  WS-PROOF-RESULT   PIC X(1)  VALUE SPACE.

      *    RESULT LINES TOO LONG TO CODE IN THE EVALUATES.
       01  WS-GL-BREAK-LINE  PIC X(48)
           VALUE "** GL ENTRIES DO NOT TIE - GL FILE LEFT EMPTY **".

       01  WS-PROOF-OUT-LINE PIC X(48)
           VALUE "** OUT OF BALANCE - UNEXPLAINED MASTER CHANGE **".

       01  WS-PROOF-BASE-LINE PIC X(48)
           VALUE "NO CLOSE RECORD ON THE CONTROL LEDGER - BASELINE".

       01  HEADING-LINE-1.
           05  FILLER          PIC X(10) VALUE "OPSSHEET".
           05  FILLER          PIC X(40)
               VALUE "NIGHTLY OPERATIONS CONTROL SHEET".
           05  FILLER          PIC X(14) VALUE "BUSINESS DATE".
           05  HDG-BUS-DATE    PIC 9(8).
           05  FILLER          PIC X(50) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE".
           05  HDG-PAGE-NBR    PIC ZZZZ9.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(14) VALUE "PRINTED".
           05  HDG-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  HDG-RUN-TIME    PIC 99B99B99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  HDG-MONTH-END   PIC X(30).
           05  FILLER          PIC X(67) VALUE SPACES.

       01  STEP-HEADING.
           05  FILLER          PIC X(10) VALUE "STEP".
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(112) VALUE "    OUTCOME".

       01  STEP-LINE.
           05  STP-STEP        PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  STP-PROGRAM     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  STP-FLAG        PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  STP-OUTCOME     PIC X(70).
           05  FILLER          PIC X(38) VALUE SPACES.

       01  ACTION-LINE.
           05  FILLER          PIC X(24) VALUE SPACES.
           05  ACT-LABEL       PIC X(8).
           05  ACT-TEXT        PIC X(70).
           05  FILLER          PIC X(30) VALUE SPACES.

       01  FIGURE-HEADING.
           05  FILLER          PIC X(12) VALUE "STAGE".
           05  FILLER          PIC X(36) VALUE "FIGURE".
           05  FILLER          PIC X(11) VALUE "      COUNT".
           05  FILLER          PIC X(73)
               VALUE "               DOLLARS".

       01  FIGURE-LINE.
           05  FIG-STAGE       PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FIG-LABEL       PIC X(34).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FIG-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FIG-AMOUNT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(50) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-RUN-HISTORY.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-EDIT-REPORT.
           PERFORM READ-RECON-REPORT.
           PERFORM READ-ACK-REPORT.
           PERFORM READ-POST-JOURNAL.
           PERFORM READ-GL-REPORT.
           PERFORM READ-STATEMENTS.
           PERFORM READ-CASH-REPORT.
           PERFORM READ-PROOF-REPORT.
           OPEN OUTPUT CONTROL-SHEET-OUT.
           PERFORM PRINT-SHEET-HEADING.
           WRITE CONTROL-SHEET-LINE FROM STEP-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CONTROL-SHEET-LINE.
           WRITE CONTROL-SHEET-LINE AFTER ADVANCING 1 LINE.
           PERFORM JUDGE-STEP010.
           MOVE WS-CHAIN-BROKEN TO WS-DATE-BROKEN.
           PERFORM JUDGE-STEP012.
           PERFORM JUDGE-STEP015.
           PERFORM JUDGE-STEP020.
           PERFORM JUDGE-STEP030.
           PERFORM JUDGE-STEP058.
           PERFORM JUDGE-STEP060.
           PERFORM JUDGE-STEP064.
           PERFORM JUDGE-STEP070.
           MOVE WS-CHAIN-BROKEN TO WS-POST-BROKEN.
           PERFORM JUDGE-STEP071.
           PERFORM JUDGE-STEP075.
           PERFORM JUDGE-STEP076.
           PERFORM JUDGE-STEP078.
           PERFORM JUDGE-STEP080.
           IF WS-RESTART-OWED = 'Y'
               PERFORM PRINT-RESTART-NOTE
           END-IF.
           MOVE SPACES TO STP-STEP STP-PROGRAM STP-FLAG.
           MOVE "STEP040 STEP050 STEP062" TO STP-OUTCOME.
           WRITE CONTROL-SHEET-LINE FROM STEP-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ARE PROVEN ON THEIR OWN REPORTS AND THE JOB LOG"
               TO STP-OUTCOME.
           WRITE CONTROL-SHEET-LINE FROM STEP-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STP-OUTCOME.
           PERFORM PRINT-FIGURES.
           MOVE SPACES TO CONTROL-SHEET-LINE.
           IF WS-ANOMALIES = 0
               MOVE "** NIGHT CLEAN - NO ANOMALIES **"
                   TO CONTROL-SHEET-LINE
           ELSE
               STRING "** " WS-ANOMALIES
                      " ANOMALIES - WORK EVERY *** LINE ABOVE **"
                   DELIMITED BY SIZE INTO CONTROL-SHEET-LINE
           END-IF.
           WRITE CONTROL-SHEET-LINE AFTER ADVANCING 2 LINES.
           CLOSE CONTROL-SHEET-OUT.
           DISPLAY "OPSSHEET: BUSINESS DATE " WS-BUS-DATE
               " ANOMALIES " WS-ANOMALIES.
           IF WS-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    WITHOUT A BUSDATE RECORD THE SHEET IS DATED BY THE CLOCK.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-IN.
           READ BUSDATE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF BUSD-DATE IS NUMERIC AND BUSD-DATE > 0
                       MOVE BUSD-DATE      TO WS-BUS-DATE
                       MOVE BUSD-MONTH-END TO WS-MONTH-END
                       MOVE 'Y' TO WS-BUSD-FOUND
                   END-IF
           END-READ.
           CLOSE BUSDATE-IN.
           IF WS-BUS-DATE = 0
               MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF.
           MOVE WS-BUS-DATE TO WS-BUS-DATE-X.

       READ-RUN-HISTORY.
           OPEN INPUT PRT-DONE-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-DONE-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              IF PRT-DATE = WS-BUS-DATE-X
                  ADD 1 TO WS-MARKER-COUNT
                  MOVE PRT-TIME TO WS-MARKER-TIME
              ELSE
                  IF PRT-DATE < WS-BUS-DATE-X
                     AND PRT-DATE NOT < WS-PREV-MARKER
                      MOVE PRT-DATE TO WS-PREV-MARKER
                      MOVE PRT-TIME TO WS-PREV-TIME
                  END-IF
              END-IF
              PERFORM READ-DONE-RECORD
              END-PERFORM.
           CLOSE PRT-DONE-IN.

       READ-DONE-RECORD.
           READ PRT-DONE-IN
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-IN.
           READ RUN-CONTROL-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RUNI-STATUS   TO WS-LOCK-STATUS
                   MOVE RUNI-SET-BY   TO WS-LOCK-BY
                   MOVE RUNI-SET-DATE TO WS-LOCK-DATE
                   MOVE RUNI-SET-TIME TO WS-LOCK-TIME
           END-READ.
           CLOSE RUN-CONTROL-IN.

       READ-EDIT-REPORT.
           OPEN INPUT EDIT-REPORT-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-EDIT-LINE
              PERFORM UNTIL LAST-REC = 'Y'
              EVALUATE ER-LABEL
                  WHEN "RECORDS READ"
                      MOVE ER-COUNT TO WS-EDIT-READ
                      ADD 1 TO WS-EDIT-TOTALS
                  WHEN "RECORDS CLEAN"
                      MOVE ER-COUNT TO WS-EDIT-CLEAN
                      ADD 1 TO WS-EDIT-TOTALS
                  WHEN "RECORDS REJECTED"
                      MOVE ER-COUNT TO WS-EDIT-REJECT
                      ADD 1 TO WS-EDIT-TOTALS
              END-EVALUATE
              PERFORM READ-EDIT-LINE
              END-PERFORM.
           CLOSE EDIT-REPORT-IN.

       READ-EDIT-LINE.
           READ EDIT-REPORT-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-EDIT-LINES
           END-READ.

       READ-RECON-REPORT.
           OPEN INPUT RECON-REPORT-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-RECON-LINE
              PERFORM UNTIL LAST-REC = 'Y'
              EVALUATE RECON-REPORT-REC
                  WHEN "** IN BALANCE **"
                      MOVE 'B' TO WS-RECN-RESULT
                  WHEN "** OUT OF BALANCE - DO NOT DISTRIBUTE **"
                      MOVE 'O' TO WS-RECN-RESULT
                  WHEN "AGING RUN - BALANCING NOT APPLICABLE"
                      MOVE 'A' TO WS-RECN-RESULT
              END-EVALUATE
              EVALUATE RR-LABEL
                  WHEN "RECORDS READ FROM MASTER"
                      MOVE RR-COUNT  TO WS-RECN-READ
                  WHEN "DETAIL RECORDS / DOLLARS"
                      MOVE RR-COUNT  TO WS-RECN-DTL-COUNT
                      MOVE RR-AMOUNT TO WS-RECN-DTL-AMT
                  WHEN "REJECT RECORDS"
                      MOVE RR-COUNT  TO WS-RECN-REJECTS
                  WHEN "SUMMARY RECORDS / DOLLARS"
                      MOVE RR-COUNT  TO WS-RECN-SUM-COUNT
                      MOVE RR-AMOUNT TO WS-RECN-SUM-AMT
              END-EVALUATE
              PERFORM READ-RECON-LINE
              END-PERFORM.
           CLOSE RECON-REPORT-IN.

       READ-RECON-LINE.
           READ RECON-REPORT-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-RECN-LINES
           END-READ.

       READ-ACK-REPORT.
           OPEN INPUT ACK-REPORT-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-ACK-LINE
              PERFORM UNTIL LAST-REC = 'Y'
              EVALUATE ACK-REPORT-REC
                  WHEN "** PRIOR FEED ACKNOWLEDGED CLEAN **"
                      MOVE 'C' TO WS-ACK-RESULT
                  WHEN "NO PRIOR FEED ON FILE - NO ACK OWED"
                      MOVE 'N' TO WS-ACK-RESULT
                  WHEN "** ACK MISSING OR MISMATCHED - FEED HELD **"
                      MOVE 'H' TO WS-ACK-RESULT
              END-EVALUATE
              EVALUATE AR-LABEL
                  WHEN "PRIOR FEED RECORDS / DOLLARS"
                      MOVE AR-COUNT  TO WS-FEED-COUNT
                      MOVE AR-AMOUNT TO WS-FEED-AMT
                  WHEN "ACK RECORDS / DOLLARS"
                      MOVE AR-COUNT  TO WS-ACK-COUNT
                      MOVE AR-AMOUNT TO WS-ACK-AMT
              END-EVALUATE
              PERFORM READ-ACK-LINE
              END-PERFORM.
           CLOSE ACK-REPORT-IN.

       READ-ACK-LINE.
           READ ACK-REPORT-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-ACK-LINES
           END-READ.

       READ-POST-JOURNAL.
           OPEN INPUT POST-JOURNAL-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-POST-LINE.
           IF LAST-REC = 'N'
              AND PJH-TITLE = "ACCTPOST INTEREST POSTING JOURNAL - "
               MOVE PJH-BUS-DATE TO WS-POST-DATE
           END-IF.
           PERFORM UNTIL LAST-REC = 'Y'
              EVALUATE POST-JOURNAL-TOTAL
                  WHEN "NOT A MONTH-END BUSINESS DATE - NO POSTING"
                      MOVE 'N' TO WS-POST-RESULT
                  WHEN "** TOTAL OUT = TOTAL IN + TOTAL ACCRUED **"
                      MOVE 'P' TO WS-POST-RESULT
                  WHEN "** CONTROL TOTALS DO NOT PROVE **"
                      MOVE 'F' TO WS-POST-RESULT
              END-EVALUATE
              EVALUATE PJT-LABEL
                  WHEN "ACCOUNTS POSTED / TOTAL IN"
                      MOVE PJT-COUNT  TO WS-POST-COUNT
                  WHEN "TOTAL ACCRUED"
                      MOVE PJT-AMOUNT TO WS-POST-ACCRUED
              END-EVALUATE
              PERFORM READ-POST-LINE
              END-PERFORM.
           CLOSE POST-JOURNAL-IN.

       READ-POST-LINE.
           READ POST-JOURNAL-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-POST-LINES
           END-READ.

       READ-GL-REPORT.
           OPEN INPUT GL-REPORT-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-GL-LINE
              PERFORM UNTIL LAST-REC = 'Y'
              EVALUATE GLR-TEXT
                  WHEN "** GL ENTRIES TIE TO THE CONTROL TOTALS **"
                      MOVE 'T' TO WS-GL-RESULT
                  WHEN "** BREAK ACCEPTED ON GLCTL - BOOKED **"
                      MOVE 'A' TO WS-GL-RESULT
                  WHEN WS-GL-BREAK-LINE
                      MOVE 'D' TO WS-GL-RESULT
              END-EVALUATE
              PERFORM READ-GL-LINE
              END-PERFORM.
           CLOSE GL-REPORT-IN.

       READ-GL-LINE.
           READ GL-REPORT-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-GL-LINES
           END-READ.

       READ-STATEMENTS.
           OPEN INPUT STATEMENT-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-STATEMENT-LINE.
           IF LAST-REC = 'N' AND STH-PROGRAM = "ACCTSTMT"
               MOVE STH-BUS-DATE TO WS-STMT-DATE
           END-IF.
           PERFORM UNTIL LAST-REC = 'Y'
              IF STATEMENT-TOTAL(2:132) =
                  "NOT A MONTH-END BUSINESS DATE - NO STATEMENTS"
                  MOVE 'N' TO WS-STMT-RESULT
              END-IF
              EVALUATE STT-LABEL
                  WHEN "STATEMENTS PRINTED"
                      MOVE STT-COUNT    TO WS-STMT-COUNT
                      MOVE 'S' TO WS-STMT-RESULT
                  WHEN "ACCOUNTS / BALANCES / INTEREST"
                      MOVE STT-COUNT    TO WS-STMT-ACCOUNTS
                      MOVE STT-BALANCE  TO WS-STMT-BALANCE
                      MOVE STT-INTEREST TO WS-STMT-INTEREST
                  WHEN "ACCOUNTS WITHOUT HOLDER"
                      MOVE STT-COUNT    TO WS-STMT-NOXREF
              END-EVALUATE
              PERFORM READ-STATEMENT-LINE
              END-PERFORM.
           CLOSE STATEMENT-IN.

       READ-STATEMENT-LINE.
           READ STATEMENT-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-STMT-LINES
           END-READ.

       READ-CASH-REPORT.
           OPEN INPUT CASH-REPORT-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-CASH-LINE
              PERFORM UNTIL LAST-REC = 'Y'
              EVALUATE CRT-LABEL
                  WHEN "REPORTABLE RECORDS FILED"
                      MOVE CRT-COUNT  TO WS-CASH-CTR-COUNT
                      MOVE CRT-AMOUNT TO WS-CASH-CTR-AMT
                  WHEN "FLAGGED FOR STRUCTURING REVIEW"
                      MOVE CRT-COUNT  TO WS-CASH-REVIEW
                  WHEN "MOVEMENTS WITHOUT HOLDER XREF"
                      MOVE CRT-COUNT  TO WS-CASH-NOXREF
                      MOVE 'S' TO WS-CASH-RESULT
              END-EVALUATE
              PERFORM READ-CASH-LINE
              END-PERFORM.
           CLOSE CASH-REPORT-IN.

       READ-CASH-LINE.
           READ CASH-REPORT-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-CASH-LINES
           END-READ.

       READ-PROOF-REPORT.
           OPEN INPUT PROOF-REPORT-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-PROOF-LINE
              PERFORM UNTIL LAST-REC = 'Y'
              EVALUATE PRR-TEXT
                  WHEN "** IN BALANCE **"
                      MOVE 'B' TO WS-PROOF-RESULT
                  WHEN WS-PROOF-OUT-LINE
                      MOVE 'O' TO WS-PROOF-RESULT
                  WHEN WS-PROOF-BASE-LINE
                      MOVE 'E' TO WS-PROOF-RESULT
              END-EVALUATE
              PERFORM READ-PROOF-LINE
              END-PERFORM.
           CLOSE PROOF-REPORT-IN.

       READ-PROOF-LINE.
           READ PROOF-REPORT-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-PROOF-LINES
           END-READ.

       PRINT-SHEET-HEADING.
           MOVE WS-BUS-DATE TO HDG-BUS-DATE.
           MOVE 1           TO HDG-PAGE-NBR.
           WRITE CONTROL-SHEET-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-RUN-TIME TO HDG-RUN-TIME.
           EVALUATE TRUE
               WHEN WS-BUSD-FOUND = 'N'
                   MOVE "BUSINESS DATE NOT HANDED ON"
                       TO HDG-MONTH-END
               WHEN WS-MONTH-END = 'E'
                   MOVE "MONTH-END BUSINESS DATE"
                       TO HDG-MONTH-END
               WHEN OTHER
                   MOVE "NOT A MONTH-END BUSINESS DATE"
                       TO HDG-MONTH-END
           END-EVALUATE.
           WRITE CONTROL-SHEET-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.

      *    EACH JUDGE PARAGRAPH SETS STP-OUTCOME, AND FOR AN ANOMALY
      *    PRINTS IT FLAGGED THROUGH PRINT-ANOMALY-LINE AND FOLLOWS
      *    IT WITH ITS ACTION LINES.
       JUDGE-STEP010.
           MOVE "STEP010" TO STP-STEP.
           MOVE "ADDONE"  TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-BUSD-FOUND = 'N'
                   MOVE "NO BUSINESS DATE - STEP010 DID NOT FINISH"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "IF ADDONE REFUSED A SECOND RUN FOR A DATE"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "ALREADY ON PRTDONE, THAT NIGHT HAS RUN - NO"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "ACTION. IF THE CALENDAR IS EXHAUSTED, EXTEND"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "CALFILE AND RESUBMIT THE NIGHTLY FROM THE TOP."
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE 'Y' TO WS-CHAIN-BROKEN
               WHEN WS-MARKER-COUNT = 0
                   MOVE "NO RUN MARKER ON PRTDONE FOR THE DATE"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "CHECK STEP010 ON THE JOB LOG, FIX THE CAUSE"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "AND RESUBMIT THE NIGHTLY FROM THE TOP."
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE 'Y' TO WS-CHAIN-BROKEN
               WHEN OTHER
                   MOVE SPACES TO STP-OUTCOME
                   STRING "BUSINESS DATE RESOLVED, RUN MARKER STAMPED "
                          WS-MARKER-TIME
                       DELIMITED BY SIZE INTO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
           END-EVALUATE.

      *    THE EDIT STEP ONLY RUNS ONCE THE LOCK IS SET, SO ITS REPORT
      *    CONFIRMS THE SET; WITHOUT IT STEP015 CARRIES THE ANOMALY.
       JUDGE-STEP012.
           MOVE "STEP012" TO STP-STEP.
           MOVE "MSTLOCK" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-EDIT-LINES > 0
                   MOVE "MASTER LOCK SET FOR THE NIGHT" TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN OTHER
                   MOVE "LOCK SET NOT CONFIRMED - SEE STEP015"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
           END-EVALUATE.

       JUDGE-STEP015.
           MOVE "STEP015"  TO STP-STEP.
           MOVE "ACCTEDIT" TO STP-PROGRAM.
           ADD WS-EDIT-CLEAN WS-EDIT-REJECT GIVING WS-RECONCILED.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-EDIT-LINES = 0
                   MOVE SPACES TO STP-OUTCOME
                   STRING "NO EDIT REPORT - LOCK NOW " WS-LOCK-STATUS
                          " BY " WS-LOCK-BY " " WS-LOCK-DATE " "
                          WS-LOCK-TIME ", MARKER " WS-MARKER-TIME
                       DELIMITED BY SIZE INTO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "IF STEP012 REFUSED A LOCK LEFT SET BY AN"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "EARLIER NIGHT, FINISH THAT NIGHT'S RESTART OR"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "RUN THE UNLOCK JOB, THEN RESUBMIT WITH"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "RESTART=STEP012. IF STEP015 FAILED, DELETE"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "ACCTSOK AND EDITRPT AND RESUBMIT WITH"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "RESTART=STEP015." TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
               WHEN WS-EDIT-TOTALS < 3
                   MOVE "EDIT REPORT CUT SHORT - STEP015 DID NOT FINISH"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   PERFORM PRINT-EDIT-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
               WHEN WS-RECONCILED NOT = WS-EDIT-READ
                   MOVE "READ NOT = CLEAN + REJECTED (RC=8)"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   PERFORM PRINT-EDIT-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
               WHEN WS-EDIT-REJECT > 0
                   MOVE "RECORDS REJECTED (RC=4) - RUN CONTINUED"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "NO RESTART. CORRECT THE RECORDS LISTED ON"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "EDITRPT THROUGH ACCTMNT BEFORE TONIGHT."
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
               WHEN OTHER
                   MOVE "ALL RECORDS CLEAN" TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
           END-EVALUATE.

       PRINT-EDIT-RESTART.
           MOVE "FIX THE CAUSE, DELETE ACCTSOK AND EDITRPT AND"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "RESUBMIT WITH RESTART=STEP015." TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.

      *    RECNRPT ONLY EXISTS ONCE TOPACCTS ENDED CLEAN.
       JUDGE-STEP020.
           MOVE "STEP020"  TO STP-STEP.
           MOVE "TOPACCTS" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-RECN-LINES > 0
                   MOVE "DETAIL AND SUMMARY GENERATIONS WRITTEN"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN OTHER
                   MOVE "NO RECNRPT - STEP020 OR STEP030 FAILED"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "IF STEP020 FAILED, RESTART IT FROM ITS"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "CHECKPOINT PER THE RESTART NOTES AT THE TOP OF"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "THE NIGHTLY JOB (RESTART=STEP020, RESTARTP ="
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "THE FAILED RUN'S CKPT). IF STEP030 FAILED,"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-RECON-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
           END-EVALUATE.

       JUDGE-STEP030.
           MOVE "STEP030" TO STP-STEP.
           MOVE "ACCTBAL" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-RECN-RESULT = 'B'
                   MOVE "DETAIL, REJECTS AND SUMMARY IN BALANCE"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-RECN-RESULT = 'A'
                   MOVE "AGING RUN - BALANCING NOT APPLICABLE"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-RECN-RESULT = 'O'
                   MOVE "OUT OF BALANCE (RC=8) - FEED AND POSTING HELD"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "HAND RECNRPT TO THE CONTROL DESK. ONCE THE"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "DETAIL IS CORRECTED," TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-RECON-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
               WHEN OTHER
                   MOVE "RECNRPT CUT SHORT - STEP030 DID NOT FINISH"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   PERFORM PRINT-RECON-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
           END-EVALUATE.

       PRINT-RECON-RESTART.
           MOVE "DELETE RECNRPT AND RESUBMIT WITH RESTART=STEP030,"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "OVERRIDING EVERY (+1) TO (0) PER THE RESTART NOTES."
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.

      *    THE ACK CHECK HOLDS ONLY THE FEEDS, NOT THE MASTER PATH.
       JUDGE-STEP058.
           MOVE "STEP058" TO STP-STEP.
           MOVE "WHSEACK" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-ACK-RESULT = 'C'
                   MOVE "PRIOR FEED ACKNOWLEDGED CLEAN" TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-ACK-RESULT = 'N'
                   MOVE "NO PRIOR FEED ON FILE - NO ACK OWED"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-ACK-RESULT = 'H'
                   MOVE "ACK MISSING OR MISMATCHED (RC=8) - FEEDS HELD"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "HAVE THE WAREHOUSE TEAM RESOLVE THE LOAD,"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-ACK-RESTART
               WHEN OTHER
                   MOVE "NO ACK REPORT - STEP058 DID NOT FINISH"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "FIX THE CAUSE," TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-ACK-RESTART
           END-EVALUATE.

       PRINT-ACK-RESTART.
           MOVE 'Y' TO WS-RESTART-OWED.
           MOVE "THEN DELETE ACKRPT AND RESUBMIT WITH RESTART=STEP058,"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "OVERRIDING THE (+1) / (0) GDG REFERENCES PER THE"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "RESTART NOTES." TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.

      *    THE FULL FEED IS CUT ONLY BEHIND A CLEAN ACK CHECK.
       JUDGE-STEP060.
           MOVE "STEP060" TO STP-STEP.
           MOVE "TOPEXTR" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-ACK-RESULT = 'C' OR WS-ACK-RESULT = 'N'
                   MOVE "RELEASED BEHIND A CLEAN ACK CHECK - FEED SENT"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN OTHER
                   MOVE "HELD BY STEP058 - NO FEED SENT TONIGHT"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
           END-EVALUATE.

      *    POSTJRNL ONLY EXISTS ONCE THE BACKUP IS TAKEN AND ACCTPOST
      *    HAS RUN, SO ITS ABSENCE POINTS AT STEP064 - STEP070.
       JUDGE-STEP064.
           MOVE "STEP065" TO STP-STEP.
           MOVE "IDCAMS"  TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-POST-LINES > 0
                   MOVE "MASTER BACKED UP TO MASTBKP" TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN OTHER
                   MOVE "NO POSTJRNL - STEP064, 065 OR 070 FAILED"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "IF STEP064 OR STEP065 FAILED THE MASTER IS"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "UNTOUCHED - RESUBMIT WITH RESTART=STEP064."
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "IF STEP070 FAILED," TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-POST-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
           END-EVALUATE.

       JUDGE-STEP070.
           MOVE "STEP070"  TO STP-STEP.
           MOVE "ACCTPOST" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-POST-DATE NOT = WS-BUS-DATE-X
                   MOVE SPACES TO STP-OUTCOME
                   STRING "POSTING JOURNAL IS DATED " WS-POST-DATE
                          ", NOT THE BUSINESS DATE"
                       DELIMITED BY SIZE INTO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "CONFIRM WHICH DATE ACCTPOST POSTED FOR AGAINST"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "BUSDATE BEFORE ANY RESTART. IF IT MUST BE RUN"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "AGAIN," TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-POST-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
               WHEN WS-POST-RESULT = 'N'
                   MOVE "NOT A MONTH-END BUSINESS DATE - NO POSTING"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-POST-RESULT = 'P'
                   MOVE "INTEREST POSTED - TOTAL OUT = IN + ACCRUED"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-POST-RESULT = 'F'
                   MOVE "CONTROL TOTALS DO NOT PROVE (RC=8)"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   PERFORM PRINT-POST-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
               WHEN OTHER
                   MOVE "POSTJRNL CUT SHORT - STEP070 DID NOT FINISH"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   PERFORM PRINT-POST-RESTART
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
           END-EVALUATE.

       PRINT-POST-RESTART.
           MOVE "NEVER SIMPLY RERUN STEP070. RESTORE THE MASTER FROM"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "Z08141.TOPACCTS.MASTBKP (REPRO WITH REPLACE), THEN"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "DELETE POSTJRNL AND RESUBMIT WITH RESTART=STEP070."
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.

      *    A GL BREAK HOLDS ONLY THE GL FILE, NOT THE MASTER PATH.
       JUDGE-STEP071.
           MOVE "STEP071" TO STP-STEP.
           MOVE "GLINTF"  TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-POST-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-GL-RESULT = 'T'
                   MOVE "GLJE WRITTEN - ENTRIES TIE TO CONTROL TOTALS"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-GL-RESULT = 'A'
                   MOVE "GLJE WRITTEN - BREAK ACCEPTED ON GLCTL (RC=4)"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-GL-RESULT = 'D'
                   MOVE "GL ENTRIES DO NOT TIE (RC=8) - GL FILE EMPTY"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "DO NOT SEND GLJE. HAND GLRPT TO THE CONTROL"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "DESK. IT BREAKS EVERY NIGHT UNTIL ACCEPTED:"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "ONCE THE DESK HAS EXPLAINED IT, PUT TONIGHT'S"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "BUSINESS DATE (COLS 1-8) AND THE EXPLANATION"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "(COLS 10-49) ON Z08141.TOPACCTS.GLCTL,"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-GL-RESTART
               WHEN OTHER
                   MOVE "NO GL PROOF RESULT - STEP071 DID NOT FINISH"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "FIX THE CAUSE (RC=16 IS A GLMAP CARD ERROR),"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-GL-RESTART
           END-EVALUATE.

       PRINT-GL-RESTART.
           MOVE 'Y' TO WS-RESTART-OWED.
           MOVE "THEN DELETE GLJE AND GLRPT AND RESUBMIT WITH"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "RESTART=STEP071 - NOTHING WAS BOOKED OR REGISTERED."
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.

       JUDGE-STEP075.
           MOVE "STEP075"  TO STP-STEP.
           MOVE "ACCTSTMT" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-STMT-RESULT = 'N'
                   MOVE "NOT A MONTH-END BUSINESS DATE - NO STATEMENTS"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-STMT-RESULT = 'S' AND WS-STMT-NOXREF > 0
                   MOVE "PRINTED, ACCOUNTS WITHOUT HOLDER (RC=4)"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "NO RESTART. WORK THE ACCOUNTS WITHOUT A HOLDER"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "THROUGH HLDRMNT." TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
               WHEN WS-STMT-RESULT = 'S'
                   MOVE "STATEMENTS PRINTED" TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN OTHER
                   IF WS-STMT-LINES = 0
                       MOVE "NO STATEMENTS OUTPUT - STEP075 FAILED"
                           TO STP-OUTCOME
                   ELSE
                       MOVE "STMTOUT CUT SHORT - STEP075 DID NOT FINISH"
                           TO STP-OUTCOME
                   END-IF
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "INTEREST IS ALREADY POSTED - DO NOT RERUN"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "STEP070. DELETE STMTOUT AND RESUBMIT WITH"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "RESTART=STEP075; ITS STEP080 CLEARS THE LOCK."
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE 'Y' TO WS-CHAIN-BROKEN WS-RESTART-OWED
           END-EVALUATE.

      *    THE CASH MONITOR'S COND TESTS ONLY STEP010 AND STEP012, AND
      *    IT IS RERUN ON ITS OWN RATHER THAN BY A RESTART=.
       JUDGE-STEP076.
           MOVE "STEP076" TO STP-STEP.
           MOVE "CASHMON" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-DATE-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-CASH-RESULT = 'S' AND WS-CASH-NOXREF > 0
                   MOVE "CASH WITHOUT HOLDER CROSS-REFERENCE (RC=4)"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "NO RESTART. WORK THE ACCOUNTS WITHOUT A HOLDER"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "THROUGH HLDRMNT." TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
               WHEN WS-CASH-RESULT = 'S'
                   MOVE "CASH MONITORED - CASHRPT TO COMPLIANCE"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN OTHER
                   IF WS-CASH-LINES = 0
                       MOVE "NO CASHRPT - STEP076 DID NOT RUN OR FAILED"
                           TO STP-OUTCOME
                   ELSE
                       MOVE "CASHRPT CUT SHORT - STEP076 DID NOT FINISH"
                           TO STP-OUTCOME
                   END-IF
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "FIX THE CAUSE, DELETE CASHRPT AND RERUN"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "CASHMON ON ITS OWN WITH THIS NIGHT'S DATE ON"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "BUSDTIN." TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
           END-EVALUATE.

      *    AN IMBALANCE IS AN INVESTIGATION, NOT A RESTART - MSTPROOF
      *    HAS ALREADY WRITTEN TONIGHT'S CLOSE.
       JUDGE-STEP078.
           MOVE "STEP078"  TO STP-STEP.
           MOVE "MSTPROOF" TO STP-PROGRAM.
           EVALUATE TRUE
               WHEN WS-POST-BROKEN = 'Y'
                   PERFORM PRINT-NOT-RUN-LINE
               WHEN WS-PROOF-RESULT = 'B'
                   MOVE "MASTER IN BALANCE WITH THE CONTROL LEDGER"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-PROOF-RESULT = 'E'
                   MOVE "NO EARLIER CLOSE - BASELINE ESTABLISHED"
                       TO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-PROOF-RESULT = 'O'
                   MOVE "MASTER OUT OF BALANCE (RC=8) - UNEXPLAINED"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "NO RESTART. HAND PROOFRPT TO THE CONTROL DESK"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "BEFORE THE BRANCHES OPEN." TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
               WHEN OTHER
                   MOVE "NO PROOF RESULT - STEP078 DID NOT FINISH"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "FIX THE CAUSE, DELETE PROOFRPT AND RESUBMIT"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "WITH RESTART=STEP078." TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE 'Y' TO WS-RESTART-OWED
           END-EVALUATE.

      *    THE LOCK IS JUDGED WHATEVER RAN BEFORE IT.
       JUDGE-STEP080.
           MOVE "STEP080" TO STP-STEP.
           MOVE "MSTLOCK" TO STP-PROGRAM.
           MOVE SPACES TO STP-OUTCOME.
           EVALUATE TRUE
               WHEN WS-LOCK-STATUS = 'F'
                   STRING "MASTER LOCK RELEASED BY " WS-LOCK-BY " "
                          WS-LOCK-DATE " " WS-LOCK-TIME
                       DELIMITED BY SIZE INTO STP-OUTCOME
                   PERFORM PRINT-STEP-LINE
               WHEN WS-LOCK-STATUS = 'B'
                   STRING "MASTER LOCK STILL HELD - SET BY " WS-LOCK-BY
                          " " WS-LOCK-DATE " " WS-LOCK-TIME
                       DELIMITED BY SIZE INTO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   IF WS-CHAIN-BROKEN = 'Y'
                       MOVE "THE RESTARTED NIGHT'S STEP080 CLEARS IT."
                           TO ACT-TEXT
                       PERFORM PRINT-ACTION-LINE
                       MOVE "RUN THE UNLOCK JOB ONLY IF THE NIGHT IS"
                           TO ACT-TEXT
                       PERFORM PRINT-ACTION-LINE
                       MOVE "BEING ABANDONED RATHER THAN RESTARTED."
                           TO ACT-TEXT
                       PERFORM PRINT-ACTION-LINE
                   ELSE
                       MOVE "STEP080 DID NOT CLEAR IT - CHECK THE JOB"
                           TO ACT-TEXT
                       PERFORM PRINT-ACTION-LINE
                       MOVE "LOG, THEN RUN THE UNLOCK JOB." TO ACT-TEXT
                       PERFORM PRINT-ACTION-LINE
                   END-IF
               WHEN OTHER
                   MOVE "NO RUN-CONTROL RECORD ON RUNCTL"
                       TO STP-OUTCOME
                   PERFORM PRINT-ANOMALY-LINE
                   MOVE "RUN THE UNLOCK JOB TO ALLOCATE RUNCTL BEFORE"
                       TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
                   MOVE "THE NEXT NIGHT." TO ACT-TEXT
                   PERFORM PRINT-ACTION-LINE
           END-EVALUATE.

      *    THIS STEP RUNS EVEN AFTER A FAILURE AND ALLOCATES EACH
      *    REPORT IT READS, SO ONE NEVER WRITTEN IS LEFT CATALOGED
      *    EMPTY - IT MUST GO BEFORE A RESTARTED STEP ALLOCATES IT NEW.
       PRINT-RESTART-NOTE.
           MOVE "BEFORE ANY RESTART=, DELETE EVERY ONE OF EDITRPT,"
               TO ACT-TEXT.
           MOVE "NOTE:" TO ACT-LABEL.
           WRITE CONTROL-SHEET-LINE FROM ACTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ACT-LABEL.
           MOVE "RECNRPT, ACKRPT, POSTJRNL, GLRPT, STMTOUT, CASHRPT"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "AND PROOFRPT THAT THE RESTARTED STEPS WRITE - THIS"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "SHEET'S STEP LEAVES AN EMPTY ONE CATALOGED FOR"
               TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.
           MOVE "EACH REPORT NOT WRITTEN." TO ACT-TEXT.
           PERFORM PRINT-ACTION-LINE.

       PRINT-NOT-RUN-LINE.
           MOVE "NOT RUN - BYPASSED BY AN EARLIER FAILURE"
               TO STP-OUTCOME.
           PERFORM PRINT-STEP-LINE.

       PRINT-STEP-LINE.
           MOVE SPACES TO STP-FLAG.
           WRITE CONTROL-SHEET-LINE FROM STEP-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STP-OUTCOME.

       PRINT-ANOMALY-LINE.
           ADD 1 TO WS-ANOMALIES.
           MOVE "***" TO STP-FLAG.
           WRITE CONTROL-SHEET-LINE FROM STEP-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STP-OUTCOME.
           MOVE "ACTION:" TO ACT-LABEL.

       PRINT-ACTION-LINE.
           WRITE CONTROL-SHEET-LINE FROM ACTION-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ACT-LABEL.
           MOVE SPACES TO ACT-TEXT.

      *    THE KEY FIGURES OF EACH STAGE, AS ITS OWN REPORT GAVE THEM.
       PRINT-FIGURES.
           WRITE CONTROL-SHEET-LINE FROM FIGURE-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CONTROL-SHEET-LINE.
           WRITE CONTROL-SHEET-LINE AFTER ADVANCING 1 LINE.
           MOVE "EDIT"                   TO FIG-STAGE.
           MOVE "MASTER RECORDS READ"    TO FIG-LABEL.
           MOVE WS-EDIT-READ             TO FIG-COUNT.
           MOVE 0                        TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "RECORDS CLEAN"          TO FIG-LABEL.
           MOVE WS-EDIT-CLEAN            TO FIG-COUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "RECORDS REJECTED"       TO FIG-LABEL.
           MOVE WS-EDIT-REJECT           TO FIG-COUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "DETAIL"                 TO FIG-STAGE.
           MOVE "RECORDS READ BY TOPACCTS" TO FIG-LABEL.
           MOVE WS-RECN-READ             TO FIG-COUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "DETAIL RECORDS / DOLLARS" TO FIG-LABEL.
           MOVE WS-RECN-DTL-COUNT        TO FIG-COUNT.
           MOVE WS-RECN-DTL-AMT          TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "REJECT RECORDS"         TO FIG-LABEL.
           MOVE WS-RECN-REJECTS          TO FIG-COUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "SUMMARY RECORDS / DOLLARS" TO FIG-LABEL.
           MOVE WS-RECN-SUM-COUNT        TO FIG-COUNT.
           MOVE WS-RECN-SUM-AMT          TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "FEED"                   TO FIG-STAGE.
           MOVE "PRIOR FEED SENT RECORDS / DOLLARS" TO FIG-LABEL.
           MOVE WS-FEED-COUNT            TO FIG-COUNT.
           MOVE WS-FEED-AMT              TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "ACKNOWLEDGED RECORDS / DOLLARS" TO FIG-LABEL.
           MOVE WS-ACK-COUNT             TO FIG-COUNT.
           MOVE WS-ACK-AMT               TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "INTEREST"               TO FIG-STAGE.
           MOVE "ACCOUNTS POSTED / ACCRUED" TO FIG-LABEL.
           MOVE WS-POST-COUNT            TO FIG-COUNT.
           MOVE WS-POST-ACCRUED          TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "STATEMENT"              TO FIG-STAGE.
           MOVE "STATEMENTS PRODUCED"    TO FIG-LABEL.
           MOVE WS-STMT-COUNT            TO FIG-COUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "ACCOUNTS / BALANCES"    TO FIG-LABEL.
           MOVE WS-STMT-ACCOUNTS         TO FIG-COUNT.
           MOVE WS-STMT-BALANCE          TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "INTEREST ON STATEMENTS" TO FIG-LABEL.
           MOVE 0                        TO FIG-COUNT.
           MOVE WS-STMT-INTEREST         TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "ACCOUNTS WITHOUT HOLDER" TO FIG-LABEL.
           MOVE WS-STMT-NOXREF           TO FIG-COUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "CASH"                   TO FIG-STAGE.
           MOVE "REPORTABLE RECORDS / DOLLARS" TO FIG-LABEL.
           MOVE WS-CASH-CTR-COUNT        TO FIG-COUNT.
           MOVE WS-CASH-CTR-AMT          TO FIG-AMOUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "FLAGGED FOR STRUCTURING REVIEW" TO FIG-LABEL.
           MOVE WS-CASH-REVIEW           TO FIG-COUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE "MOVEMENTS WITHOUT HOLDER XREF" TO FIG-LABEL.
           MOVE WS-CASH-NOXREF           TO FIG-COUNT.
           PERFORM PRINT-FIGURE-LINE.
           MOVE SPACES TO CONTROL-SHEET-LINE.
           IF WS-PREV-MARKER = SPACES
               MOVE "PRTDONE   NO EARLIER NIGHT ON THE RUN HISTORY"
                   TO CONTROL-SHEET-LINE
           ELSE
               STRING "PRTDONE   PREVIOUS NIGHT ON THE RUN HISTORY "
                      WS-PREV-MARKER " STARTED " WS-PREV-TIME
                   DELIMITED BY SIZE INTO CONTROL-SHEET-LINE
           END-IF.
           WRITE CONTROL-SHEET-LINE AFTER ADVANCING 2 LINES.

       PRINT-FIGURE-LINE.
           WRITE CONTROL-SHEET-LINE FROM FIGURE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FIG-STAGE.
           MOVE 0      TO FIG-AMOUNT.
