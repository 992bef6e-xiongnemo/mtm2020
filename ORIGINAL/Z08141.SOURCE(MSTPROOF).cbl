       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTPROOF.
       AUTHOR.        NEMO.
      *
      *    NIGHTLY MASTER CONTROL-TOTAL PROOF. THE ACCOUNT MASTER IS
      *    CHANGED BY SEVERAL PROGRAMS (ACCTTRN, ACCTPOST, ACCTMNT,
      *    ACCTPURG, ACCTRSTR, ACCTHOLD) AND EACH ONE ONLY PROVES ITS
      *    OWN RUN.
      *    THIS STEP PROVES THE MASTER AS A WHOLE FROM ONE NIGHT TO
      *    THE NEXT.
      *
      *    EVERY UPDATING PROGRAM APPENDS ONE MOVEMENT RECORD ('M')
      *    TO THE RETAINED CONTROL-TOTAL LEDGER (CTLLDGR) AT THE END
      *    OF EACH RUN: RECORDS CHANGED, NET CHANGE IN ACCOUNT COUNT,
      *    AND GROSS CREDITS / DEBITS TO THE MASTER'S DOLLARS - THE
      *    CLOSING TOTALS OF ITS OWN JOURNAL. THIS PROGRAM THEN:
      *        1. READS THE LEDGER FOR THE LAST CLOSE RECORD ('C') -
      *           LAST NIGHT'S PROVEN MASTER COUNT AND DOLLARS, WHICH
      *           ARE TONIGHT'S OPENING FIGURES - AND TOTALS EVERY
      *           MOVEMENT RECORD WRITTEN SINCE, BY SOURCE PROGRAM.
      *        2. RE-TALLIES THE SAME MOVEMENT INDEPENDENTLY FROM THE
      *           AUDTJRNL BEFORE / AFTER IMAGES APPENDED SINCE LAST
      *           NIGHT'S CLOSE (THE CLOSE RECORD CARRIES THE JOURNAL
      *           RECORD COUNT IT HAD REACHED), BY SOURCE PROGRAM.
      *        3. RE-SUMS THE LIVE MASTER (ACCOUNT COUNT AND DOLLARS).
      *    AND PROVES, BY SOURCE PROGRAM, THAT THE LEDGER AND THE
      *    JOURNAL AGREE ON RECORDS CHANGED, ACCOUNT-COUNT CHANGE,
      *    CREDITS AND DEBITS, AND THAT OPENING + NET LEDGER MOVEMENT
      *    EQUALS THE RE-SUMMED MASTER. EVERY OUT-OF-BALANCE FIGURE
      *    IS LISTED ON PROOFRPT AND THE STEP ENDS RC=8, SO A CHANGE
      *    NOBODY ACCOUNTS FOR IS CAUGHT THE MORNING IT HAPPENS.
      *
      *    THE STEP THEN APPENDS AN OPENING RECORD ('O') AND A CLOSE
      *    RECORD ('C') FOR THE BUSINESS DATE. THE CLOSE CARRIES THE
      *    RE-SUMMED (ACTUAL) FIGURES EVEN WHEN OUT OF BALANCE, SO A
      *    DISCREPANCY IS REPORTED ONCE, ON THE NIGHT IT APPEARS,
      *    INSTEAD OF RIDING INTO EVERY LATER PROOF. ON THE FIRST
      *    NIGHT (NO CLOSE RECORD ON THE LEDGER YET) THE STEP ONLY
      *    ESTABLISHES THE BASELINE AND ENDS RC=0.
      *
      *    A PROGRAM THAT JOURNALS CHANGES BUT DIES BEFORE POSTING ITS
      *    LEDGER RECORD, OR A MASTER RESTORED FROM BACKUP, SHOWS UP
      *    HERE AS OUT OF BALANCE - BY DESIGN. EXPLAIN IT AND ANNOTATE
      *    THE REPORT; THE NEXT NIGHT STARTS FROM THE ACTUAL MASTER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY MST-ACCT-NUMBER
               FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT OPTIONAL CONTROL-LEDGER ASSIGN TO CTLLDGR.
           SELECT OPTIONAL AUDIT-JOURNAL-IN ASSIGN TO AUDTJRNL.
           SELECT PROOF-REPORT-OUT ASSIGN TO PROOFRPT.

       DATA DIVISION.
       FILE SECTION.
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

      *    CONTROL-TOTAL LEDGER. 'M' MOVEMENT RECORDS ARE WRITTEN BY
      *    THE UPDATING PROGRAMS; 'O' OPENING AND 'C' CLOSE RECORDS
      *    BY THIS PROGRAM ONLY.
       FD  CONTROL-LEDGER RECORDING MODE F.
       01  LEDGER-REC.
           05  LDG-REC-TYPE        PIC X(1).
               88  LDG-MOVEMENT        VALUE 'M'.
               88  LDG-OPENING         VALUE 'O'.
               88  LDG-CLOSE           VALUE 'C'.
           05  FILLER              PIC X(1).
           05  LDG-BUS-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  LDG-PROGRAM         PIC X(8).
           05  FILLER              PIC X(1).
           05  LDG-RUN-DATE        PIC 9(8).
           05  LDG-RUN-TIME        PIC 9(4).
           05  FILLER              PIC X(1).
           05  LDG-FIGURES         PIC X(47).
           05  LDG-MOVE-FIGURES REDEFINES LDG-FIGURES.
               10  LDG-ACTIVITY        PIC 9(7).
               10  LDG-ACCT-CHANGE     PIC S9(7)
                                       SIGN LEADING SEPARATE.
               10  LDG-CREDITS         PIC 9(11)V99.
               10  LDG-DEBITS          PIC 9(11)V99.
               10  FILLER              PIC X(6).
           05  LDG-MAST-FIGURES REDEFINES LDG-FIGURES.
               10  LDG-MAST-COUNT      PIC 9(9).
               10  LDG-MAST-DOLLARS    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  LDG-JRNL-POSITION   PIC 9(9).
               10  FILLER              PIC X(13).

       FD  AUDIT-JOURNAL-IN RECORD CONTAINS 200 CHARACTERS
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

       FD  PROOF-REPORT-OUT RECORDING MODE F.
       01  PROOF-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       01  LAST-REC          PIC X(1)  VALUE 'N'.

       01  WS-MASTER-STATUS  PIC X(2).

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-RUN-DATE       PIC 9(8)  VALUE 0.

       01  WS-RUN-TIME       PIC 9(4)  VALUE 0.

       01  WS-PRIOR-CLOSE    PIC X(1)  VALUE 'N'.

       01  WS-PRIOR-DATE     PIC 9(8)  VALUE 0.

       01  WS-OPEN-COUNT     PIC 9(9)  VALUE 0.

       01  WS-OPEN-DOLLARS   PIC S9(13)V99 VALUE 0.

       01  WS-OPEN-POSITION  PIC 9(9)  VALUE 0.

       01  WS-JRNL-COUNT     PIC 9(9)  VALUE 0.

       01  WS-JRNL-SHORT     PIC X(1)  VALUE 'N'.

       01  WS-MAST-COUNT     PIC 9(9)  VALUE 0.

       01  WS-MAST-DOLLARS   PIC S9(13)V99 VALUE 0.

       01  WS-BAD-BALANCES   PIC 9(9)  VALUE 0.

       01  WS-EXPECT-COUNT   PIC S9(9) VALUE 0.

       01  WS-EXPECT-DOLLARS PIC S9(13)V99 VALUE 0.

       01  WS-LDG-NET-CHANGE PIC S9(9) VALUE 0.

       01  WS-LDG-NET-DOLLARS PIC S9(13)V99 VALUE 0.

       01  WS-DIFF-COUNT     PIC S9(9) VALUE 0.

       01  WS-DIFF-DOLLARS   PIC S9(13)V99 VALUE 0.

       01  WS-BEFORE-BAL     PIC S9(9)V99 VALUE 0.

       01  WS-AFTER-BAL      PIC S9(9)V99 VALUE 0.

       01  WS-DELTA          PIC S9(11)V99 VALUE 0.

       01  WS-ERROR-FLAG     PIC X(1)  VALUE 'N'.

       01  WS-SEARCH-NAME    PIC X(8).

       01  WS-SUB            PIC 9(5).

       01  WS-PGM-SUB        PIC 9(5).

       01  WS-PGM-MAX        PIC 9(5)  VALUE 30.

       01  WS-PGM-COUNT      PIC 9(5)  VALUE 0.

      *    ONE ENTRY PER SOURCE PROGRAM SEEN SINCE THE LAST CLOSE,
      *    LEDGER FIGURES (LDG-) BESIDE JOURNAL FIGURES (JRN-). THE
      *    LAST ENTRY CATCHES ANY OVERFLOW UNDER THE NAME *OTHER*.
       01  WS-PROGRAM-TABLE.
           05  WS-PGM-ENTRY OCCURS 30 TIMES.
               10  PGM-NAME            PIC X(8).
               10  PGM-LDG-RUNS        PIC 9(5).
               10  PGM-LDG-ACTIVITY    PIC 9(9).
               10  PGM-LDG-CHANGE      PIC S9(9).
               10  PGM-LDG-CREDITS     PIC 9(13)V99.
               10  PGM-LDG-DEBITS      PIC 9(13)V99.
               10  PGM-JRN-ACTIVITY    PIC 9(9).
               10  PGM-JRN-CHANGE      PIC S9(9).
               10  PGM-JRN-CREDITS     PIC 9(13)V99.
               10  PGM-JRN-DEBITS      PIC 9(13)V99.

      *    MASTER-RECORD VIEW OF AN AUDIT IMAGE - THE BALANCE SITS AT
      *    BYTES 69-74 OF THE 80-BYTE IMAGE.
       01  WS-IMAGE.
           05  IMG-ACCT-NUMBER     PIC 9(7).
           05  FILLER              PIC X(61).
           05  IMG-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(6).

       01  WS-PRINT-LINE.
           05  PRT-LABEL       PIC X(30).
           05  PRT-COUNT       PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  PRT-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(66) VALUE SPACES.

       01  PROGRAM-LINE.
           05  PGL-NAME        PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PGL-SOURCE      PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PGL-ACTIVITY    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PGL-CHANGE      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PGL-CREDITS     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PGL-DEBITS      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PGL-NOTE        PIC X(20).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  WS-FIGURE-NAME    PIC X(20).

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-TIME.
           OPEN OUTPUT PROOF-REPORT-OUT.
           MOVE SPACES TO PROOF-REPORT-LINE.
           STRING "MSTPROOF MASTER CONTROL-TOTAL PROOF - "
                  WS-BUS-DATE
               DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE AFTER ADVANCING PAGE.
           PERFORM WRITE-BLANK-LINE.
           PERFORM SCAN-CONTROL-LEDGER.
           PERFORM SCAN-AUDIT-JOURNAL.
           PERFORM SUM-ACCOUNT-MASTER.
           IF WS-PRIOR-CLOSE = 'N'
               PERFORM ESTABLISH-BASELINE
               CLOSE PROOF-REPORT-OUT
               STOP RUN
           END-IF.
           PERFORM WRITE-PROGRAM-FIGURES.
           PERFORM PROVE-MASTER-TOTALS.
           PERFORM APPEND-OPEN-AND-CLOSE.
           PERFORM WRITE-BLANK-LINE.
           IF WS-ERROR-FLAG = 'Y'
               MOVE "** OUT OF BALANCE - UNEXPLAINED MASTER CHANGE **"
                   TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
               DISPLAY "MSTPROOF: MASTER OUT OF BALANCE - SEE PROOFRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "** IN BALANCE **" TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE PROOF-REPORT-OUT.
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

      *    ONLY MOVEMENTS AFTER THE LAST CLOSE RECORD BELONG TO
      *    TONIGHT'S PROOF - A CLOSE RECORD EMPTIES THE TABLE.
       SCAN-CONTROL-LEDGER.
           OPEN INPUT CONTROL-LEDGER.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-LEDGER-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM APPLY-LEDGER-RECORD
              PERFORM READ-LEDGER-RECORD
              END-PERFORM.
           CLOSE CONTROL-LEDGER.

       APPLY-LEDGER-RECORD.
           EVALUATE TRUE
               WHEN LDG-CLOSE
                   MOVE 'Y'               TO WS-PRIOR-CLOSE
                   MOVE LDG-BUS-DATE      TO WS-PRIOR-DATE
                   MOVE LDG-MAST-COUNT    TO WS-OPEN-COUNT
                   MOVE LDG-MAST-DOLLARS  TO WS-OPEN-DOLLARS
                   MOVE LDG-JRNL-POSITION TO WS-OPEN-POSITION
                   MOVE 0 TO WS-PGM-COUNT
               WHEN LDG-MOVEMENT
                   MOVE LDG-PROGRAM TO WS-SEARCH-NAME
                   PERFORM FIND-PROGRAM-ENTRY
                   ADD 1               TO PGM-LDG-RUNS(WS-PGM-SUB)
                   IF LDG-ACTIVITY IS NUMERIC
                       ADD LDG-ACTIVITY TO PGM-LDG-ACTIVITY(WS-PGM-SUB)
                   END-IF
                   IF LDG-ACCT-CHANGE IS NUMERIC
                       ADD LDG-ACCT-CHANGE
                           TO PGM-LDG-CHANGE(WS-PGM-SUB)
                   END-IF
                   IF LDG-CREDITS IS NUMERIC
                       ADD LDG-CREDITS TO PGM-LDG-CREDITS(WS-PGM-SUB)
                   END-IF
                   IF LDG-DEBITS IS NUMERIC
                       ADD LDG-DEBITS TO PGM-LDG-DEBITS(WS-PGM-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE JOURNAL IS APPEND-ONLY, SO ITS RECORD COUNT AT LAST
      *    NIGHT'S CLOSE MARKS WHERE TONIGHT'S MOVEMENT STARTS.
       SCAN-AUDIT-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-JOURNAL-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              IF WS-JRNL-COUNT > WS-OPEN-POSITION
                  AND WS-PRIOR-CLOSE = 'Y'
                  PERFORM TALLY-JOURNAL-RECORD
              END-IF
              PERFORM READ-JOURNAL-RECORD
              END-PERFORM.
           CLOSE AUDIT-JOURNAL-IN.
           IF WS-PRIOR-CLOSE = 'Y' AND WS-JRNL-COUNT < WS-OPEN-POSITION
               MOVE 'Y' TO WS-JRNL-SHORT
           END-IF.

       TALLY-JOURNAL-RECORD.
           MOVE AUD-PROGRAM TO WS-SEARCH-NAME.
           PERFORM FIND-PROGRAM-ENTRY.
           ADD 1 TO PGM-JRN-ACTIVITY(WS-PGM-SUB).
           MOVE 0 TO WS-BEFORE-BAL WS-AFTER-BAL.
           MOVE AUD-BEFORE-IMAGE TO WS-IMAGE.
           IF WS-IMAGE NOT = SPACES
               IF IMG-ACCT-BALANCE IS NUMERIC
                   MOVE IMG-ACCT-BALANCE TO WS-BEFORE-BAL
               END-IF
           END-IF.
           MOVE AUD-AFTER-IMAGE TO WS-IMAGE.
           IF WS-IMAGE NOT = SPACES
               IF IMG-ACCT-BALANCE IS NUMERIC
                   MOVE IMG-ACCT-BALANCE TO WS-AFTER-BAL
               END-IF
           END-IF.
           IF AUD-BEFORE-IMAGE = SPACES AND AUD-AFTER-IMAGE NOT = SPACES
               ADD 1 TO PGM-JRN-CHANGE(WS-PGM-SUB)
           END-IF.
           IF AUD-BEFORE-IMAGE NOT = SPACES AND AUD-AFTER-IMAGE = SPACES
               SUBTRACT 1 FROM PGM-JRN-CHANGE(WS-PGM-SUB)
           END-IF.
           COMPUTE WS-DELTA = WS-AFTER-BAL - WS-BEFORE-BAL.
           IF WS-DELTA > 0
               ADD WS-DELTA TO PGM-JRN-CREDITS(WS-PGM-SUB)
           END-IF.
           IF WS-DELTA < 0
               SUBTRACT WS-DELTA FROM PGM-JRN-DEBITS(WS-PGM-SUB)
           END-IF.

       FIND-PROGRAM-ENTRY.
           MOVE 0 TO WS-PGM-SUB.
           MOVE 0 TO WS-SUB.
           PERFORM CHECK-ONE-PROGRAM WS-PGM-COUNT TIMES.
           IF WS-PGM-SUB = 0
               IF WS-PGM-COUNT < WS-PGM-MAX
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-SUB
                   IF WS-PGM-COUNT = WS-PGM-MAX
                       MOVE "*OTHER*" TO PGM-NAME(WS-PGM-SUB)
                   ELSE
                       MOVE WS-SEARCH-NAME TO PGM-NAME(WS-PGM-SUB)
                   END-IF
                   MOVE 0 TO PGM-LDG-RUNS(WS-PGM-SUB)
                             PGM-LDG-ACTIVITY(WS-PGM-SUB)
                             PGM-LDG-CHANGE(WS-PGM-SUB)
                             PGM-LDG-CREDITS(WS-PGM-SUB)
                             PGM-LDG-DEBITS(WS-PGM-SUB)
                             PGM-JRN-ACTIVITY(WS-PGM-SUB)
                             PGM-JRN-CHANGE(WS-PGM-SUB)
                             PGM-JRN-CREDITS(WS-PGM-SUB)
                             PGM-JRN-DEBITS(WS-PGM-SUB)
               ELSE
                   MOVE WS-PGM-MAX TO WS-PGM-SUB
               END-IF
           END-IF.

       CHECK-ONE-PROGRAM.
           ADD 1 TO WS-SUB.
           IF PGM-NAME(WS-SUB) = WS-SEARCH-NAME
               MOVE WS-SUB TO WS-PGM-SUB
           END-IF.

       SUM-ACCOUNT-MASTER.
           OPEN INPUT ACCT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "MSTPROOF: MASTER OPEN FAILED, STATUS "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-MASTER-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              ADD 1 TO WS-MAST-COUNT
              IF MST-ACCT-BALANCE IS NUMERIC
                  ADD MST-ACCT-BALANCE TO WS-MAST-DOLLARS
              ELSE
                  ADD 1 TO WS-BAD-BALANCES
              END-IF
              PERFORM READ-MASTER-RECORD
              END-PERFORM.
           CLOSE ACCT-MASTER.

       ESTABLISH-BASELINE.
           MOVE "NO CLOSE RECORD ON THE CONTROL LEDGER - BASELINE"
               TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ESTABLISHED FROM THE CURRENT MASTER, NOTHING PROVED"
               TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-MAST-COUNT   TO WS-OPEN-COUNT.
           MOVE WS-MAST-DOLLARS TO WS-OPEN-DOLLARS.
           MOVE WS-JRNL-COUNT   TO WS-OPEN-POSITION.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "MASTER ACCOUNTS / DOLLARS" TO PRT-LABEL.
           MOVE WS-MAST-COUNT TO PRT-COUNT.
           MOVE WS-MAST-DOLLARS TO PRT-AMOUNT.
           PERFORM WRITE-PRINT-LINE.
           MOVE "AUDIT JOURNAL RECORDS" TO PRT-LABEL.
           MOVE WS-JRNL-COUNT TO PRT-COUNT.
           MOVE 0 TO PRT-AMOUNT.
           PERFORM WRITE-PRINT-LINE.
           PERFORM APPEND-OPEN-AND-CLOSE.

       WRITE-PROGRAM-FIGURES.
           MOVE SPACES TO PROOF-REPORT-LINE.
           STRING "OPENING FIGURES FROM CLOSE OF " WS-PRIOR-DATE
               DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE "PROGRAM   SOURCE        RECORDS   ACCT CHANGE"
               TO PROOF-REPORT-LINE.
           MOVE "CREDITS" TO PROOF-REPORT-LINE(61:7).
           MOVE "DEBITS"  TO PROOF-REPORT-LINE(84:6).
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM WRITE-BLANK-LINE.
           IF WS-PGM-COUNT = 0
               MOVE "NO MASTER MOVEMENT SINCE THE LAST CLOSE"
                   TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 0 TO WS-PGM-SUB.
           PERFORM PROVE-ONE-PROGRAM WS-PGM-COUNT TIMES.

       PROVE-ONE-PROGRAM.
           ADD 1 TO WS-PGM-SUB.
           MOVE SPACES TO PROGRAM-LINE.
           MOVE PGM-NAME(WS-PGM-SUB)         TO PGL-NAME.
           MOVE "LEDGER"                     TO PGL-SOURCE.
           MOVE PGM-LDG-ACTIVITY(WS-PGM-SUB) TO PGL-ACTIVITY.
           MOVE PGM-LDG-CHANGE(WS-PGM-SUB)   TO PGL-CHANGE.
           MOVE PGM-LDG-CREDITS(WS-PGM-SUB)  TO PGL-CREDITS.
           MOVE PGM-LDG-DEBITS(WS-PGM-SUB)   TO PGL-DEBITS.
           IF PGM-LDG-RUNS(WS-PGM-SUB) = 0
               MOVE "NO LEDGER RECORD" TO PGL-NOTE
           END-IF.
           PERFORM WRITE-PROGRAM-LINE.
           MOVE "JOURNAL"                    TO PGL-SOURCE.
           MOVE PGM-JRN-ACTIVITY(WS-PGM-SUB) TO PGL-ACTIVITY.
           MOVE PGM-JRN-CHANGE(WS-PGM-SUB)   TO PGL-CHANGE.
           MOVE PGM-JRN-CREDITS(WS-PGM-SUB)  TO PGL-CREDITS.
           MOVE PGM-JRN-DEBITS(WS-PGM-SUB)   TO PGL-DEBITS.
           PERFORM WRITE-PROGRAM-LINE.
           IF PGM-LDG-ACTIVITY(WS-PGM-SUB)
                   NOT = PGM-JRN-ACTIVITY(WS-PGM-SUB)
               MOVE "RECORDS CHANGED" TO WS-FIGURE-NAME
               PERFORM WRITE-PROGRAM-MISMATCH
           END-IF.
           IF PGM-LDG-CHANGE(WS-PGM-SUB)
                   NOT = PGM-JRN-CHANGE(WS-PGM-SUB)
               MOVE "ACCOUNT COUNT CHANGE" TO WS-FIGURE-NAME
               PERFORM WRITE-PROGRAM-MISMATCH
           END-IF.
           IF PGM-LDG-CREDITS(WS-PGM-SUB)
                   NOT = PGM-JRN-CREDITS(WS-PGM-SUB)
               MOVE "CREDITS" TO WS-FIGURE-NAME
               PERFORM WRITE-PROGRAM-MISMATCH
           END-IF.
           IF PGM-LDG-DEBITS(WS-PGM-SUB)
                   NOT = PGM-JRN-DEBITS(WS-PGM-SUB)
               MOVE "DEBITS" TO WS-FIGURE-NAME
               PERFORM WRITE-PROGRAM-MISMATCH
           END-IF.
           ADD PGM-LDG-CHANGE(WS-PGM-SUB) TO WS-LDG-NET-CHANGE.
           ADD PGM-LDG-CREDITS(WS-PGM-SUB) TO WS-LDG-NET-DOLLARS.
           SUBTRACT PGM-LDG-DEBITS(WS-PGM-SUB) FROM WS-LDG-NET-DOLLARS.
           PERFORM WRITE-BLANK-LINE.

      *    WS-FIGURE-NAME CARRIES THE OUT-OF-BALANCE FIGURE ON ENTRY.
       WRITE-PROGRAM-MISMATCH.
           MOVE SPACES TO PROOF-REPORT-LINE.
           STRING "MISMATCH: " PGM-NAME(WS-PGM-SUB) " "
                  WS-FIGURE-NAME " - LEDGER VS JOURNAL"
               DELIMITED BY SIZE INTO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'Y' TO WS-ERROR-FLAG.

       PROVE-MASTER-TOTALS.
           COMPUTE WS-EXPECT-COUNT = WS-OPEN-COUNT + WS-LDG-NET-CHANGE.
           COMPUTE WS-EXPECT-DOLLARS =
               WS-OPEN-DOLLARS + WS-LDG-NET-DOLLARS.
           COMPUTE WS-DIFF-COUNT = WS-MAST-COUNT - WS-EXPECT-COUNT.
           COMPUTE WS-DIFF-DOLLARS =
               WS-MAST-DOLLARS - WS-EXPECT-DOLLARS.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "OPENING ACCOUNTS / DOLLARS" TO PRT-LABEL.
           MOVE WS-OPEN-COUNT TO PRT-COUNT.
           MOVE WS-OPEN-DOLLARS TO PRT-AMOUNT.
           PERFORM WRITE-PRINT-LINE.
           MOVE "NET LEDGER MOVEMENT" TO PRT-LABEL.
           MOVE WS-LDG-NET-CHANGE TO PRT-COUNT.
           MOVE WS-LDG-NET-DOLLARS TO PRT-AMOUNT.
           PERFORM WRITE-PRINT-LINE.
           MOVE "EXPECTED CLOSE" TO PRT-LABEL.
           MOVE WS-EXPECT-COUNT TO PRT-COUNT.
           MOVE WS-EXPECT-DOLLARS TO PRT-AMOUNT.
           PERFORM WRITE-PRINT-LINE.
           MOVE "ACTUAL MASTER (RE-SUMMED)" TO PRT-LABEL.
           MOVE WS-MAST-COUNT TO PRT-COUNT.
           MOVE WS-MAST-DOLLARS TO PRT-AMOUNT.
           PERFORM WRITE-PRINT-LINE.
           MOVE "UNEXPLAINED DIFFERENCE" TO PRT-LABEL.
           MOVE WS-DIFF-COUNT TO PRT-COUNT.
           MOVE WS-DIFF-DOLLARS TO PRT-AMOUNT.
           PERFORM WRITE-PRINT-LINE.
           IF WS-BAD-BALANCES > 0
               MOVE "UNREADABLE BALANCES (AS ZERO)" TO PRT-LABEL
               MOVE WS-BAD-BALANCES TO PRT-COUNT
               MOVE 0 TO PRT-AMOUNT
               PERFORM WRITE-PRINT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           IF WS-DIFF-COUNT NOT = 0
               MOVE "MISMATCH: MASTER ACCOUNT COUNT VS OPENING + LEDGER"
                   TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'Y' TO WS-ERROR-FLAG
           END-IF.
           IF WS-DIFF-DOLLARS NOT = 0
               MOVE "MISMATCH: MASTER DOLLARS VS OPENING + LEDGER"
                   TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'Y' TO WS-ERROR-FLAG
           END-IF.
           IF WS-JRNL-SHORT = 'Y'
               MOVE "MISMATCH: AUDIT JOURNAL SHORTER THAN LAST CLOSE"
                   TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE 'Y' TO WS-ERROR-FLAG
           END-IF.

       APPEND-OPEN-AND-CLOSE.
           OPEN EXTEND CONTROL-LEDGER.
           MOVE SPACES            TO LEDGER-REC.
           MOVE 'O'               TO LDG-REC-TYPE.
           MOVE WS-BUS-DATE       TO LDG-BUS-DATE.
           MOVE "MSTPROOF"        TO LDG-PROGRAM.
           MOVE WS-RUN-DATE       TO LDG-RUN-DATE.
           MOVE WS-RUN-TIME       TO LDG-RUN-TIME.
           MOVE WS-OPEN-COUNT     TO LDG-MAST-COUNT.
           MOVE WS-OPEN-DOLLARS   TO LDG-MAST-DOLLARS.
           MOVE WS-OPEN-POSITION  TO LDG-JRNL-POSITION.
           WRITE LEDGER-REC.
           MOVE 'C'               TO LDG-REC-TYPE.
           MOVE WS-MAST-COUNT     TO LDG-MAST-COUNT.
           MOVE WS-MAST-DOLLARS   TO LDG-MAST-DOLLARS.
           MOVE WS-JRNL-COUNT     TO LDG-JRNL-POSITION.
           WRITE LEDGER-REC.
           CLOSE CONTROL-LEDGER.

       WRITE-PROGRAM-LINE.
           WRITE PROOF-REPORT-LINE FROM PROGRAM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PGL-NOTE.

       WRITE-PRINT-LINE.
           WRITE PROOF-REPORT-LINE FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.

       READ-LEDGER-RECORD.
           READ CONTROL-LEDGER
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

       READ-JOURNAL-RECORD.
           READ AUDIT-JOURNAL-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-JRNL-COUNT
           END-READ.

       READ-MASTER-RECORD.
           READ ACCT-MASTER
           AT END MOVE 'Y' TO LAST-REC
           END-READ.
