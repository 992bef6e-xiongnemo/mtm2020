       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTASOF.
       AUTHOR.        NEMO.
      *
      *    POINT-IN-TIME RECONSTRUCTION OF THE ACCOUNT MASTER. STARTS
      *    FROM A FLAT MASTER IMAGE ON BASEIN - A COPY OF THE NIGHTLY
      *    MASTBKP BACKUP, OR NOTHING AT ALL (DD DUMMY) FOR AN EMPTY
      *    BASE - AND REPLAYS THE AFTER-IMAGES ON THE RETAINED AUDIT
      *    JOURNAL (AUDTJRNL) ON TOP OF IT, IN THE ORDER THEY WERE
      *    JOURNALED, UP TO AND INCLUDING THE REQUESTED AS-OF
      *    BUSINESS DATE. EACH AFTER-IMAGE IS A WHOLE MASTER RECORD
      *    (SPACES FOR A DELETE OR PURGE), SO AN ACCOUNT ENDS UP AS
      *    ITS LAST AFTER-IMAGE IN THE WINDOW, OR AS THE BASE IMAGE IF
      *    THE WINDOW NEVER TOUCHED IT. THE RESULT IS WRITTEN IN KEY
      *    ORDER TO ASOFMAST - THE SAME FLAT LAYOUT AS MASTBKP, SO IT
      *    CAN BE REPRO'D INTO A REDEFINED CLUSTER IF THE MASTER IS
      *    EVER LOST BETWEEN BACKUPS.
      *
      *    THE REQUEST CARD (ASOFREQ) CARRIES THE AS-OF BUSINESS DATE
      *    (COLS 1-8, BLANK = TODAY'S BUSINESS DATE) AND THE BUSINESS
      *    DATE THE BASE IMAGE WAS TAKEN ON (COLS 9-16, BLANK FOR AN
      *    EMPTY BASE). JOURNAL RECORDS DATED BEFORE THE BASE DATE ARE
      *    ALREADY IN THE BASE AND ARE SKIPPED; RECORDS OF THE BASE
      *    DATE ITSELF ARE REPLAYED, WHICH IS HARMLESS WHERE THE BASE
      *    ALREADY HOLDS THEM BECAUSE EVERY IMAGE IS A WHOLE RECORD.
      *
      *    ACCTTRN AND ACCTPURG DATE A RUN MADE ON A WEEKEND OR
      *    HOLIDAY, OR AFTER THE EVENING'S NIGHTLY, WITH THE BUSINESS
      *    DATE OF THE NEXT NIGHT, SO THE JOURNAL CAN HOLD RECORDS
      *    DATED AFTER TODAY THAT ARE ALREADY ON THE LIVE MASTER. A
      *    REBUILD AS OF TODAY THEREFORE REPLAYS THEM AS WELL.
      *
      *    WHEN THE AS-OF DATE IS TODAY'S BUSINESS DATE (BUSDTIN, OR
      *    THE RUN DATE) THE RECONSTRUCTION IS ALSO COMPARED, RECORD
      *    FOR RECORD, WITH THE LIVE KEYED MASTER AND EVERY ACCOUNT
      *    WHERE THE TWO DISAGREE IS LISTED - A CHANGE THAT REACHED
      *    THE MASTER WITHOUT REACHING THE JOURNAL, OR THE REVERSE.
      *
      *    THE REPORT (ASOFRPT) GIVES ACCOUNT COUNTS AND DOLLARS FOR
      *    THE BASE AND FOR THE MASTER AS OF THE DATE, THE REPLAY
      *    STATISTICS AND, WHEN COMPARING, THE LIVE FIGURES AND THE
      *    DISAGREEMENTS. RC=8 WHEN ANY ACCOUNT DISAGREES. NOTHING ON
      *    THE LIVE MASTER OR THE JOURNAL IS CHANGED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASOF-REQUEST-IN ASSIGN TO ASOFREQ.
           SELECT OPTIONAL BASE-IMAGE-IN ASSIGN TO BASEIN.
           SELECT OPTIONAL AUDIT-JOURNAL-IN ASSIGN TO AUDTJRNL.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT ACCT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY MST-ACCT-NUMBER
               FILE STATUS WS-MASTER-STATUS.
           SELECT REPLAY-SORT-FILE ASSIGN TO SORTWK01.
           SELECT ASOF-MASTER-OUT ASSIGN TO ASOFMAST.
           SELECT ASOF-REPORT-OUT ASSIGN TO ASOFRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-REQUEST-IN RECORDING MODE F.
       01  ASOF-REQUEST-REC.
           05  REQ-ASOF-DATE       PIC 9(8).
           05  REQ-BASE-DATE       PIC 9(8).
           05  FILLER              PIC X(64).

       FD  BASE-IMAGE-IN RECORDING MODE F.
       01  BASE-IMAGE-REC.
           05  BAS-ACCT-NUMBER     PIC X(7).
           05  FILLER              PIC X(73).

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

       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-REC.
           05  BUSD-DATE           PIC 9(8).
           05  FILLER              PIC X(2).
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

       FD  ACCT-MASTER.
       01  MASTER-REC.
           05  MST-ACCT-NUMBER     PIC 9(7).
           05  MST-FIRST-NAME      PIC X(11).
           05  MST-LAST-NAME       PIC X(22).
           05  MST-START-TIME      PIC X(11).
           05  MST-END-TIME        PIC X(17).
           05  MST-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(6).

      *    ONE SORT RECORD PER JOURNAL RECORD IN THE WINDOW, IN
      *    ACCOUNT ORDER AND, WITHIN AN ACCOUNT, JOURNAL ORDER.
       SD  REPLAY-SORT-FILE.
       01  REPLAY-SORT-REC.
           05  SRT-ACCT-NUMBER     PIC 9(7).
           05  SRT-SEQUENCE        PIC 9(9).
           05  SRT-BUS-DATE        PIC 9(8).
           05  SRT-PROGRAM         PIC X(8).
           05  SRT-ACTION          PIC X(8).
           05  SRT-AFTER-IMAGE     PIC X(80).

       FD  ASOF-MASTER-OUT RECORDING MODE F.
       01  ASOF-MASTER-REC         PIC X(80).

       FD  ASOF-REPORT-OUT RECORDING MODE F.
       01  ASOF-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  BASE-EOF          PIC X(1)  VALUE 'N'.

       01  JOURNAL-EOF       PIC X(1)  VALUE 'N'.

       01  SORT-EOF          PIC X(1)  VALUE 'N'.

       01  MASTER-EOF        PIC X(1)  VALUE 'N'.

       01  WS-MASTER-STATUS  PIC X(2).

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-ASOF-DATE      PIC 9(8)  VALUE 0.

       01  WS-BASE-DATE      PIC 9(8)  VALUE 0.

       01  WS-COMPARE        PIC X(1)  VALUE 'N'.

       01  WS-SEQUENCE       PIC 9(9)  VALUE 0.

      *    THE THREE STREAMS BEING MERGED, EACH KEYED BY ACCOUNT
      *    NUMBER AND SET TO HIGH-VALUES WHEN EXHAUSTED.
       01  WS-BASE-KEY       PIC X(7).

       01  WS-PREV-BASE-KEY  PIC X(7)  VALUE LOW-VALUES.

       01  WS-BASE-IMAGE     PIC X(80).

       01  WS-REPLAY-KEY     PIC X(7).

       01  WS-REPLAY-IMAGE   PIC X(80).

       01  WS-REPLAY-COUNT   PIC 9(5).

       01  WS-REPLAY-PROGRAM PIC X(8).

       01  WS-REPLAY-DATE    PIC 9(8).

       01  WS-LIVE-KEY       PIC X(7).

       01  WS-LIVE-IMAGE     PIC X(80).

       01  WS-LOW-KEY        PIC X(7).

       01  WS-ASOF-IMAGE     PIC X(80).

      *    MASTER VIEW OF AN IMAGE, FOR ITS BALANCE.
       01  WS-IMAGE-VIEW.
           05  IMG-ACCT-NUMBER     PIC 9(7).
           05  IMG-FIRST-NAME      PIC X(11).
           05  IMG-LAST-NAME       PIC X(22).
           05  IMG-START-TIME      PIC X(11).
           05  IMG-END-TIME        PIC X(17).
           05  IMG-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(6).

       01  WS-IMAGE-BALANCE  PIC S9(9)V99.

       01  WS-ASOF-BALANCE   PIC S9(9)V99.

       01  WS-LIVE-BALANCE   PIC S9(9)V99.

       01  WS-CONDITION      PIC X(24).

      *    RUN TOTALS.
       01  WS-BASE-COUNT     PIC 9(9)  VALUE 0.

       01  WS-BASE-TOTAL     PIC S9(13)V99 VALUE 0.

       01  WS-JOURNAL-COUNT  PIC 9(9)  VALUE 0.

       01  WS-BEFORE-BASE    PIC 9(9)  VALUE 0.

       01  WS-AFTER-ASOF     PIC 9(9)  VALUE 0.

       01  WS-REPLAYED       PIC 9(9)  VALUE 0.

       01  WS-TOUCHED-COUNT  PIC 9(9)  VALUE 0.

       01  WS-ADDED-COUNT    PIC 9(9)  VALUE 0.

       01  WS-DELETED-COUNT  PIC 9(9)  VALUE 0.

       01  WS-ASOF-COUNT     PIC 9(9)  VALUE 0.

       01  WS-ASOF-TOTAL     PIC S9(13)V99 VALUE 0.

       01  WS-BAD-BALANCE    PIC 9(9)  VALUE 0.

       01  WS-LIVE-COUNT     PIC 9(9)  VALUE 0.

       01  WS-LIVE-TOTAL     PIC S9(13)V99 VALUE 0.

       01  WS-DISAGREE-COUNT PIC 9(9)  VALUE 0.

       01  WS-LINE-COUNT     PIC 9(3)  VALUE 99.

       01  WS-LINES-PER-PAGE PIC 9(3)  VALUE 50.

       01  WS-PAGE-COUNT     PIC 9(5)  VALUE 0.

       01  HEADING-LINE-1.
           05  FILLER          PIC X(10) VALUE "ACCTASOF".
           05  FILLER          PIC X(40)
               VALUE "POINT-IN-TIME MASTER RECONSTRUCTION".
           05  FILLER          PIC X(14) VALUE "AS-OF DATE".
           05  HDG-ASOF-DATE   PIC 9(8).
           05  FILLER          PIC X(50) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE".
           05  HDG-PAGE-NBR    PIC ZZZZ9.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(9)  VALUE "ACCOUNT".
           05  FILLER          PIC X(26) VALUE "CONDITION".
           05  FILLER          PIC X(19)
               VALUE "    RECONSTRUCTED".
           05  FILLER          PIC X(19)
               VALUE "       LIVE MASTER".
           05  FILLER          PIC X(8)  VALUE "  IMAGES".
           05  FILLER          PIC X(51)
               VALUE "  LAST JOURNALED BY".

       01  DISAGREE-LINE.
           05  DSL-ACCT-NUMBER PIC X(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DSL-CONDITION   PIC X(24).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DSL-ASOF-BAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  DSL-LIVE-BAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  DSL-IMAGES      PIC ZZZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  DSL-PROGRAM     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DSL-BUS-DATE    PIC X(8).
           05  FILLER          PIC X(31) VALUE SPACES.

       01  TOTAL-LINE.
           05  TOT-LABEL       PIC X(40).
           05  TOT-COUNT       PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TOT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(59) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-REQUEST-CARD.
           IF WS-ASOF-DATE = WS-BUS-DATE
               MOVE 'Y' TO WS-COMPARE
               OPEN INPUT ACCT-MASTER
               IF WS-MASTER-STATUS = '35'
                   DISPLAY "ACCTASOF: NO LIVE MASTER - NOT COMPARED"
                   MOVE 'N' TO WS-COMPARE
                   MOVE '00' TO WS-MASTER-STATUS
               END-IF
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY "ACCTASOF: MASTER OPEN FAILED, STATUS "
                       WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT BASE-IMAGE-IN.
           OPEN OUTPUT ASOF-MASTER-OUT.
           OPEN OUTPUT ASOF-REPORT-OUT.
           SORT REPLAY-SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NUMBER
               ON ASCENDING KEY SRT-SEQUENCE
               INPUT PROCEDURE RELEASE-JOURNAL-WINDOW
               OUTPUT PROCEDURE MERGE-ASOF-MASTER.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE BASE-IMAGE-IN.
           CLOSE ASOF-MASTER-OUT.
           CLOSE ASOF-REPORT-OUT.
           IF WS-COMPARE = 'Y'
               CLOSE ACCT-MASTER
           END-IF.
           DISPLAY "ACCTASOF: AS OF " WS-ASOF-DATE " ACCOUNTS "
               WS-ASOF-COUNT.
           IF WS-DISAGREE-COUNT > 0
               DISPLAY "ACCTASOF: ACCOUNTS DISAGREEING WITH MASTER "
                   WS-DISAGREE-COUNT
               MOVE 8 TO RETURN-CODE
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

       READ-REQUEST-CARD.
           MOVE WS-BUS-DATE TO WS-ASOF-DATE.
           OPEN INPUT ASOF-REQUEST-IN.
           READ ASOF-REQUEST-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF REQ-ASOF-DATE IS NUMERIC AND REQ-ASOF-DATE > 0
                       MOVE REQ-ASOF-DATE TO WS-ASOF-DATE
                   END-IF
                   IF REQ-BASE-DATE IS NUMERIC
                       MOVE REQ-BASE-DATE TO WS-BASE-DATE
                   END-IF
           END-READ.
           CLOSE ASOF-REQUEST-IN.
           IF WS-ASOF-DATE > WS-BUS-DATE
               DISPLAY "ACCTASOF: AS-OF DATE " WS-ASOF-DATE
                   " IS AFTER TODAY'S BUSINESS DATE " WS-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BASE-DATE > WS-ASOF-DATE
               DISPLAY "ACCTASOF: BASE IMAGE DATE " WS-BASE-DATE
                   " IS AFTER THE AS-OF DATE - USE AN OLDER BASE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    EVERY JOURNAL RECORD IS NUMBERED IN ARRIVAL ORDER; ONLY
      *    THOSE DATED FROM THE BASE DATE THROUGH THE AS-OF DATE GO
      *    TO THE SORT - AND, AS OF TODAY, THOSE DATED AHEAD OF IT.
       RELEASE-JOURNAL-WINDOW.
           OPEN INPUT AUDIT-JOURNAL-IN.
           PERFORM READ-JOURNAL-RECORD
              PERFORM UNTIL JOURNAL-EOF = 'Y'
              PERFORM RELEASE-ONE-RECORD
              PERFORM READ-JOURNAL-RECORD
              END-PERFORM.
           CLOSE AUDIT-JOURNAL-IN.

       RELEASE-ONE-RECORD.
           ADD 1 TO WS-SEQUENCE.
           EVALUATE TRUE
               WHEN AUD-ACCT-NUMBER IS NOT NUMERIC
                   CONTINUE
               WHEN AUD-BUS-DATE < WS-BASE-DATE
                   ADD 1 TO WS-BEFORE-BASE
               WHEN AUD-BUS-DATE > WS-ASOF-DATE
                AND WS-ASOF-DATE NOT = WS-BUS-DATE
                   ADD 1 TO WS-AFTER-ASOF
               WHEN OTHER
                   ADD 1 TO WS-REPLAYED
                   MOVE AUD-ACCT-NUMBER TO SRT-ACCT-NUMBER
                   MOVE WS-SEQUENCE     TO SRT-SEQUENCE
                   MOVE AUD-BUS-DATE    TO SRT-BUS-DATE
                   MOVE AUD-PROGRAM     TO SRT-PROGRAM
                   MOVE AUD-ACTION      TO SRT-ACTION
                   MOVE AUD-AFTER-IMAGE TO SRT-AFTER-IMAGE
                   RELEASE REPLAY-SORT-REC
           END-EVALUATE.

       READ-JOURNAL-RECORD.
           READ AUDIT-JOURNAL-IN
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END ADD 1 TO WS-JOURNAL-COUNT
           END-READ.

      *    MERGES THE BASE IMAGE, THE REPLAYED ACCOUNTS AND (WHEN
      *    COMPARING) THE LIVE MASTER ON ACCOUNT NUMBER, ONE KEY AT A
      *    TIME, LOWEST FIRST.
       MERGE-ASOF-MASTER.
           PERFORM READ-BASE-RECORD.
           IF WS-BASE-KEY NOT = HIGH-VALUES AND WS-BASE-DATE = 0
               DISPLAY "ACCTASOF: BASE IMAGE SUPPLIED WITHOUT ITS"
                   " BUSINESS DATE - SET ASOFREQ COLS 9-16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RETURN-SORT-RECORD.
           PERFORM GET-NEXT-REPLAY.
           IF WS-COMPARE = 'Y'
               PERFORM READ-LIVE-RECORD
           ELSE
               MOVE HIGH-VALUES TO WS-LIVE-KEY
           END-IF.
           PERFORM UNTIL WS-BASE-KEY = HIGH-VALUES
                     AND WS-REPLAY-KEY = HIGH-VALUES
                     AND WS-LIVE-KEY = HIGH-VALUES
              PERFORM RECONCILE-ONE-KEY
              END-PERFORM.

       RECONCILE-ONE-KEY.
           MOVE WS-BASE-KEY TO WS-LOW-KEY.
           IF WS-REPLAY-KEY < WS-LOW-KEY
               MOVE WS-REPLAY-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-LIVE-KEY < WS-LOW-KEY
               MOVE WS-LIVE-KEY TO WS-LOW-KEY
           END-IF.
           EVALUATE TRUE
               WHEN WS-REPLAY-KEY = WS-LOW-KEY
                   MOVE WS-REPLAY-IMAGE TO WS-ASOF-IMAGE
                   ADD 1 TO WS-TOUCHED-COUNT
               WHEN WS-BASE-KEY = WS-LOW-KEY
                   MOVE WS-BASE-IMAGE TO WS-ASOF-IMAGE
               WHEN OTHER
                   MOVE SPACES TO WS-ASOF-IMAGE
           END-EVALUATE.
           IF WS-BASE-KEY = WS-LOW-KEY
               ADD 1 TO WS-BASE-COUNT
               MOVE WS-BASE-IMAGE TO WS-IMAGE-VIEW
               PERFORM GET-IMAGE-BALANCE
               ADD WS-IMAGE-BALANCE TO WS-BASE-TOTAL
               IF WS-ASOF-IMAGE = SPACES
                   ADD 1 TO WS-DELETED-COUNT
               END-IF
           ELSE
               IF WS-ASOF-IMAGE NOT = SPACES
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.
           MOVE 0 TO WS-ASOF-BALANCE.
           IF WS-ASOF-IMAGE NOT = SPACES
               ADD 1 TO WS-ASOF-COUNT
               MOVE WS-ASOF-IMAGE TO WS-IMAGE-VIEW
               PERFORM GET-IMAGE-BALANCE
               IF IMG-ACCT-BALANCE IS NOT NUMERIC
                   ADD 1 TO WS-BAD-BALANCE
               END-IF
               MOVE WS-IMAGE-BALANCE TO WS-ASOF-BALANCE
               ADD WS-IMAGE-BALANCE TO WS-ASOF-TOTAL
               WRITE ASOF-MASTER-REC FROM WS-ASOF-IMAGE
           END-IF.
           IF WS-COMPARE = 'Y'
               PERFORM COMPARE-WITH-LIVE
           END-IF.
           IF WS-BASE-KEY = WS-LOW-KEY
               PERFORM READ-BASE-RECORD
           END-IF.
           IF WS-REPLAY-KEY = WS-LOW-KEY
               PERFORM GET-NEXT-REPLAY
           END-IF.
           IF WS-LIVE-KEY = WS-LOW-KEY
               PERFORM READ-LIVE-RECORD
           END-IF.

       COMPARE-WITH-LIVE.
           MOVE 0 TO WS-LIVE-BALANCE.
           IF WS-LIVE-KEY = WS-LOW-KEY
               ADD 1 TO WS-LIVE-COUNT
               MOVE WS-LIVE-IMAGE TO WS-IMAGE-VIEW
               PERFORM GET-IMAGE-BALANCE
               MOVE WS-IMAGE-BALANCE TO WS-LIVE-BALANCE
               ADD WS-IMAGE-BALANCE TO WS-LIVE-TOTAL
           END-IF.
           MOVE SPACES TO WS-CONDITION.
           EVALUATE TRUE
               WHEN WS-LIVE-KEY = WS-LOW-KEY
                AND WS-ASOF-IMAGE = SPACES
                   MOVE "ON LIVE MASTER ONLY" TO WS-CONDITION
               WHEN WS-LIVE-KEY NOT = WS-LOW-KEY
                AND WS-ASOF-IMAGE NOT = SPACES
                   MOVE "MISSING FROM LIVE MASTER" TO WS-CONDITION
               WHEN WS-LIVE-KEY = WS-LOW-KEY
                AND WS-LIVE-IMAGE NOT = WS-ASOF-IMAGE
                   IF WS-LIVE-BALANCE NOT = WS-ASOF-BALANCE
                       MOVE "BALANCE DIFFERS" TO WS-CONDITION
                   ELSE
                       MOVE "RECORD DIFFERS" TO WS-CONDITION
                   END-IF
           END-EVALUATE.
           IF WS-CONDITION NOT = SPACES
               PERFORM PRINT-DISAGREEMENT
           END-IF.

      *    A NON-NUMERIC PACKED BALANCE COUNTS AS ZERO IN THE TOTALS.
       GET-IMAGE-BALANCE.
           IF IMG-ACCT-BALANCE IS NUMERIC
               MOVE IMG-ACCT-BALANCE TO WS-IMAGE-BALANCE
           ELSE
               MOVE 0 TO WS-IMAGE-BALANCE
           END-IF.

      *    COLLAPSES ONE ACCOUNT'S REPLAYED RECORDS TO THE LAST
      *    AFTER-IMAGE. THE SORT RECORD AFTER THE ACCOUNT IS ALREADY
      *    RETURNED WHEN THIS ENDS.
       GET-NEXT-REPLAY.
           IF SORT-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-REPLAY-KEY
           ELSE
               MOVE SRT-ACCT-NUMBER TO WS-REPLAY-KEY
               MOVE 0 TO WS-REPLAY-COUNT
               PERFORM UNTIL SORT-EOF = 'Y'
                          OR SRT-ACCT-NUMBER NOT = WS-REPLAY-KEY
                  PERFORM TAKE-REPLAY-IMAGE
                  PERFORM RETURN-SORT-RECORD
                  END-PERFORM
           END-IF.

       TAKE-REPLAY-IMAGE.
           ADD 1 TO WS-REPLAY-COUNT.
           MOVE SRT-AFTER-IMAGE TO WS-REPLAY-IMAGE.
           MOVE SRT-PROGRAM     TO WS-REPLAY-PROGRAM.
           MOVE SRT-BUS-DATE    TO WS-REPLAY-DATE.

       READ-BASE-RECORD.
           READ BASE-IMAGE-IN
               AT END
                   MOVE 'Y' TO BASE-EOF
                   MOVE HIGH-VALUES TO WS-BASE-KEY
               NOT AT END
                   MOVE BAS-ACCT-NUMBER TO WS-BASE-KEY
                   MOVE BASE-IMAGE-REC  TO WS-BASE-IMAGE
                   IF WS-BASE-KEY NOT > WS-PREV-BASE-KEY
                       DISPLAY "ACCTASOF: BASE IMAGE OUT OF KEY"
                           " SEQUENCE AT " WS-BASE-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-BASE-KEY TO WS-PREV-BASE-KEY
           END-READ.

       READ-LIVE-RECORD.
           READ ACCT-MASTER
               AT END
                   MOVE 'Y' TO MASTER-EOF
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
               NOT AT END
                   MOVE MST-ACCT-NUMBER TO WS-LIVE-KEY
                   MOVE MASTER-REC      TO WS-LIVE-IMAGE
           END-READ.

       PRINT-DISAGREEMENT.
           ADD 1 TO WS-DISAGREE-COUNT.
           MOVE SPACES TO DISAGREE-LINE.
           MOVE WS-LOW-KEY      TO DSL-ACCT-NUMBER.
           MOVE WS-CONDITION    TO DSL-CONDITION.
           MOVE WS-ASOF-BALANCE TO DSL-ASOF-BAL.
           MOVE WS-LIVE-BALANCE TO DSL-LIVE-BAL.
           IF WS-REPLAY-KEY = WS-LOW-KEY
               MOVE WS-REPLAY-COUNT   TO DSL-IMAGES
               MOVE WS-REPLAY-PROGRAM TO DSL-PROGRAM
               MOVE WS-REPLAY-DATE    TO DSL-BUS-DATE
           ELSE
               MOVE 0 TO DSL-IMAGES
               MOVE "(BASE)" TO DSL-PROGRAM
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE ASOF-REPORT-LINE FROM DISAGREE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-ASOF-DATE  TO HDG-ASOF-DATE.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NBR.
           WRITE ASOF-REPORT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO ASOF-REPORT-LINE.
           IF WS-BASE-DATE = 0
               MOVE "BASE IMAGE: EMPTY - FULL JOURNAL REPLAY"
                   TO ASOF-REPORT-LINE
           ELSE
               STRING "BASE IMAGE TAKEN ON BUSINESS DATE "
                      WS-BASE-DATE
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           END-IF.
           WRITE ASOF-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ASOF-REPORT-LINE.
           IF WS-COMPARE = 'Y'
               MOVE "COMPARED WITH THE LIVE MASTER - DISAGREEMENTS:"
                   TO ASOF-REPORT-LINE
           ELSE
               STRING "AS-OF DATE BEFORE TODAY'S BUSINESS DATE "
                      WS-BUS-DATE " - NOT COMPARED WITH THE LIVE"
                      " MASTER"
                   DELIMITED BY SIZE INTO ASOF-REPORT-LINE
           END-IF.
           WRITE ASOF-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE ASOF-REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ASOF-REPORT-LINE.
           WRITE ASOF-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 7 TO WS-LINE-COUNT.

       PRINT-RUN-TOTALS.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
           PERFORM PRINT-PAGE-HEADING.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "BASE IMAGE ACCOUNTS / BALANCE" TO TOT-LABEL.
           MOVE WS-BASE-COUNT TO TOT-COUNT.
           MOVE WS-BASE-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "JOURNAL RECORDS READ" TO TOT-LABEL.
           MOVE WS-JOURNAL-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  DATED BEFORE THE BASE - SKIPPED" TO TOT-LABEL.
           MOVE WS-BEFORE-BASE TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  DATED AFTER THE AS-OF DATE - SKIPPED" TO TOT-LABEL.
           MOVE WS-AFTER-ASOF TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  REPLAYED" TO TOT-LABEL.
           MOVE WS-REPLAYED TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "ACCOUNTS TOUCHED BY THE REPLAY" TO TOT-LABEL.
           MOVE WS-TOUCHED-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  ADDED SINCE THE BASE" TO TOT-LABEL.
           MOVE WS-ADDED-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  DELETED OR PURGED SINCE THE BASE" TO TOT-LABEL.
           MOVE WS-DELETED-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE SPACES TO ASOF-REPORT-LINE.
           WRITE ASOF-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ACCOUNTS / BALANCE AS OF THE DATE" TO TOT-LABEL.
           MOVE WS-ASOF-COUNT TO TOT-COUNT.
           MOVE WS-ASOF-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  UNPARSEABLE BALANCES (COUNTED AS 0)" TO TOT-LABEL.
           MOVE WS-BAD-BALANCE TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           IF WS-COMPARE = 'Y'
               MOVE "LIVE MASTER ACCOUNTS / BALANCE" TO TOT-LABEL
               MOVE WS-LIVE-COUNT TO TOT-COUNT
               MOVE WS-LIVE-TOTAL TO TOT-AMOUNT
               PERFORM PRINT-TOTAL-LINE
               MOVE "ACCOUNTS IN DISAGREEMENT" TO TOT-LABEL
               MOVE WS-DISAGREE-COUNT TO TOT-COUNT
               MOVE 0 TO TOT-AMOUNT
               PERFORM PRINT-TOTAL-LINE
               MOVE SPACES TO ASOF-REPORT-LINE
               IF WS-DISAGREE-COUNT = 0
                   MOVE "** REPLAY AGREES WITH THE LIVE MASTER **"
                       TO ASOF-REPORT-LINE
               ELSE
                   STRING "** REPLAY AND LIVE MASTER DISAGREE -"
                          " AUDIT JOURNAL IS INCOMPLETE **"
                       DELIMITED BY SIZE INTO ASOF-REPORT-LINE
               END-IF
               WRITE ASOF-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF.

       PRINT-TOTAL-LINE.
           WRITE ASOF-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOTAL-LINE.

       RETURN-SORT-RECORD.
           RETURN REPLAY-SORT-FILE
           AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
