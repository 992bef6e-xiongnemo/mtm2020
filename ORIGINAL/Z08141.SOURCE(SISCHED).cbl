       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SISCHED.
       AUTHOR.        NEMO.
      *
      *    STANDING INSTRUCTION SCHEDULER. READS EVERY ACTIVE
      *    INSTRUCTION ON SIFILE (SEE SIMNT), WORKS OUT WHICH ARE DUE
      *    FOR TONIGHT'S BUSINESS DATE, AND CUTS ONE TRANSFER CARD
      *    (D/C CODE T) PER DUE INSTRUCTION ON SITRN AS A SINGLE
      *    BATCH - HEADER, TRANSFERS, TRAILER - THAT ACCTTRN POSTS IN
      *    THE NEXT STEP OF THE SI JOB. BOTH LEGS OF EACH TRANSFER
      *    POST OR NEITHER DOES, UNDER ACCTTRN'S OVERDRAFT, HOLD AND
      *    ACCOUNT RULES; REFUSALS GO TO ITS EXCEPTIONS REPORT.
      *
      *    THE BUSINESS DATE IS TAKEN FROM BUSDTIN WHEN ONE IS GIVEN
      *    (IT MUST BE A BUSINESS DAY ON THE CALENDAR), OTHERWISE IT
      *    IS THAT OF THE NIGHTLY RUN THAT WILL PICK THE BATCH UP,
      *    RESOLVED EXACTLY AS ACCTTRN STAMPS IT: THE LATER OF THE
      *    FIRST BUSINESS DAY ON THE PROCESSING CALENDAR (CALFILE)
      *    AFTER THE LATEST NIGHT STARTED ON PRTDONE, AND THE DATE THE
      *    NIGHTLY ADDONE STEP WOULD RESOLVE IF IT STARTED NOW. THE
      *    BATCH ID AND THE POSTINGS THEREBY CARRY THE SAME DATE, AND
      *    A RUN SUBMITTED AFTER THE EVENING'S NIGHTLY HAS STARTED
      *    SCHEDULES FOR THE NEXT NIGHT. AN INSTRUCTION IS DUE WHEN
      *    ONE OF ITS SCHEDULED DATES FALLS AFTER THE PREVIOUS
      *    BUSINESS DAY AND ON OR BEFORE TONIGHT'S: A DATE THAT LANDS
      *    ON A WEEKEND OR HOLIDAY THEREBY ROLLS FORWARD TO THE NEXT
      *    BUSINESS DAY. THE SCHEDULED DATE MUST ALSO FALL ON OR
      *    AFTER THE START DATE AND, WHEN THERE IS ONE, ON OR BEFORE
      *    THE END DATE. AT MOST ONE PAYMENT PER INSTRUCTION IS CUT
      *    IN A RUN.
      *
      *    THE BATCH ID IS 'SI' PLUS THE BUSINESS DATE, SO ACCTTRN'S
      *    BATCH REGISTRY REFUSES A SECOND POSTING FOR THE SAME DATE.
      *    A NIGHT THAT WAS MISSED IS RECOVERED BY RERUNNING WITH
      *    THAT BUSINESS DATE ON BUSDTIN. WHEN NOTHING IS DUE, SITRN
      *    IS LEFT EMPTY.
      *
      *    EVERY DUE INSTRUCTION IS LISTED ON SISCHRPT WITH ITS
      *    SCHEDULED AND POSTING DATES. RC=8 WHEN THE CALENDAR IS
      *    EMPTY OR HOLDS NO USABLE BUSINESS DATE (NONE AFTER THE
      *    LATEST NIGHT ON PRTDONE) - NO CARDS ARE CUT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-INSTR ASSIGN TO SIFILE
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY SI-ID
               FILE STATUS WS-SI-STATUS.
           SELECT OPTIONAL CALENDAR-IN ASSIGN TO CALFILE.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT OPTIONAL PRT-DONE ASSIGN TO PRTDONE.
           SELECT SI-TRAN-OUT ASSIGN TO SITRN.
           SELECT SCHEDULE-REPORT-OUT ASSIGN TO SISCHRPT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CALENDAR-IN RECORD CONTAINS 80 CHARACTERS
                        RECORDING MODE F.
       01  CALENDAR-REC.
           05  CAL-DATE           PIC 9(8).
           05  FILLER             PIC X(1).
           05  CAL-DAY-TYPE       PIC X(1).
           05  FILLER             PIC X(1).
           05  CAL-MONTH-END      PIC X(1).
           05  FILLER             PIC X(68).

       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-REC.
           05  BUSD-DATE           PIC 9(8).
           05  FILLER              PIC X(2).
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

       FD  PRT-DONE RECORDING MODE F.
       01  PRT-REC-DONE.
           05  PRT-DATE            PIC X(8).
           05  FILLER              PIC X(72).

      *    SAME LAYOUTS AS ACCTTRN'S TRNFILE.
       FD  SI-TRAN-OUT RECORDING MODE F.
       01  SI-TRAN-REC.
           05  STO-ACCT-NUMBER     PIC 9(7).
           05  STO-DC-CODE         PIC X(1).
           05  STO-AMOUNT          PIC 9(9)V99.
           05  STO-DATE            PIC 9(8).
           05  STO-ORIG-REF        PIC 9(9).
           05  STO-TO-ACCT         PIC 9(7).
           05  STO-SI-ID           PIC 9(7).
           05  FILLER              PIC X(30).
       01  SI-HEADER-REC.
           05  SHD-REC-TYPE        PIC X(3).
           05  SHD-BATCH-ID        PIC X(12).
           05  SHD-BRANCH          PIC X(4).
           05  SHD-BUS-DATE        PIC 9(8).
           05  FILLER              PIC X(53).
       01  SI-TRAILER-REC.
           05  STR-REC-TYPE        PIC X(3).
           05  STR-BATCH-ID        PIC X(12).
           05  STR-RECORD-COUNT    PIC 9(9).
           05  STR-AMOUNT-HASH     PIC 9(13)V99.
           05  FILLER              PIC X(41).

       FD  SCHEDULE-REPORT-OUT RECORDING MODE F.
       01  SCHEDULE-REPORT-REC.
           05  RPT-SI-ID           PIC 9(7).
           05  FILLER              PIC X(1).
           05  RPT-FROM-ACCT       PIC 9(7).
           05  FILLER              PIC X(1).
           05  RPT-TO-ACCT         PIC 9(7).
           05  FILLER              PIC X(1).
           05  RPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1).
           05  RPT-FREQUENCY       PIC X(1).
           05  FILLER              PIC X(1).
           05  RPT-DUE-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  RPT-POST-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  RPT-NOTE            PIC X(15).
           05  FILLER              PIC X(6).

       WORKING-STORAGE SECTION.

       01  LAST-REC          PIC X(1)  VALUE 'N'.

       01  CAL-EOF           PIC X(1)  VALUE 'N'.

       01  WS-SI-STATUS      PIC X(2).

       01  WS-TODAY          PIC 9(8).

       01  WS-NOW-HOUR       PIC X(2).

       01  WS-LAST-NIGHT     PIC 9(8)  VALUE 0.

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-BUS-DATE-X REDEFINES WS-BUS-DATE.
           05  WS-BUS-YEAR     PIC 9(4).
           05  WS-BUS-MONTH    PIC 9(2).
           05  WS-BUS-DAY      PIC 9(2).

       01  WS-BUS-OVERRIDE   PIC X(1)  VALUE 'N'.

       01  WS-BUS-ON-CAL     PIC X(1)  VALUE 'N'.

       01  WS-CURR-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-PREV-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-NEXT-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-CAL-REC-COUNT  PIC 9(9)  VALUE 0.

      *    SCHEDULED DATES AFTER WS-LOW-DATE AND ON OR BEFORE THE
      *    BUSINESS DATE ARE DUE TONIGHT.
       01  WS-LOW-DATE       PIC 9(8)  VALUE 0.

       01  WS-LOW-DATE-X REDEFINES WS-LOW-DATE.
           05  WS-LOW-YEAR     PIC 9(4).
           05  WS-LOW-MONTH    PIC 9(2).
           05  WS-LOW-DAY      PIC 9(2).

       01  WS-START-DATE     PIC 9(8).

       01  WS-START-DATE-X REDEFINES WS-START-DATE.
           05  WS-START-YEAR   PIC 9(4).
           05  WS-START-MONTH  PIC 9(2).
           05  WS-START-DAY    PIC 9(2).

       01  WS-CAND-DATE      PIC 9(8).

       01  WS-CAND-DATE-X REDEFINES WS-CAND-DATE.
           05  WS-CAND-YEAR    PIC 9(4).
           05  WS-CAND-MONTH   PIC 9(2).
           05  WS-CAND-DAY     PIC 9(2).

       01  WS-DUE-DATE       PIC 9(8).

       01  WS-BUS-INT        PIC 9(7).

       01  WS-START-INT      PIC 9(7).

       01  WS-CAND-INT       PIC 9(7).

       01  WS-WEEKS          PIC 9(7).

       01  WS-PERIOD         PIC 9(2).

       01  WS-START-MONTH-IX PIC 9(7).

       01  WS-CAND-MONTH-IX  PIC 9(7).

       01  WS-MONTH-DIFF     PIC 9(7).

       01  WS-MONTH-LENGTH   PIC 9(2).

       01  WS-BATCH-ID       PIC X(12).

       01  WS-READ-COUNT     PIC 9(9)  VALUE 0.

       01  WS-ACTIVE-COUNT   PIC 9(9)  VALUE 0.

       01  WS-DUE-COUNT      PIC 9(9)  VALUE 0.

       01  WS-DUE-HASH       PIC 9(13)V99 VALUE 0.

       01  WS-PRINT-LINE     PIC X(80).

       01  TOTAL-LINE.
           05  TOT-LABEL       PIC X(30).
           05  TOT-COUNT       PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(21)  VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM RESOLVE-BUSINESS-DAYS.
           OPEN INPUT STANDING-INSTR.
           IF WS-SI-STATUS NOT = '00'
               DISPLAY "SISCHED: SIFILE OPEN FAILED, STATUS "
                   WS-SI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SI-TRAN-OUT.
           OPEN OUTPUT SCHEDULE-REPORT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SISCHED STANDING INSTRUCTIONS DUE - BUSINESS DATE "
                  WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-REPORT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SCHEDULED DATES AFTER " WS-LOW-DATE
                  " THROUGH " WS-BUS-DATE " POST TONIGHT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE SCHEDULE-REPORT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO SCHEDULE-REPORT-REC.
           WRITE SCHEDULE-REPORT-REC.
           MOVE "SI      ID   FROM      TO          AMOUNT F SCHEDULD"
               TO WS-PRINT-LINE.
           MOVE " POSTING  NOTE" TO WS-PRINT-LINE(53:14).
           WRITE SCHEDULE-REPORT-REC FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-BATCH-ID.
           STRING "SI" WS-BUS-DATE DELIMITED BY SIZE INTO WS-BATCH-ID.
           PERFORM READ-SI-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM SCHEDULE-ONE-INSTRUCTION
              PERFORM READ-SI-RECORD
              END-PERFORM.
           IF WS-DUE-COUNT > 0
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           PERFORM WRITE-TOTALS.
           CLOSE STANDING-INSTR.
           CLOSE SI-TRAN-OUT.
           CLOSE SCHEDULE-REPORT-OUT.
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-IN.
           READ BUSDATE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF BUSD-DATE IS NUMERIC AND BUSD-DATE > 0
                       MOVE BUSD-DATE TO WS-BUS-DATE
                       MOVE 'Y' TO WS-BUS-OVERRIDE
                   END-IF
           END-READ.
           CLOSE BUSDATE-IN.

      *    TONIGHT'S BUSINESS DATE IS RESOLVED FIRST (UNLESS BUSDTIN
      *    GAVE ONE); A SECOND PASS OVER THE CALENDAR THEN CHECKS IT
      *    AND FINDS THE BUSINESS DAY BEFORE IT. WITH NO EARLIER
      *    BUSINESS DAY ON THE CALENDAR ONLY DATES FALLING ON THE
      *    BUSINESS DATE ITSELF ARE DUE.
       RESOLVE-BUSINESS-DAYS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-NOW-HOUR.
           IF WS-BUS-OVERRIDE = 'N'
               PERFORM RESOLVE-NEXT-NIGHT
           END-IF.
           MOVE 0 TO WS-PREV-B-DATE.
           MOVE 'N' TO CAL-EOF.
           OPEN INPUT CALENDAR-IN.
           PERFORM READ-CALENDAR
              PERFORM UNTIL CAL-EOF = 'Y'
              PERFORM TALLY-PREVIOUS-DAY
              PERFORM READ-CALENDAR
              END-PERFORM.
           CLOSE CALENDAR-IN.
           IF WS-CAL-REC-COUNT = 0
               DISPLAY "SISCHED: CALENDAR EMPTY OR ABSENT - DUE DATES"
                   " CANNOT BE ROLLED - NOTHING SCHEDULED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUS-DATE = 0 OR WS-BUS-ON-CAL = 'N'
               DISPLAY "SISCHED: NO BUSINESS DAY " WS-BUS-DATE
                   " ON CALFILE FOR " WS-TODAY " - EXTEND CALFILE"
                   " OR CORRECT BUSDTIN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PREV-B-DATE > 0
               MOVE WS-PREV-B-DATE TO WS-LOW-DATE
           ELSE
               COMPUTE WS-BUS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               COMPUTE WS-LOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BUS-INT - 1)
           END-IF.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).

      *    THE NIGHT THAT WILL PICK THIS BATCH UP, BY THE SAME RULE AS
      *    ACCTTRN'S: ADDONE DATES A NIGHT WITH THE LATEST BUSINESS DAY
      *    ON OR BEFORE TODAY (THE ONE BEFORE IT WHEN STARTED BEFORE
      *    06:00 ON A BUSINESS DAY); ONCE THAT NIGHT HAS STARTED THE
      *    NEXT ONE IS THE FIRST BUSINESS DAY AFTER IT. AN EMPTY OR
      *    ABSENT CALENDAR IS LEFT FOR THE CHECK THAT FOLLOWS.
       RESOLVE-NEXT-NIGHT.
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
           MOVE 'N' TO LAST-REC.
           OPEN INPUT CALENDAR-IN.
           PERFORM READ-CALENDAR
              PERFORM UNTIL CAL-EOF = 'Y'
              PERFORM TALLY-CALENDAR
              PERFORM READ-CALENDAR
              END-PERFORM.
           CLOSE CALENDAR-IN.
           IF WS-CAL-REC-COUNT > 0
               IF WS-NOW-HOUR < "06" AND WS-CURR-B-DATE = WS-TODAY
                   AND WS-PREV-B-DATE > 0
                   MOVE WS-PREV-B-DATE TO WS-BUS-DATE
               ELSE
                   MOVE WS-CURR-B-DATE TO WS-BUS-DATE
               END-IF
               IF WS-BUS-DATE NOT > WS-LAST-NIGHT
                   MOVE WS-NEXT-B-DATE TO WS-BUS-DATE
               END-IF
               IF WS-BUS-DATE = 0
                   DISPLAY "SISCHED: NO BUSINESS DAY ON CALFILE AFTER "
                       WS-LAST-NIGHT " - EXTEND CALFILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
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

       TALLY-PREVIOUS-DAY.
           IF CAL-DATE IS NUMERIC AND CAL-DAY-TYPE = 'B'
               IF CAL-DATE < WS-BUS-DATE
                   MOVE CAL-DATE TO WS-PREV-B-DATE
               END-IF
               IF CAL-DATE = WS-BUS-DATE
                   MOVE 'Y' TO WS-BUS-ON-CAL
               END-IF
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-IN
               AT END MOVE 'Y' TO CAL-EOF
               NOT AT END ADD 1 TO WS-CAL-REC-COUNT
           END-READ.

       READ-DONE-MARKER.
           READ PRT-DONE
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

       SCHEDULE-ONE-INSTRUCTION.
           ADD 1 TO WS-READ-COUNT.
           MOVE 0 TO WS-DUE-DATE.
           IF SI-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               IF SI-START-DATE <= WS-BUS-DATE
                   MOVE SI-START-DATE TO WS-START-DATE
                   EVALUATE SI-FREQUENCY
                       WHEN 'W'
                           PERFORM FIND-WEEKLY-DUE
                       WHEN 'M'
                           MOVE 1 TO WS-PERIOD
                           PERFORM FIND-MONTHLY-DUE
                       WHEN 'Q'
                           MOVE 3 TO WS-PERIOD
                           PERFORM FIND-MONTHLY-DUE
                       WHEN 'Y'
                           MOVE 12 TO WS-PERIOD
                           PERFORM FIND-MONTHLY-DUE
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-DUE-DATE > 0
               AND WS-DUE-DATE >= SI-START-DATE
               AND (SI-END-DATE = 0 OR WS-DUE-DATE <= SI-END-DATE)
               PERFORM WRITE-DUE-TRANSFER
           END-IF.

      *    THE LATEST WEEKLY DATE ON OR BEFORE THE BUSINESS DATE.
       FIND-WEEKLY-DUE.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE).
           COMPUTE WS-WEEKS = (WS-BUS-INT - WS-START-INT) / 7.
           COMPUTE WS-CAND-INT = WS-START-INT + WS-WEEKS * 7.
           COMPUTE WS-CAND-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAND-INT).
           IF WS-CAND-DATE > WS-LOW-DATE
               MOVE WS-CAND-DATE TO WS-DUE-DATE
           END-IF.

      *    THE MONTH OF THE PREVIOUS BUSINESS DAY IS TRIED FIRST, THEN
      *    THE MONTH OF THE BUSINESS DATE.
       FIND-MONTHLY-DUE.
           COMPUTE WS-START-MONTH-IX =
               WS-START-YEAR * 12 + WS-START-MONTH - 1.
           MOVE WS-LOW-YEAR  TO WS-CAND-YEAR.
           MOVE WS-LOW-MONTH TO WS-CAND-MONTH.
           PERFORM TRY-CANDIDATE-MONTH.
           IF WS-DUE-DATE = 0
               MOVE WS-BUS-YEAR  TO WS-CAND-YEAR
               MOVE WS-BUS-MONTH TO WS-CAND-MONTH
               PERFORM TRY-CANDIDATE-MONTH
           END-IF.

       TRY-CANDIDATE-MONTH.
           COMPUTE WS-CAND-MONTH-IX =
               WS-CAND-YEAR * 12 + WS-CAND-MONTH - 1.
           IF WS-CAND-MONTH-IX >= WS-START-MONTH-IX
               COMPUTE WS-MONTH-DIFF =
                   WS-CAND-MONTH-IX - WS-START-MONTH-IX
               IF FUNCTION MOD(WS-MONTH-DIFF, WS-PERIOD) = 0
                   PERFORM FIND-MONTH-LENGTH
                   IF WS-START-DAY > WS-MONTH-LENGTH
                       MOVE WS-MONTH-LENGTH TO WS-CAND-DAY
                   ELSE
                       MOVE WS-START-DAY TO WS-CAND-DAY
                   END-IF
                   IF WS-CAND-DATE > WS-LOW-DATE
                       AND WS-CAND-DATE <= WS-BUS-DATE
                       MOVE WS-CAND-DATE TO WS-DUE-DATE
                   END-IF
               END-IF
           END-IF.

       FIND-MONTH-LENGTH.
           EVALUATE WS-CAND-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LENGTH
               WHEN 2
                   IF FUNCTION MOD(WS-CAND-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-CAND-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(WS-CAND-YEAR, 400) = 0)
                       MOVE 29 TO WS-MONTH-LENGTH
                   ELSE
                       MOVE 28 TO WS-MONTH-LENGTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LENGTH
           END-EVALUATE.

       WRITE-DUE-TRANSFER.
           IF WS-DUE-COUNT = 0
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           ADD SI-AMOUNT TO WS-DUE-HASH.
           MOVE SPACES        TO SI-TRAN-REC.
           MOVE SI-FROM-ACCT  TO STO-ACCT-NUMBER.
           MOVE 'T'           TO STO-DC-CODE.
           MOVE SI-AMOUNT     TO STO-AMOUNT.
           MOVE WS-BUS-DATE   TO STO-DATE.
           MOVE 0             TO STO-ORIG-REF.
           MOVE SI-TO-ACCT    TO STO-TO-ACCT.
           MOVE SI-ID         TO STO-SI-ID.
           WRITE SI-TRAN-REC.
           MOVE SPACES        TO SCHEDULE-REPORT-REC.
           MOVE SI-ID         TO RPT-SI-ID.
           MOVE SI-FROM-ACCT  TO RPT-FROM-ACCT.
           MOVE SI-TO-ACCT    TO RPT-TO-ACCT.
           MOVE SI-AMOUNT     TO RPT-AMOUNT.
           MOVE SI-FREQUENCY  TO RPT-FREQUENCY.
           MOVE WS-DUE-DATE   TO RPT-DUE-DATE.
           MOVE WS-BUS-DATE   TO RPT-POST-DATE.
           IF WS-DUE-DATE NOT = WS-BUS-DATE
               MOVE "ROLLED FORWARD" TO RPT-NOTE
           END-IF.
           IF SI-END-DATE NOT = 0
               IF SI-END-DATE < WS-BUS-DATE
                   OR FUNCTION INTEGER-OF-DATE(SI-END-DATE)
                      - WS-BUS-INT < 7
                   MOVE "FINAL PAYMENT" TO RPT-NOTE
               END-IF
           END-IF.
           WRITE SCHEDULE-REPORT-REC.

       WRITE-BATCH-HEADER.
           MOVE SPACES       TO SI-HEADER-REC.
           MOVE "HDR"        TO SHD-REC-TYPE.
           MOVE WS-BATCH-ID  TO SHD-BATCH-ID.
           MOVE "SCHD"       TO SHD-BRANCH.
           MOVE WS-BUS-DATE  TO SHD-BUS-DATE.
           WRITE SI-HEADER-REC.

       WRITE-BATCH-TRAILER.
           MOVE SPACES       TO SI-TRAILER-REC.
           MOVE "TRL"        TO STR-REC-TYPE.
           MOVE WS-BATCH-ID  TO STR-BATCH-ID.
           MOVE WS-DUE-COUNT TO STR-RECORD-COUNT.
           MOVE WS-DUE-HASH  TO STR-AMOUNT-HASH.
           WRITE SI-TRAILER-REC.

       WRITE-TOTALS.
           MOVE SPACES TO SCHEDULE-REPORT-REC.
           WRITE SCHEDULE-REPORT-REC.
           MOVE "INSTRUCTIONS ON FILE" TO TOT-LABEL.
           MOVE WS-READ-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           WRITE SCHEDULE-REPORT-REC FROM TOTAL-LINE.
           MOVE "ACTIVE INSTRUCTIONS" TO TOT-LABEL.
           MOVE WS-ACTIVE-COUNT TO TOT-COUNT.
           WRITE SCHEDULE-REPORT-REC FROM TOTAL-LINE.
           MOVE "DUE TONIGHT" TO TOT-LABEL.
           MOVE WS-DUE-COUNT TO TOT-COUNT.
           MOVE WS-DUE-HASH TO TOT-AMOUNT.
           WRITE SCHEDULE-REPORT-REC FROM TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-DUE-COUNT > 0
               STRING "TRANSFERS WRITTEN TO SITRN AS BATCH "
                      WS-BATCH-ID
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "NOTHING DUE - SITRN LEFT EMPTY" TO WS-PRINT-LINE
           END-IF.
           WRITE SCHEDULE-REPORT-REC FROM WS-PRINT-LINE.

       READ-SI-RECORD.
           READ STANDING-INSTR NEXT
           AT END MOVE 'Y' TO LAST-REC
           END-READ.
