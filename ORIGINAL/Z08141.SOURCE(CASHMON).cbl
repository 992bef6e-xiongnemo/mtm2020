       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASHMON.
       AUTHOR.        NEMO.
      *
      *    LARGE-CASH AND STRUCTURING MONITOR. READS THE RETAINED
      *    TRANSACTION HISTORY ACCTTRN APPENDS TO (TRNHIST) AND
      *    TOTALS CASH IN (DEPOSITS, D/C CODE C) AND CASH OUT
      *    (WITHDRAWALS, D/C CODE D) PER HOLDER PER BUSINESS DAY.
      *    ACCOUNTS ARE GROUPED BY HOLDER ID THROUGH THE HLDRXREF
      *    CROSS-REFERENCE, WITH THE HOLDER'S NAME FROM HLDRMAST, SO
      *    DEPOSITS SPLIT ACROSS ONE PERSON'S ACCOUNTS ARE SEEN AS
      *    ONE. AN ACCOUNT WITH NO CROSS-REFERENCE IS MONITORED ON
      *    ITS OWN AND COUNTED ON THE REPORT - WORK IT THROUGH
      *    HLDRMNT. TRANSFERS BETWEEN ACCOUNTS ARE NOT CASH AND ARE
      *    LEFT OUT. A REVERSAL TAKES ITS AMOUNT BACK OFF THE DAY AND
      *    DIRECTION OF THE CASH MOVEMENT IT UNDOES.
      *
      *    FOR TONIGHT'S BUSINESS DATE:
      *        REPORTABLE - A HOLDER WHOSE CASH IN, OR WHOSE CASH OUT,
      *                     FOR THE DAY REACHES THE THRESHOLD. ONE
      *                     REPORTABLE-TRANSACTION RECORD PER HOLDER
      *                     AND DIRECTION GOES ON THE FILING EXTRACT
      *                     (CTREXTR) AND THE COMPLIANCE REPORT.
      *        STRUCTURING - A HOLDER WHOSE CASH IN OR OUT TONIGHT IS
      *                     JUST UNDER THE THRESHOLD (AT OR ABOVE THE
      *                     REVIEW FLOOR) AND WHO HAS HAD SUCH A DAY
      *                     ON AT LEAST THE MINIMUM NUMBER OF DAYS IN
      *                     THE ROLLING WINDOW ENDING TONIGHT. FLAGGED
      *                     ON THE REPORT FOR THE COMPLIANCE OFFICER'S
      *                     REVIEW - NOTHING IS FILED.
      *
      *    THE CONTROL CARD (CASHCTL) CARRIES THE THRESHOLD (COLS
      *    1-11, 2 IMPLIED DECIMALS), THE REVIEW FLOOR (COLS 12-22),
      *    THE WINDOW IN CALENDAR DAYS (COLS 23-25) AND THE MINIMUM
      *    NUMBER OF NEAR-THRESHOLD DAYS (COLS 26-28). A MISSING
      *    CARD OR A ZERO OR NON-NUMERIC FIELD TAKES THE DEFAULT:
      *    10,000.00 / 8,000.00 / 14 DAYS / 3 DAYS.
      *
      *    THE REPORT (CASHRPT) LISTS EVERY ALERT WITH THE CONTROL
      *    VALUES IN FORCE AND RUN TOTALS; THE EXTRACT CARRIES A
      *    HEADER, ONE CTR RECORD PER REPORTABLE ALERT, AND A TRAILER
      *    WITH THE RECORD COUNT AND AMOUNT TOTAL. RC=4 WHEN ANY
      *    ACCOUNT HAD NO HOLDER CROSS-REFERENCE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAN-HISTORY-IN ASSIGN TO TRNHIST.
           SELECT HOLDER-XREF ASSIGN TO HLDRXREF
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY XRF-ACCT-NUMBER
               FILE STATUS WS-XREF-STATUS.
           SELECT HOLDER-MASTER ASSIGN TO HLDRMAST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY HM-HOLDER-ID
               FILE STATUS WS-HOLDER-STATUS.
           SELECT OPTIONAL CONTROL-CARD-IN ASSIGN TO CASHCTL.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT CASH-SORT-FILE ASSIGN TO SORTWK01.
           SELECT CASH-REPORT-OUT ASSIGN TO CASHRPT.
           SELECT CTR-EXTRACT-OUT ASSIGN TO CTREXTR.

       DATA DIVISION.
       FILE SECTION.
      *    SEE ACCTTRN FOR THE FULL DESCRIPTION OF THE HISTORY.
       FD  TRAN-HISTORY-IN RECORDING MODE F.
       01  TRAN-HISTORY-REC.
           05  HST-BUS-DATE        PIC 9(8).
           05  HST-TRAN-REF        PIC 9(9).
           05  HST-ACCT-NUMBER     PIC 9(7).
           05  HST-DC-CODE         PIC X(1).
           05  HST-TRAN-TYPE       PIC X(1).
               88  HST-CASH-IN         VALUE 'C'.
               88  HST-CASH-OUT        VALUE 'D'.
               88  HST-REVERSAL        VALUE 'R'.
           05  HST-AMOUNT          PIC 9(9)V99.
           05  HST-TRAN-DATE       PIC 9(8).
           05  HST-BATCH-ID        PIC X(12).
           05  HST-ORIG-REF        PIC 9(9).
           05  HST-ORIG-TYPE       PIC X(1).
               88  HST-ORIG-CASH       VALUE 'C' 'D'.
           05  HST-ORIG-BUS-DATE   PIC 9(8).
           05  FILLER              PIC X(5).

       FD  HOLDER-XREF.
       01  HOLDER-XREF-REC.
           05  XRF-ACCT-NUMBER     PIC 9(7).
           05  XRF-HOLDER-ID       PIC 9(7).
           05  FILLER              PIC X(66).

       FD  HOLDER-MASTER.
       01  HOLDER-MASTER-REC.
           05  HM-HOLDER-ID        PIC 9(7).
           05  HM-FIRST-NAME       PIC X(11).
           05  HM-LAST-NAME        PIC X(22).
           05  FILLER              PIC X(40).

       FD  CONTROL-CARD-IN RECORD CONTAINS 80 CHARACTERS
                            RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CCD-THRESHOLD       PIC 9(9)V99.
           05  CCD-FLOOR           PIC 9(9)V99.
           05  CCD-WINDOW-DAYS     PIC 9(3).
           05  CCD-MIN-DAYS        PIC 9(3).
           05  FILLER              PIC X(52).

       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-REC.
           05  BUSD-DATE           PIC 9(8).
           05  FILLER              PIC X(2).
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

      *    ONE SORT RECORD PER CASH MOVEMENT IN THE WINDOW. THE GROUP
      *    IS A HOLDER (TYPE H) OR, WITHOUT A CROSS-REFERENCE, A LONE
      *    ACCOUNT (TYPE A). A REVERSAL CARRIES A NEGATIVE AMOUNT.
       SD  CASH-SORT-FILE.
       01  CASH-SORT-REC.
           05  SRT-GROUP-TYPE      PIC X(1).
           05  SRT-GROUP-ID        PIC 9(7).
           05  SRT-BUS-DATE        PIC 9(8).
           05  SRT-ACCT-NUMBER     PIC 9(7).
           05  SRT-DIRECTION       PIC X(1).
               88  SRT-CASH-IN         VALUE 'I'.
               88  SRT-CASH-OUT        VALUE 'O'.
           05  SRT-AMOUNT          PIC S9(9)V99.
           05  FILLER              PIC X(45).

       FD  CASH-REPORT-OUT RECORDING MODE F.
       01  CASH-REPORT-LINE        PIC X(132).

       FD  CTR-EXTRACT-OUT RECORDING MODE F.
       01  CTR-HEADER-REC.
           05  CTH-REC-TYPE        PIC X(3).
           05  CTH-BUS-DATE        PIC 9(8).
           05  CTH-RUN-DATE        PIC 9(8).
           05  CTH-THRESHOLD       PIC 9(9)V99.
           05  FILLER              PIC X(50).
       01  CTR-DETAIL-REC.
           05  CTD-REC-TYPE        PIC X(3).
           05  CTD-BUS-DATE        PIC 9(8).
           05  CTD-GROUP-TYPE      PIC X(1).
           05  CTD-GROUP-ID        PIC 9(7).
           05  CTD-LAST-NAME       PIC X(22).
           05  CTD-FIRST-NAME      PIC X(11).
           05  CTD-DIRECTION       PIC X(1).
           05  CTD-TRAN-COUNT      PIC 9(5).
           05  CTD-ACCT-COUNT      PIC 9(3).
           05  CTD-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X(6).
       01  CTR-TRAILER-REC.
           05  CTT-REC-TYPE        PIC X(3).
           05  CTT-RECORD-COUNT    PIC 9(9).
           05  CTT-AMOUNT-TOTAL    PIC 9(13)V99.
           05  FILLER              PIC X(53).

       WORKING-STORAGE SECTION.

       01  HIST-EOF          PIC X(1)  VALUE 'N'.

       01  SORT-EOF          PIC X(1)  VALUE 'N'.

       01  WS-XREF-STATUS    PIC X(2).

       01  WS-HOLDER-STATUS  PIC X(2).

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-BUS-INT        PIC 9(7).

       01  WS-WINDOW-START   PIC 9(8).

       01  WS-THRESHOLD      PIC 9(9)V99 VALUE 10000.00.

       01  WS-FLOOR          PIC 9(9)V99 VALUE 8000.00.

       01  WS-WINDOW-DAYS    PIC 9(3)  VALUE 14.

       01  WS-MIN-DAYS       PIC 9(3)  VALUE 3.

       01  WS-MOVE-DATE      PIC 9(8).

       01  WS-MOVE-DIRECTION PIC X(1).

       01  WS-MOVE-AMOUNT    PIC S9(9)V99.

      *    CURRENT GROUP (HOLDER OR LONE ACCOUNT).
       01  WS-GROUP-ACTIVE   PIC X(1)  VALUE 'N'.

       01  WS-CUR-GROUP-TYPE PIC X(1).

       01  WS-CUR-GROUP-ID   PIC 9(7).

       01  WS-GRP-NEAR-DAYS  PIC 9(3).

       01  WS-GRP-TODAY-NEAR PIC X(1).

       01  WS-GRP-TRAN-COUNT PIC 9(7).

       01  WS-GRP-CASH-TOTAL PIC S9(11)V99.

      *    CURRENT BUSINESS DAY WITHIN THE GROUP.
       01  WS-CUR-DAY        PIC 9(8).

       01  WS-CUR-ACCT       PIC 9(7).

       01  WS-DAY-IN         PIC S9(11)V99.

       01  WS-DAY-OUT        PIC S9(11)V99.

       01  WS-DAY-IN-COUNT   PIC 9(5).

       01  WS-DAY-OUT-COUNT  PIC 9(5).

       01  WS-DAY-ACCTS      PIC 9(3).

       01  WS-ALERT-DIRECTION PIC X(1).

       01  WS-ALERT-COUNT    PIC 9(5).

       01  WS-ALERT-AMOUNT   PIC S9(11)V99.

      *    RUN TOTALS.
       01  WS-HIST-READ      PIC 9(9)  VALUE 0.

       01  WS-CASH-COUNT     PIC 9(9)  VALUE 0.

       01  WS-GROUP-COUNT    PIC 9(9)  VALUE 0.

       01  WS-NOXREF-COUNT   PIC 9(9)  VALUE 0.

       01  WS-CTR-COUNT      PIC 9(9)  VALUE 0.

       01  WS-CTR-AMOUNT     PIC 9(13)V99 VALUE 0.

       01  WS-REVIEW-COUNT   PIC 9(9)  VALUE 0.

       01  WS-LINE-COUNT     PIC 9(3)  VALUE 99.

       01  WS-LINES-PER-PAGE PIC 9(3)  VALUE 50.

       01  WS-PAGE-COUNT     PIC 9(5)  VALUE 0.

       01  HEADING-LINE-1.
           05  FILLER          PIC X(10) VALUE "CASHMON".
           05  FILLER          PIC X(40)
               VALUE "LARGE-CASH AND STRUCTURING MONITOR".
           05  FILLER          PIC X(14) VALUE "BUSINESS DATE".
           05  HDG-BUS-DATE    PIC 9(8).
           05  FILLER          PIC X(50) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE".
           05  HDG-PAGE-NBR    PIC ZZZZ9.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(20) VALUE "ALERT".
           05  FILLER          PIC X(16) VALUE "HOLDER".
           05  FILLER          PIC X(36) VALUE "NAME".
           05  FILLER          PIC X(10) VALUE "DIRECTION".
           05  FILLER          PIC X(7)  VALUE "TRANS".
           05  FILLER          PIC X(5)  VALUE "ACCT".
           05  FILLER          PIC X(19)
               VALUE "             AMOUNT".
           05  FILLER          PIC X(19) VALUE "  NEAR DAYS".

       01  CASH-LINE.
           05  CSL-ALERT       PIC X(18).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CSL-GROUP-TAG   PIC X(7).
           05  CSL-GROUP-ID    PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CSL-FIRST-NAME  PIC X(11).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CSL-LAST-NAME   PIC X(22).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CSL-DIRECTION   PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CSL-COUNT       PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CSL-ACCTS       PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CSL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CSL-NEAR-DAYS   PIC ZZ9.
           05  FILLER          PIC X(13) VALUE SPACES.

       01  TOTAL-LINE.
           05  TOT-LABEL       PIC X(40).
           05  TOT-COUNT       PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TOT-AMOUNT      PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(61) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-CONTROL-CARD.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (WS-BUS-INT - WS-WINDOW-DAYS + 1).
           OPEN INPUT HOLDER-XREF.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY "CASHMON: XREF OPEN FAILED, STATUS "
                   WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HOLDER-MASTER.
           IF WS-HOLDER-STATUS NOT = '00'
               DISPLAY "CASHMON: HOLDER OPEN FAILED, STATUS "
                   WS-HOLDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CASH-REPORT-OUT.
           OPEN OUTPUT CTR-EXTRACT-OUT.
           PERFORM WRITE-EXTRACT-HEADER.
           SORT CASH-SORT-FILE
               ON ASCENDING KEY SRT-GROUP-TYPE
               ON ASCENDING KEY SRT-GROUP-ID
               ON ASCENDING KEY SRT-BUS-DATE
               ON ASCENDING KEY SRT-ACCT-NUMBER
               INPUT PROCEDURE RELEASE-CASH-MOVEMENTS
               OUTPUT PROCEDURE REPORT-CASH-ACTIVITY.
           PERFORM WRITE-EXTRACT-TRAILER.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE HOLDER-XREF.
           CLOSE HOLDER-MASTER.
           CLOSE CASH-REPORT-OUT.
           CLOSE CTR-EXTRACT-OUT.
           DISPLAY "CASHMON: REPORTABLE " WS-CTR-COUNT
               " REVIEW " WS-REVIEW-COUNT.
           IF WS-NOXREF-COUNT > 0
               DISPLAY "CASHMON: MOVEMENTS WITHOUT HOLDER "
                   WS-NOXREF-COUNT
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

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-IN.
           READ CONTROL-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APPLY-CONTROL-CARD
           END-READ.
           CLOSE CONTROL-CARD-IN.
           IF WS-FLOOR NOT < WS-THRESHOLD
               DISPLAY "CASHMON: REVIEW FLOOR NOT BELOW THRESHOLD"
                   " - CORRECT CASHCTL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-CONTROL-CARD.
           IF CCD-THRESHOLD IS NUMERIC AND CCD-THRESHOLD > 0
               MOVE CCD-THRESHOLD TO WS-THRESHOLD
           END-IF.
           IF CCD-FLOOR IS NUMERIC AND CCD-FLOOR > 0
               MOVE CCD-FLOOR TO WS-FLOOR
           END-IF.
           IF CCD-WINDOW-DAYS IS NUMERIC AND CCD-WINDOW-DAYS > 0
               MOVE CCD-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF CCD-MIN-DAYS IS NUMERIC AND CCD-MIN-DAYS > 0
               MOVE CCD-MIN-DAYS TO WS-MIN-DAYS
           END-IF.

      *    ONLY CASH MOVEMENTS DATED INSIDE THE WINDOW ARE RELEASED.
      *    A REVERSAL OF A CASH MOVEMENT IS RELEASED AGAINST THE
      *    ORIGINAL'S BUSINESS DATE AND DIRECTION, AS A NEGATIVE.
       RELEASE-CASH-MOVEMENTS.
           OPEN INPUT TRAN-HISTORY-IN.
           PERFORM READ-HISTORY-RECORD
              PERFORM UNTIL HIST-EOF = 'Y'
              PERFORM RELEASE-ONE-MOVEMENT
              PERFORM READ-HISTORY-RECORD
              END-PERFORM.
           CLOSE TRAN-HISTORY-IN.

       RELEASE-ONE-MOVEMENT.
           MOVE SPACES TO WS-MOVE-DIRECTION.
           EVALUATE TRUE
               WHEN HST-CASH-IN
                   MOVE HST-BUS-DATE TO WS-MOVE-DATE
                   MOVE 'I'          TO WS-MOVE-DIRECTION
                   MOVE HST-AMOUNT   TO WS-MOVE-AMOUNT
               WHEN HST-CASH-OUT
                   MOVE HST-BUS-DATE TO WS-MOVE-DATE
                   MOVE 'O'          TO WS-MOVE-DIRECTION
                   MOVE HST-AMOUNT   TO WS-MOVE-AMOUNT
               WHEN HST-REVERSAL AND HST-ORIG-CASH
                   MOVE HST-ORIG-BUS-DATE TO WS-MOVE-DATE
                   IF HST-ORIG-TYPE = 'C'
                       MOVE 'I' TO WS-MOVE-DIRECTION
                   ELSE
                       MOVE 'O' TO WS-MOVE-DIRECTION
                   END-IF
                   COMPUTE WS-MOVE-AMOUNT = 0 - HST-AMOUNT
           END-EVALUATE.
           IF WS-MOVE-DIRECTION NOT = SPACES
               AND WS-MOVE-DATE NOT < WS-WINDOW-START
               AND WS-MOVE-DATE NOT > WS-BUS-DATE
               ADD 1 TO WS-CASH-COUNT
               PERFORM RELEASE-SORT-RECORD
           END-IF.

       RELEASE-SORT-RECORD.
           MOVE SPACES            TO CASH-SORT-REC.
           MOVE WS-MOVE-DATE      TO SRT-BUS-DATE.
           MOVE HST-ACCT-NUMBER   TO SRT-ACCT-NUMBER.
           MOVE WS-MOVE-DIRECTION TO SRT-DIRECTION.
           MOVE WS-MOVE-AMOUNT    TO SRT-AMOUNT.
           MOVE HST-ACCT-NUMBER   TO XRF-ACCT-NUMBER.
           READ HOLDER-XREF
               INVALID KEY
                   ADD 1 TO WS-NOXREF-COUNT
                   MOVE 'A'             TO SRT-GROUP-TYPE
                   MOVE HST-ACCT-NUMBER TO SRT-GROUP-ID
               NOT INVALID KEY
                   MOVE 'H'             TO SRT-GROUP-TYPE
                   MOVE XRF-HOLDER-ID   TO SRT-GROUP-ID
           END-READ.
           RELEASE CASH-SORT-REC.

       READ-HISTORY-RECORD.
           READ TRAN-HISTORY-IN
               AT END MOVE 'Y' TO HIST-EOF
               NOT AT END ADD 1 TO WS-HIST-READ
           END-READ.

      *    GROUP, THEN DAY, THEN ACCOUNT ORDER: A DAY IS JUDGED WHEN
      *    THE NEXT DAY OR GROUP STARTS, A GROUP WHEN THE NEXT GROUP
      *    STARTS.
       REPORT-CASH-ACTIVITY.
           PERFORM RETURN-SORT-RECORD
              PERFORM UNTIL SORT-EOF = 'Y'
              PERFORM TALLY-ONE-MOVEMENT
              PERFORM RETURN-SORT-RECORD
              END-PERFORM.
           IF WS-GROUP-ACTIVE = 'Y'
               PERFORM JUDGE-DAY
               PERFORM JUDGE-GROUP
           END-IF.

       TALLY-ONE-MOVEMENT.
           IF WS-GROUP-ACTIVE = 'N'
               OR SRT-GROUP-TYPE NOT = WS-CUR-GROUP-TYPE
               OR SRT-GROUP-ID NOT = WS-CUR-GROUP-ID
               IF WS-GROUP-ACTIVE = 'Y'
                   PERFORM JUDGE-DAY
                   PERFORM JUDGE-GROUP
               END-IF
               PERFORM START-NEW-GROUP
               PERFORM START-NEW-DAY
           ELSE
               IF SRT-BUS-DATE NOT = WS-CUR-DAY
                   PERFORM JUDGE-DAY
                   PERFORM START-NEW-DAY
               END-IF
           END-IF.
           IF SRT-ACCT-NUMBER NOT = WS-CUR-ACCT
               ADD 1 TO WS-DAY-ACCTS
               MOVE SRT-ACCT-NUMBER TO WS-CUR-ACCT
           END-IF.
           IF SRT-CASH-IN
               ADD SRT-AMOUNT TO WS-DAY-IN
               IF SRT-AMOUNT > 0
                   ADD 1 TO WS-DAY-IN-COUNT
               END-IF
           ELSE
               ADD SRT-AMOUNT TO WS-DAY-OUT
               IF SRT-AMOUNT > 0
                   ADD 1 TO WS-DAY-OUT-COUNT
               END-IF
           END-IF.
           IF SRT-AMOUNT > 0
               ADD 1 TO WS-GRP-TRAN-COUNT
           END-IF.
           ADD SRT-AMOUNT TO WS-GRP-CASH-TOTAL.

       START-NEW-GROUP.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE 'Y'            TO WS-GROUP-ACTIVE.
           MOVE SRT-GROUP-TYPE TO WS-CUR-GROUP-TYPE.
           MOVE SRT-GROUP-ID   TO WS-CUR-GROUP-ID.
           MOVE 0              TO WS-GRP-NEAR-DAYS.
           MOVE 'N'            TO WS-GRP-TODAY-NEAR.
           MOVE 0              TO WS-GRP-TRAN-COUNT.
           MOVE 0              TO WS-GRP-CASH-TOTAL.

       START-NEW-DAY.
           MOVE SRT-BUS-DATE TO WS-CUR-DAY.
           MOVE 0 TO WS-CUR-ACCT.
           MOVE 0 TO WS-DAY-IN WS-DAY-OUT.
           MOVE 0 TO WS-DAY-IN-COUNT WS-DAY-OUT-COUNT.
           MOVE 0 TO WS-DAY-ACCTS.

      *    A DAY COUNTS AS NEAR-THRESHOLD ONCE, WHICHEVER DIRECTION
      *    (OR BOTH) FELL BETWEEN THE FLOOR AND THE THRESHOLD.
       JUDGE-DAY.
           IF (WS-DAY-IN NOT < WS-FLOOR AND WS-DAY-IN < WS-THRESHOLD)
               OR (WS-DAY-OUT NOT < WS-FLOOR
                   AND WS-DAY-OUT < WS-THRESHOLD)
               ADD 1 TO WS-GRP-NEAR-DAYS
               IF WS-CUR-DAY = WS-BUS-DATE
                   MOVE 'Y' TO WS-GRP-TODAY-NEAR
               END-IF
           END-IF.
           IF WS-CUR-DAY = WS-BUS-DATE
               IF WS-DAY-IN NOT < WS-THRESHOLD
                   MOVE 'I'             TO WS-ALERT-DIRECTION
                   MOVE WS-DAY-IN-COUNT TO WS-ALERT-COUNT
                   MOVE WS-DAY-IN       TO WS-ALERT-AMOUNT
                   PERFORM WRITE-REPORTABLE
               END-IF
               IF WS-DAY-OUT NOT < WS-THRESHOLD
                   MOVE 'O'              TO WS-ALERT-DIRECTION
                   MOVE WS-DAY-OUT-COUNT TO WS-ALERT-COUNT
                   MOVE WS-DAY-OUT       TO WS-ALERT-AMOUNT
                   PERFORM WRITE-REPORTABLE
               END-IF
           END-IF.

       JUDGE-GROUP.
           IF WS-GRP-TODAY-NEAR = 'Y'
               AND WS-GRP-NEAR-DAYS NOT < WS-MIN-DAYS
               PERFORM WRITE-REVIEW-FLAG
           END-IF.

       WRITE-REPORTABLE.
           ADD 1 TO WS-CTR-COUNT.
           ADD WS-ALERT-AMOUNT TO WS-CTR-AMOUNT
               ON SIZE ERROR
                   DISPLAY "CASHMON: RUN TOTAL OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-ADD.
           PERFORM LOOK-UP-HOLDER-NAME.
           MOVE SPACES TO CASH-LINE.
           MOVE "REPORTABLE CASH" TO CSL-ALERT.
           PERFORM FILL-GROUP-FIELDS.
           IF WS-ALERT-DIRECTION = 'I'
               MOVE "CASH-IN"  TO CSL-DIRECTION
           ELSE
               MOVE "CASH-OUT" TO CSL-DIRECTION
           END-IF.
           MOVE WS-ALERT-COUNT  TO CSL-COUNT.
           MOVE WS-DAY-ACCTS    TO CSL-ACCTS.
           MOVE WS-ALERT-AMOUNT TO CSL-AMOUNT.
           MOVE 0               TO CSL-NEAR-DAYS.
           PERFORM PRINT-CASH-LINE.
           MOVE SPACES              TO CTR-DETAIL-REC.
           MOVE "CTR"               TO CTD-REC-TYPE.
           MOVE WS-BUS-DATE         TO CTD-BUS-DATE.
           MOVE WS-CUR-GROUP-TYPE   TO CTD-GROUP-TYPE.
           MOVE WS-CUR-GROUP-ID     TO CTD-GROUP-ID.
           MOVE HM-LAST-NAME        TO CTD-LAST-NAME.
           MOVE HM-FIRST-NAME       TO CTD-FIRST-NAME.
           MOVE WS-ALERT-DIRECTION  TO CTD-DIRECTION.
           MOVE WS-ALERT-COUNT      TO CTD-TRAN-COUNT.
           MOVE WS-DAY-ACCTS        TO CTD-ACCT-COUNT.
           MOVE WS-ALERT-AMOUNT     TO CTD-AMOUNT.
           WRITE CTR-DETAIL-REC.

       WRITE-REVIEW-FLAG.
           ADD 1 TO WS-REVIEW-COUNT.
           PERFORM LOOK-UP-HOLDER-NAME.
           MOVE SPACES TO CASH-LINE.
           MOVE "STRUCTURING REVIEW" TO CSL-ALERT.
           PERFORM FILL-GROUP-FIELDS.
           MOVE "WINDOW"          TO CSL-DIRECTION.
           MOVE WS-GRP-TRAN-COUNT TO CSL-COUNT.
           MOVE 0                 TO CSL-ACCTS.
           MOVE WS-GRP-CASH-TOTAL TO CSL-AMOUNT.
           MOVE WS-GRP-NEAR-DAYS  TO CSL-NEAR-DAYS.
           PERFORM PRINT-CASH-LINE.

       FILL-GROUP-FIELDS.
           IF WS-CUR-GROUP-TYPE = 'H'
               MOVE "HOLDER"  TO CSL-GROUP-TAG
           ELSE
               MOVE "ACCOUNT" TO CSL-GROUP-TAG
           END-IF.
           MOVE WS-CUR-GROUP-ID TO CSL-GROUP-ID.
           MOVE HM-FIRST-NAME   TO CSL-FIRST-NAME.
           MOVE HM-LAST-NAME    TO CSL-LAST-NAME.

       LOOK-UP-HOLDER-NAME.
           IF WS-CUR-GROUP-TYPE = 'H'
               MOVE WS-CUR-GROUP-ID TO HM-HOLDER-ID
               READ HOLDER-MASTER
                   INVALID KEY
                       MOVE SPACES TO HM-FIRST-NAME
                       MOVE "(HOLDER NOT ON FILE)" TO HM-LAST-NAME
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           ELSE
               MOVE SPACES TO HM-FIRST-NAME
               MOVE "(NO HOLDER XREF)" TO HM-LAST-NAME
           END-IF.

       PRINT-CASH-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE CASH-REPORT-LINE FROM CASH-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

      *    EVERY PAGE CARRIES THE CONTROL VALUES IN FORCE SO A PAGE
      *    PULLED FOR AN EXAMINER STANDS ON ITS OWN.
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-BUS-DATE   TO HDG-BUS-DATE.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NBR.
           WRITE CASH-REPORT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "REPORTING THRESHOLD" TO TOT-LABEL.
           MOVE 0 TO TOT-COUNT.
           MOVE WS-THRESHOLD TO TOT-AMOUNT.
           WRITE CASH-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "REVIEW FLOOR / MINIMUM NEAR DAYS" TO TOT-LABEL.
           MOVE WS-MIN-DAYS TO TOT-COUNT.
           MOVE WS-FLOOR TO TOT-AMOUNT.
           WRITE CASH-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CASH-REPORT-LINE.
           STRING "ROLLING WINDOW " WS-WINDOW-START " THROUGH "
                  WS-BUS-DATE " (" WS-WINDOW-DAYS " DAYS)"
               DELIMITED BY SIZE INTO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE AFTER ADVANCING 1 LINE.
           WRITE CASH-REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CASH-REPORT-LINE.
           WRITE CASH-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 9 TO WS-LINE-COUNT.

       PRINT-RUN-TOTALS.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
           PERFORM PRINT-PAGE-HEADING.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "HISTORY RECORDS READ" TO TOT-LABEL.
           MOVE WS-HIST-READ TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "CASH MOVEMENTS IN WINDOW" TO TOT-LABEL.
           MOVE WS-CASH-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "HOLDERS / LONE ACCOUNTS EXAMINED" TO TOT-LABEL.
           MOVE WS-GROUP-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "REPORTABLE RECORDS FILED" TO TOT-LABEL.
           MOVE WS-CTR-COUNT TO TOT-COUNT.
           MOVE WS-CTR-AMOUNT TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "FLAGGED FOR STRUCTURING REVIEW" TO TOT-LABEL.
           MOVE WS-REVIEW-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "MOVEMENTS WITHOUT HOLDER XREF" TO TOT-LABEL.
           MOVE WS-NOXREF-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.
           WRITE CASH-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOTAL-LINE.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO CTR-HEADER-REC.
           MOVE "HDR" TO CTH-REC-TYPE.
           MOVE WS-BUS-DATE TO CTH-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTH-RUN-DATE.
           MOVE WS-THRESHOLD TO CTH-THRESHOLD.
           WRITE CTR-HEADER-REC.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO CTR-TRAILER-REC.
           MOVE "TRL" TO CTT-REC-TYPE.
           MOVE WS-CTR-COUNT TO CTT-RECORD-COUNT.
           MOVE WS-CTR-AMOUNT TO CTT-AMOUNT-TOTAL.
           WRITE CTR-TRAILER-REC.

       RETURN-SORT-RECORD.
           RETURN CASH-SORT-FILE
           AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
