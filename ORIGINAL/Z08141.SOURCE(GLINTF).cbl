       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLINTF.
       AUTHOR.        NEMO.
      *
      *    NIGHTLY GENERAL-LEDGER INTERFACE. TURNS THE DAY'S POSTINGS
      *    INTO A BALANCED GL JOURNAL-ENTRY FILE (GLJE) FOR THE GL
      *    LOADER, SO FINANCE NO LONGER RETYPES THE JOURNAL TOTALS:
      *        DEPOSITS    - THE CREDITS ON ACCTTRN'S HISTORY (TRNHIST)
      *        WITHDRAWALS - THE DEBITS ON TRNHIST
      *        INTEREST    - THE ACCRUALS ON ACCTPOST'S INTEREST
      *                      HISTORY (INTHIST)
      *        PURGES      - THE BALANCES REMOVED BY ACCTPURG, FROM ITS
      *                      PURGE RECORDS ON THE AUDIT JOURNAL
      *    EACH CATEGORY BOOKS ONE DEBIT AND ONE EQUAL CREDIT, SO THE
      *    FILE ALWAYS BALANCES. BOTH GL ACCOUNT NUMBERS FOR EACH
      *    CATEGORY COME FROM THE GLMAP MAPPING TABLE - ONE CARD PER
      *    CATEGORY: CATEGORY (COLS 1-8), DEBIT GL ACCOUNT (10-21),
      *    CREDIT GL ACCOUNT (23-34), ENTRY DESCRIPTION (36-65). AN
      *    '*' IN COL 1 IS A COMMENT CARD. ALL FOUR CATEGORIES MUST
      *    BE MAPPED EXACTLY ONCE OR THE STEP ENDS RC=16.
      *
      *    TRANSFER LEGS (HISTORY TYPE T) MOVE MONEY FROM ONE
      *    CUSTOMER ACCOUNT TO ANOTHER AND NEVER TOUCH CASH, SO THEY
      *    ARE NOT BOOKED, AND NEITHER IS THE REVERSAL OF A TRANSFER
      *    LEG; THE PROOF SHOWS THEM SEPARATELY. ANY OTHER REVERSAL IS
      *    BOOKED BY THE DIRECTION ITS BALANCE MOVED - A REVERSED
      *    DEPOSIT AS A WITHDRAWAL AND A REVERSED WITHDRAWAL AS A
      *    DEPOSIT.
      *
      *    TRNHIST, INTHIST, THE AUDIT JOURNAL (AUDTJRNL) AND THE
      *    CONTROL-TOTAL LEDGER (CTLLDGR) ARE RETAINED APPEND-ONLY
      *    FILES, AND EVERY RECORD ON THEM CARRIES ITS BUSINESS DATE.
      *    A RECORD IS BOOKED WHEN THAT DATE FALLS AFTER THE LAST
      *    BUSINESS DATE ON THE RETAINED GL BOOKING REGISTER (GLREG)
      *    AND NO LATER THAN TONIGHT - SO EVERY ACCTTRN, ACCTPOST AND
      *    ACCTPURG RUN SINCE THE LAST GL FILE IS BOOKED, HOWEVER MANY
      *    THERE WERE, NONE IS BOOKED TWICE, AND A NIGHT WHOSE GL FILE
      *    WAS HELD IS PICKED UP THE NEXT NIGHT. A NIGHT RESTORED AND
      *    POSTED AGAIN LEAVES TWO SETS OF ACCRUALS ON INTHIST, AND TWO
      *    ACCTPOST LEDGER RECORDS, FOR THE SAME BUSINESS DATE; ONLY
      *    THE LATEST RUN'S ARE BOOKED, AS IN INTTAX. WITH AN EMPTY
      *    REGISTER ONLY TONIGHT'S BUSINESS DATE IS BOOKED. EVERY GL
      *    FILE WRITTEN APPENDS ONE RECORD TO THE REGISTER.
      *
      *    THE PROOF REPORT (GLRPT) LISTS THE ENTRIES AND TIES THEM TO
      *    THE CONTROL TOTALS: THE HISTORY CREDITS AND DEBITS AGAINST
      *    THE ACCTTRN LEDGER RECORDS OF THE SAME DATES, THE PURGED
      *    BALANCES AGAINST THE ACCTPURG LEDGER RECORDS, THE INTHIST
      *    ACCRUALS AGAINST THE ACCTPOST LEDGER RECORDS, AND THE GL
      *    ENTRIES AGAINST ALL OF THOSE. A RUN THAT ENDED BEFORE
      *    WRITING ITS LEDGER RECORD LEAVES POSTINGS WITHOUT CONTROL
      *    TOTALS AND BREAKS THE PROOF, AS IT DOES IN MSTPROOF. ANY
      *    FIGURE THAT DOES NOT TIE ENDS THE STEP RC=8.
      *    THE PROOF IS TAKEN BEFORE ANYTHING IS WRITTEN: ON A BREAK
      *    THE GL FILE IS LEFT EMPTY AND NOTHING GOES ON THE REGISTER,
      *    SO THE SAME POSTINGS ARE OFFERED AGAIN THE NEXT NIGHT - AND
      *    BREAK AGAIN - UNTIL THE CONTROL DESK HAS EXPLAINED THE
      *    DIFFERENCE. A MISSING LEDGER RECORD NEVER APPEARS LATER, SO
      *    THE DESK THEN PUNCHES THE BUSINESS DATE OF THE NIGHT TO BE
      *    BOOKED (COLS 1-8) AND ITS EXPLANATION (COLS 10-49) ON THE
      *    CONTROL CARD (GLCTL). THAT NIGHT'S RUN BOOKS THE HISTORY
      *    FIGURES, PRINTS EACH DIFFERENCE ON GLRPT AS ACCEPTED,
      *    WRITES THE REGISTER AND ENDS RC=4 - SO THE BREAK IS
      *    REPORTED ONCE, AS IN MSTPROOF, INSTEAD OF HOLDING THE GL
      *    FILE FOR GOOD. A CARD FOR ANY OTHER DATE, OR WITH NO
      *    EXPLANATION, IS LISTED AND IGNORED, SO A CARD LEFT IN
      *    PLACE NEVER ACCEPTS A LATER NIGHT'S BREAK.
      *
      *    GL FILE LAYOUT (80 BYTES):
      *        HDR - BUSINESS DATE, SOURCE 'TOPACCTS', RUN DATE/TIME,
      *              BUSINESS DATE OF THE PRIOR GL FILE
      *        DTL - BUSINESS DATE, LINE NUMBER, GL ACCOUNT, D OR C,
      *              AMOUNT, CATEGORY, DESCRIPTION
      *        TRL - BUSINESS DATE, DTL COUNT, TOTAL DEBITS, TOTAL
      *              CREDITS
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT GL-MAP-IN ASSIGN TO GLMAP.
           SELECT OPTIONAL GL-CONTROL-IN ASSIGN TO GLCTL.
           SELECT OPTIONAL GL-REGISTER ASSIGN TO GLREG.
           SELECT OPTIONAL TRAN-HISTORY-IN ASSIGN TO TRNHIST.
           SELECT OPTIONAL CONTROL-LEDGER-IN ASSIGN TO CTLLDGR.
           SELECT OPTIONAL INTEREST-HISTORY-IN ASSIGN TO INTHIST.
           SELECT OPTIONAL AUDIT-JOURNAL-IN ASSIGN TO AUDTJRNL.
           SELECT GL-ENTRY-OUT ASSIGN TO GLJE.
           SELECT GL-REPORT-OUT ASSIGN TO GLRPT.
           SELECT INTEREST-SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-IN RECORDING MODE F.
       01  BUSDATE-REC.
           05  BUSD-DATE           PIC 9(8).
           05  FILLER              PIC X(2).
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

       FD  GL-MAP-IN RECORDING MODE F.
       01  GL-MAP-REC.
           05  MAP-CATEGORY        PIC X(8).
           05  FILLER              PIC X(1).
           05  MAP-DEBIT-ACCT      PIC X(12).
           05  FILLER              PIC X(1).
           05  MAP-CREDIT-ACCT     PIC X(12).
           05  FILLER              PIC X(1).
           05  MAP-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(15).

      *    ONE-CARD CONTROL FILE - THE BUSINESS DATE OF A NIGHT WHOSE
      *    PROOF BREAK THE CONTROL DESK HAS EXPLAINED, AND WHY.
       FD  GL-CONTROL-IN RECORDING MODE F.
       01  GL-CONTROL-REC.
           05  GCC-ACCEPT-DATE     PIC 9(8).
           05  FILLER              PIC X(1).
           05  GCC-REASON          PIC X(40).
           05  FILLER              PIC X(31).

      *    RETAINED GL BOOKING REGISTER - ONE RECORD PER GL FILE
      *    WRITTEN, WITH THE LATEST BUSINESS DATE IT BOOKED FROM EACH
      *    SOURCE (ZERO WHERE NONE).
       FD  GL-REGISTER RECORDING MODE F.
       01  GL-REGISTER-REC.
           05  REG-BUS-DATE        PIC 9(8).
           05  REG-RUN-DATE        PIC 9(8).
           05  REG-RUN-TIME        PIC 9(6).
           05  REG-LINE-COUNT      PIC 9(7).
           05  REG-TOTAL-DEBITS    PIC 9(13)V99.
           05  REG-TRN-DATE        PIC 9(8).
           05  REG-POST-DATE       PIC 9(8).
           05  REG-PURGE-DATE      PIC 9(8).
           05  FILLER              PIC X(12).

      *    ACCTTRN'S RETAINED TRANSACTION HISTORY - ONE RECORD PER
      *    POSTED MOVEMENT (SEE ACCTTRN TRAN-HISTORY-REC).
       FD  TRAN-HISTORY-IN RECORDING MODE F.
       01  TRAN-HISTORY-REC.
           05  HST-BUS-DATE        PIC 9(8).
           05  HST-TRAN-REF        PIC 9(9).
           05  HST-ACCT-NUMBER     PIC 9(7).
           05  HST-DC-CODE         PIC X(1).
               88  HST-CREDIT          VALUE 'C'.
               88  HST-DEBIT           VALUE 'D'.
           05  HST-TRAN-TYPE       PIC X(1).
               88  HST-TRANSFER        VALUE 'T'.
               88  HST-REVERSAL        VALUE 'R'.
           05  HST-AMOUNT          PIC 9(9)V99.
           05  HST-TRAN-DATE       PIC 9(8).
           05  HST-BATCH-ID        PIC X(12).
           05  HST-ORIG-REF        PIC 9(9).
           05  HST-ORIG-TYPE       PIC X(1).
               88  HST-ORIG-TRANSFER   VALUE 'T'.
           05  HST-ORIG-BUS-DATE   PIC 9(8).
           05  FILLER              PIC X(5).

      *    RETAINED CONTROL-TOTAL LEDGER - ONLY THE 'M' MOVEMENT
      *    RECORDS ARE READ (SEE MSTPROOF FOR THE FULL LAYOUT).
       FD  CONTROL-LEDGER-IN RECORDING MODE F.
       01  LEDGER-REC.
           05  LDG-REC-TYPE        PIC X(1).
               88  LDG-MOVEMENT        VALUE 'M'.
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

      *    RETAINED INTEREST HISTORY - SEE ACCTPOST FOR THE FULL
      *    DESCRIPTION.
       FD  INTEREST-HISTORY-IN RECORDING MODE F.
       01  INTEREST-HISTORY-REC.
           05  IHS-BUS-DATE        PIC 9(8).
           05  IHS-ACCT-NUMBER     PIC 9(7).
           05  IHS-RUN-DATE        PIC 9(8).
           05  IHS-RUN-TIME        PIC 9(6).
           05  IHS-OLD-BALANCE     PIC 9(9)V99.
           05  IHS-ANNUAL-RATE     PIC 9(2)V9(4).
           05  IHS-ACCRUAL         PIC 9(9)V99.
           05  FILLER              PIC X(23).

      *    RETAINED AUDIT JOURNAL - ONLY ACCTPURG'S PURGE RECORDS
      *    ARE READ, FOR THE BALANCE ON THE BEFORE-IMAGE.
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

       FD  GL-ENTRY-OUT RECORDING MODE F.
       01  GL-HEADER-REC.
           05  GLH-REC-TYPE        PIC X(3).
           05  GLH-BUS-DATE        PIC 9(8).
           05  GLH-SOURCE          PIC X(8).
           05  GLH-RUN-DATE        PIC 9(8).
           05  GLH-RUN-TIME        PIC 9(6).
           05  GLH-PRIOR-DATE      PIC 9(8).
           05  FILLER              PIC X(39).
       01  GL-DETAIL-REC.
           05  GLD-REC-TYPE        PIC X(3).
           05  GLD-BUS-DATE        PIC 9(8).
           05  GLD-LINE-NBR        PIC 9(5).
           05  GLD-GL-ACCT         PIC X(12).
           05  GLD-DC-CODE         PIC X(1).
           05  GLD-AMOUNT          PIC 9(11)V99.
           05  GLD-CATEGORY        PIC X(8).
           05  GLD-DESCRIPTION     PIC X(30).
       01  GL-TRAILER-REC.
           05  GLT-REC-TYPE        PIC X(3).
           05  GLT-BUS-DATE        PIC 9(8).
           05  GLT-LINE-COUNT      PIC 9(7).
           05  GLT-TOTAL-DEBITS    PIC 9(13)V99.
           05  GLT-TOTAL-CREDITS   PIC 9(13)V99.
           05  FILLER              PIC X(32).

       FD  GL-REPORT-OUT RECORDING MODE F.
       01  GL-REPORT-LINE          PIC X(132).

      *    ONE SORT RECORD PER ACCRUAL IN THE WINDOW. WITHIN AN
      *    ACCOUNT AND BUSINESS DATE THE LATEST POSTING RUN SORTS LAST.
       SD  INTEREST-SORT-FILE.
       01  INTEREST-SORT-REC.
           05  SRT-ACCT-NUMBER     PIC 9(7).
           05  SRT-BUS-DATE        PIC 9(8).
           05  SRT-RUN-STAMP.
               10  SRT-RUN-DATE    PIC 9(8).
               10  SRT-RUN-TIME    PIC 9(6).
           05  SRT-ACCRUAL         PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  LAST-REC          PIC X(1)  VALUE 'N'.

       01  SORT-EOF          PIC X(1)  VALUE 'N'.

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-PRIOR-DATE     PIC 9(8)  VALUE 0.

       01  WS-WINDOW-LOW     PIC 9(8)  VALUE 0.

       01  WS-RUN-DATE       PIC 9(8).

       01  WS-RUN-TIME       PIC 9(6).

       01  WS-SUB            PIC 9(2)  VALUE 0.

       01  WS-FOUND-SUB      PIC 9(2)  VALUE 0.

       01  WS-MAP-ERROR      PIC X(1)  VALUE 'N'.

       01  WS-AMOUNT         PIC 9(11)V99.

      *    THE FOUR CATEGORIES BOOKED, IN FILE ORDER, AND WHAT THE
      *    MAPPING TABLE SAYS TO BOOK THEM TO.
       01  WS-CATEGORY-NAMES.
           05  FILLER          PIC X(8)  VALUE "DEPOSIT".
           05  FILLER          PIC X(8)  VALUE "WITHDRAW".
           05  FILLER          PIC X(8)  VALUE "INTEREST".
           05  FILLER          PIC X(8)  VALUE "PURGE".

       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY     PIC X(8)  OCCURS 4 TIMES.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY    OCCURS 4 TIMES.
               10  WS-MAP-FOUND        PIC X(1).
               10  WS-MAP-DEBIT-ACCT   PIC X(12).
               10  WS-MAP-CREDIT-ACCT  PIC X(12).
               10  WS-MAP-DESCRIPTION  PIC X(30).
               10  WS-MAP-AMOUNT       PIC 9(11)V99.
               10  WS-MAP-BOOKED       PIC 9(11)V99.

       01  WS-JOURNAL-DATE   PIC 9(8).

      *    WHERE A RECORD'S DATE FALLS, AND THE STATUS OF A SOURCE
      *    LINE ON THE REPORT:
      *        'B' BOOKED TONIGHT        'P' ALREADY BOOKED
      *        'L' LATER BUSINESS DATE   'C' CONTROL TOTALS
      *        'W' NOTHING IN THE WINDOW 'S' SUPERSEDED
       01  WS-JOURNAL-STATUS PIC X(1).

      *    THE LATEST BUSINESS DATE IN THE WINDOW ON EACH RETAINED
      *    SOURCE, AND THE NUMBER OF ITS RECORDS IN THE WINDOW.
       01  WS-TRN-DATE       PIC 9(8)  VALUE 0.

       01  WS-TRN-RECORDS    PIC 9(9)  VALUE 0.

       01  WS-TRN-LDG-DATE   PIC 9(8)  VALUE 0.

       01  WS-TRN-LDG-RUNS   PIC 9(9)  VALUE 0.

       01  WS-PURGE-DATE     PIC 9(8)  VALUE 0.

       01  WS-PURGE-RECORDS  PIC 9(9)  VALUE 0.

       01  WS-PURGE-LDG-DATE PIC 9(8)  VALUE 0.

       01  WS-PURGE-LDG-RUNS PIC 9(9)  VALUE 0.

       01  WS-POST-DATE      PIC 9(8)  VALUE 0.

       01  WS-POST-RECORDS   PIC 9(9)  VALUE 0.

       01  WS-POST-LDG-DATE  PIC 9(8)  VALUE 0.

      *    TRNHIST FIGURES, AND THE ACCTTRN LEDGER FIGURES THEY TIE TO.
       01  WS-TRN-CLOSE-CR   PIC 9(11)V99 VALUE 0.

       01  WS-TRN-CLOSE-DR   PIC 9(11)V99 VALUE 0.

       01  WS-TRN-DETAIL-CR  PIC 9(11)V99 VALUE 0.

       01  WS-TRN-DETAIL-DR  PIC 9(11)V99 VALUE 0.

       01  WS-XFER-LEG       PIC X(1).

       01  WS-XFER-IN        PIC 9(11)V99 VALUE 0.

       01  WS-XFER-OUT       PIC 9(11)V99 VALUE 0.

      *    INTHIST FIGURES, AND THE ACCTPOST LEDGER FIGURE THEY TIE
      *    TO. ACCRUALS SUPERSEDED BY A LATER RUN ARE COUNTED, NOT
      *    BOOKED.
       01  WS-POST-CLOSE     PIC 9(11)V99 VALUE 0.

       01  WS-POST-DETAIL    PIC 9(11)V99 VALUE 0.

       01  WS-POST-SUPERSEDED PIC 9(9) VALUE 0.

      *    THE ACCRUAL HELD UNTIL THE NEXT SORT RECORD SHOWS WHETHER
      *    A LATER RUN SUPERSEDES IT.
       01  WS-HELD-ACTIVE    PIC X(1)  VALUE 'N'.

       01  WS-HELD-KEY.
           05  WS-HELD-ACCT      PIC 9(7).
           05  WS-HELD-DATE      PIC 9(8).

       01  WS-HELD-ACCRUAL   PIC 9(9)V99.

      *    THE ACCTPOST LEDGER RECORDS IN THE WINDOW, ONE ENTRY PER
      *    BUSINESS DATE. THE LEDGER IS IN RUN ORDER, SO A LATER RUN
      *    OF THE SAME DATE REPLACES THE EARLIER ONE.
       01  WS-PLD-MAX        PIC 9(3)  VALUE 100.

       01  WS-PLD-COUNT      PIC 9(3)  VALUE 0.

       01  WS-PLD-SUB        PIC 9(3)  VALUE 0.

       01  WS-PLD-FOUND      PIC 9(3)  VALUE 0.

       01  WS-PLD-TABLE.
           05  WS-PLD-ENTRY    OCCURS 100 TIMES.
               10  WS-PLD-DATE         PIC 9(8).
               10  WS-PLD-CREDITS      PIC 9(11)V99.

      *    AUDTJRNL PURGE FIGURES, AND THE ACCTPURG LEDGER FIGURE
      *    THEY TIE TO.
       01  WS-PURGE-CLOSE    PIC 9(11)V99 VALUE 0.

       01  WS-PURGE-DETAIL   PIC 9(11)V99 VALUE 0.

      *    MASTER VIEW OF A BEFORE-IMAGE, FOR ITS BALANCE.
       01  WS-IMAGE-VIEW.
           05  IMG-ACCT-NUMBER     PIC 9(7).
           05  IMG-FIRST-NAME      PIC X(11).
           05  IMG-LAST-NAME       PIC X(22).
           05  IMG-START-TIME      PIC X(11).
           05  IMG-END-TIME        PIC X(17).
           05  IMG-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(6).

      *    GL FILE FIGURES.
       01  WS-GL-LINES       PIC 9(7)  VALUE 0.

       01  WS-GL-DEBITS      PIC 9(13)V99 VALUE 0.

       01  WS-GL-CREDITS     PIC 9(13)V99 VALUE 0.

       01  WS-GL-FIGURE      PIC 9(13)V99.

       01  WS-PRF-FIRST      PIC 9(13)V99.

       01  WS-PRF-SECOND     PIC 9(13)V99.

       01  WS-PRF-DIFFERENCE PIC S9(13)V99.

       01  WS-PROOF-BREAKS   PIC 9(5)  VALUE 0.

      *    A BREAK ACCEPTED ON GLCTL FOR TONIGHT IS COUNTED, NOT HELD.
       01  WS-ACCEPT-DATE    PIC 9(8)  VALUE 0.

       01  WS-ACCEPT-REASON  PIC X(40) VALUE SPACES.

       01  WS-ACCEPT-BREAK   PIC X(1)  VALUE 'N'.

       01  WS-PROOF-ACCEPTED PIC 9(5)  VALUE 0.

       01  WS-PAGE-COUNT     PIC 9(5)  VALUE 0.

       01  WS-LINE-NBR       PIC 9(5)  VALUE 0.

       01  HEADING-LINE-1.
           05  FILLER          PIC X(10) VALUE "GLINTF".
           05  FILLER          PIC X(40)
               VALUE "GENERAL-LEDGER INTERFACE PROOF".
           05  FILLER          PIC X(14) VALUE "BUSINESS DATE".
           05  HDG-BUS-DATE    PIC 9(8).
           05  FILLER          PIC X(50) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE".
           05  HDG-PAGE-NBR    PIC ZZZZ9.

       01  SOURCE-HEADING.
           05  FILLER          PIC X(10) VALUE "SOURCE".
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(14) VALUE "LATEST DATE".
           05  FILLER          PIC X(36) VALUE "DISPOSITION".
           05  FILLER          PIC X(62) VALUE "   RECORDS".

       01  SOURCE-LINE.
           05  SRC-JOURNAL     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SRC-PROGRAM     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SRC-DATE        PIC X(8).
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  SRC-DISPOSITION PIC X(34).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SRC-LINES       PIC ZZZZZZZZ9.
           05  FILLER          PIC X(53) VALUE SPACES.

       01  ENTRY-HEADING.
           05  FILLER          PIC X(7)  VALUE " LINE".
           05  FILLER          PIC X(10) VALUE "CATEGORY".
           05  FILLER          PIC X(14) VALUE "GL ACCOUNT".
           05  FILLER          PIC X(22)
               VALUE "            DEBIT".
           05  FILLER          PIC X(22)
               VALUE "           CREDIT".
           05  FILLER          PIC X(57) VALUE "DESCRIPTION".

       01  ENTRY-LINE.
           05  ENT-LINE-NBR    PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ENT-CATEGORY    PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ENT-GL-ACCT     PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ENT-DEBIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  ENT-CREDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  ENT-DESCRIPTION PIC X(30).
           05  FILLER          PIC X(27) VALUE SPACES.

       01  PROOF-HEADING.
           05  FILLER          PIC X(46) VALUE "PROOF".
           05  FILLER          PIC X(22)
               VALUE "      FIRST FIGURE".
           05  FILLER          PIC X(22)
               VALUE "     SECOND FIGURE".
           05  FILLER          PIC X(22) VALUE "RESULT".
           05  FILLER          PIC X(20)
               VALUE "          DIFFERENCE".

       01  PROOF-LINE.
           05  PRF-LABEL       PIC X(44).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PRF-FIRST       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PRF-SECOND      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PRF-RESULT      PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PRF-DIFFERENCE  PIC -,---,---,---,--9.99
                                   BLANK WHEN ZERO.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-GL-CONTROL.
           PERFORM LOAD-GL-MAPPING.
           PERFORM READ-GL-REGISTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           PERFORM READ-TRAN-HISTORY.
           PERFORM READ-CONTROL-LEDGER.
           PERFORM READ-INTEREST-HISTORY.
           PERFORM READ-PURGE-RECORDS.
           COMPUTE WS-MAP-AMOUNT(1) = WS-TRN-DETAIL-CR - WS-XFER-IN.
           COMPUTE WS-MAP-AMOUNT(2) = WS-TRN-DETAIL-DR - WS-XFER-OUT.
           MOVE WS-POST-DETAIL  TO WS-MAP-AMOUNT(3).
           MOVE WS-PURGE-DETAIL TO WS-MAP-AMOUNT(4).
           OPEN OUTPUT GL-REPORT-OUT.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM PRINT-CONTROL-CARD.
           PERFORM PRINT-SOURCE-LINES.
           WRITE GL-REPORT-LINE FROM ENTRY-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 1 TO WS-SUB.
           PERFORM LIST-ONE-CATEGORY 4 TIMES.
           PERFORM PRINT-PROOF.
           OPEN OUTPUT GL-ENTRY-OUT.
           IF WS-PROOF-BREAKS = 0
               PERFORM WRITE-GL-HEADER
               MOVE 1 TO WS-SUB
               PERFORM BOOK-ONE-CATEGORY 4 TIMES
               PERFORM WRITE-GL-TRAILER
               PERFORM WRITE-GL-REGISTER
           END-IF.
           CLOSE GL-ENTRY-OUT.
           CLOSE GL-REPORT-OUT.
           DISPLAY "GLINTF: " WS-GL-LINES " GL LINES, DEBITS "
               WS-GL-DEBITS " CREDITS " WS-GL-CREDITS.
           IF WS-PROOF-BREAKS > 0
               DISPLAY "GLINTF: GL ENTRIES DO NOT TIE TO THE CONTROL"
                   " TOTALS - SEE GLRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PROOF-ACCEPTED > 0
                   DISPLAY "GLINTF: PROOF BREAK ACCEPTED ON GLCTL AND"
                       " BOOKED - SEE GLRPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
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

      *    A BREAK IS ACCEPTED ONLY ON THE NIGHT THE CARD NAMES, AND
      *    ONLY WITH AN EXPLANATION ON IT.
       READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-IN.
           READ GL-CONTROL-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF GCC-ACCEPT-DATE IS NUMERIC
                      AND GCC-ACCEPT-DATE > 0
                       MOVE GCC-ACCEPT-DATE TO WS-ACCEPT-DATE
                       MOVE GCC-REASON      TO WS-ACCEPT-REASON
                   END-IF
           END-READ.
           CLOSE GL-CONTROL-IN.
           IF WS-ACCEPT-DATE = WS-BUS-DATE
              AND WS-ACCEPT-REASON NOT = SPACES
               MOVE 'Y' TO WS-ACCEPT-BREAK
           END-IF.

      *    EVERY CATEGORY MUST BE MAPPED ONCE, TO TWO GL ACCOUNTS.
      *    ALL MAPPING ERRORS ARE LISTED BEFORE THE STEP GIVES UP.
       LOAD-GL-MAPPING.
           MOVE 1 TO WS-SUB.
           PERFORM CLEAR-ONE-MAPPING 4 TIMES.
           OPEN INPUT GL-MAP-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-GL-MAP
              PERFORM UNTIL LAST-REC = 'Y'
              IF GL-MAP-REC(1:1) NOT = '*' AND GL-MAP-REC NOT = SPACES
                  PERFORM TAKE-ONE-MAPPING
              END-IF
              PERFORM READ-GL-MAP
              END-PERFORM.
           CLOSE GL-MAP-IN.
           MOVE 1 TO WS-SUB.
           PERFORM CHECK-ONE-MAPPING 4 TIMES.
           IF WS-MAP-ERROR = 'Y'
               DISPLAY "GLINTF: GL MAPPING TABLE INCOMPLETE - NO"
                   " ENTRIES WRITTEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLEAR-ONE-MAPPING.
           MOVE 'N'    TO WS-MAP-FOUND(WS-SUB).
           MOVE SPACES TO WS-MAP-DEBIT-ACCT(WS-SUB).
           MOVE SPACES TO WS-MAP-CREDIT-ACCT(WS-SUB).
           MOVE SPACES TO WS-MAP-DESCRIPTION(WS-SUB).
           MOVE 0      TO WS-MAP-AMOUNT(WS-SUB).
           MOVE 0      TO WS-MAP-BOOKED(WS-SUB).
           ADD 1 TO WS-SUB.

       TAKE-ONE-MAPPING.
           MOVE 0 TO WS-FOUND-SUB.
           MOVE 1 TO WS-SUB.
           PERFORM MATCH-ONE-CATEGORY 4 TIMES.
           EVALUATE TRUE
               WHEN WS-FOUND-SUB = 0
                   DISPLAY "GLINTF: UNKNOWN GL CATEGORY "
                       MAP-CATEGORY
                   MOVE 'Y' TO WS-MAP-ERROR
               WHEN WS-MAP-FOUND(WS-FOUND-SUB) = 'Y'
                   DISPLAY "GLINTF: GL CATEGORY MAPPED TWICE "
                       MAP-CATEGORY
                   MOVE 'Y' TO WS-MAP-ERROR
               WHEN MAP-DEBIT-ACCT = SPACES
                 OR MAP-CREDIT-ACCT = SPACES
                   DISPLAY "GLINTF: GL ACCOUNT MISSING FOR "
                       MAP-CATEGORY
                   MOVE 'Y' TO WS-MAP-ERROR
               WHEN OTHER
                   MOVE 'Y' TO WS-MAP-FOUND(WS-FOUND-SUB)
                   MOVE MAP-DEBIT-ACCT
                       TO WS-MAP-DEBIT-ACCT(WS-FOUND-SUB)
                   MOVE MAP-CREDIT-ACCT
                       TO WS-MAP-CREDIT-ACCT(WS-FOUND-SUB)
                   MOVE MAP-DESCRIPTION
                       TO WS-MAP-DESCRIPTION(WS-FOUND-SUB)
           END-EVALUATE.

       MATCH-ONE-CATEGORY.
           IF WS-CATEGORY(WS-SUB) = MAP-CATEGORY
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.
           ADD 1 TO WS-SUB.

       CHECK-ONE-MAPPING.
           IF WS-MAP-FOUND(WS-SUB) NOT = 'Y'
               DISPLAY "GLINTF: NO GL MAPPING FOR CATEGORY "
                   WS-CATEGORY(WS-SUB)
               MOVE 'Y' TO WS-MAP-ERROR
           END-IF.
           ADD 1 TO WS-SUB.

       READ-GL-MAP.
           READ GL-MAP-IN
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

      *    THE LATEST BUSINESS DATE ALREADY BOOKED BOUNDS THE WINDOW.
       READ-GL-REGISTER.
           OPEN INPUT GL-REGISTER.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-REGISTER-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              IF REG-BUS-DATE IS NUMERIC
                 AND REG-BUS-DATE > WS-PRIOR-DATE
                  MOVE REG-BUS-DATE TO WS-PRIOR-DATE
              END-IF
              PERFORM READ-REGISTER-RECORD
              END-PERFORM.
           CLOSE GL-REGISTER.
           IF WS-PRIOR-DATE = 0 OR WS-PRIOR-DATE > WS-BUS-DATE
               COMPUTE WS-WINDOW-LOW = WS-BUS-DATE - 1
           ELSE
               MOVE WS-PRIOR-DATE TO WS-WINDOW-LOW
           END-IF.

       READ-REGISTER-RECORD.
           READ GL-REGISTER
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

      *    SETS WS-JOURNAL-STATUS FROM WS-JOURNAL-DATE.
       JUDGE-JOURNAL-DATE.
           EVALUATE TRUE
               WHEN WS-JOURNAL-DATE NOT > WS-WINDOW-LOW
                   MOVE 'P' TO WS-JOURNAL-STATUS
               WHEN WS-JOURNAL-DATE > WS-BUS-DATE
                   MOVE 'L' TO WS-JOURNAL-STATUS
               WHEN OTHER
                   MOVE 'B' TO WS-JOURNAL-STATUS
           END-EVALUATE.

      *    EVERY HISTORY RECORD IN THE WINDOW IS BOOKED.
       READ-TRAN-HISTORY.
           OPEN INPUT TRAN-HISTORY-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-HISTORY-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              IF HST-BUS-DATE IS NUMERIC
                  MOVE HST-BUS-DATE TO WS-JOURNAL-DATE
                  PERFORM JUDGE-JOURNAL-DATE
                  IF WS-JOURNAL-STATUS = 'B'
                      PERFORM TALLY-HISTORY-RECORD
                  END-IF
              END-IF
              PERFORM READ-HISTORY-RECORD
              END-PERFORM.
           CLOSE TRAN-HISTORY-IN.

      *    HST-DC-CODE IS THE DIRECTION THE BALANCE MOVED, SO A
      *    REVERSAL FALLS IN WITH THE MOVEMENTS OF THAT DIRECTION. A
      *    TRANSFER LEG, OR THE REVERSAL OF ONE, IS ALSO SET ASIDE AS
      *    A TRANSFER.
       TALLY-HISTORY-RECORD.
           ADD 1 TO WS-TRN-RECORDS.
           IF HST-BUS-DATE > WS-TRN-DATE
               MOVE HST-BUS-DATE TO WS-TRN-DATE
           END-IF.
           IF HST-TRANSFER OR (HST-REVERSAL AND HST-ORIG-TRANSFER)
               MOVE 'Y' TO WS-XFER-LEG
           ELSE
               MOVE 'N' TO WS-XFER-LEG
           END-IF.
           EVALUATE TRUE
               WHEN HST-AMOUNT IS NOT NUMERIC
                   CONTINUE
               WHEN HST-CREDIT
                   ADD HST-AMOUNT TO WS-TRN-DETAIL-CR
                   IF WS-XFER-LEG = 'Y'
                       ADD HST-AMOUNT TO WS-XFER-IN
                   END-IF
               WHEN HST-DEBIT
                   ADD HST-AMOUNT TO WS-TRN-DETAIL-DR
                   IF WS-XFER-LEG = 'Y'
                       ADD HST-AMOUNT TO WS-XFER-OUT
                   END-IF
           END-EVALUATE.

       READ-HISTORY-RECORD.
           READ TRAN-HISTORY-IN
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

      *    THE ACCTTRN AND ACCTPURG MOVEMENT RECORDS IN THE WINDOW
      *    GIVE THE CONTROL TOTALS THE HISTORY AND PURGE RECORDS MUST
      *    TIE TO - ONE RECORD PER RUN, HOWEVER MANY RUNS THERE WERE.
       READ-CONTROL-LEDGER.
           OPEN INPUT CONTROL-LEDGER-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-LEDGER-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              IF LDG-MOVEMENT AND LDG-BUS-DATE IS NUMERIC
                  MOVE LDG-BUS-DATE TO WS-JOURNAL-DATE
                  PERFORM JUDGE-JOURNAL-DATE
                  IF WS-JOURNAL-STATUS = 'B'
                      PERFORM TALLY-LEDGER-RECORD
                  END-IF
              END-IF
              PERFORM READ-LEDGER-RECORD
              END-PERFORM.
           CLOSE CONTROL-LEDGER-IN.
           MOVE 1 TO WS-PLD-SUB.
           PERFORM ADD-POST-RUN WS-PLD-COUNT TIMES.

       TALLY-LEDGER-RECORD.
           EVALUATE LDG-PROGRAM
               WHEN "ACCTTRN"
                   ADD 1 TO WS-TRN-LDG-RUNS
                   IF LDG-BUS-DATE > WS-TRN-LDG-DATE
                       MOVE LDG-BUS-DATE TO WS-TRN-LDG-DATE
                   END-IF
                   IF LDG-CREDITS IS NUMERIC
                       ADD LDG-CREDITS TO WS-TRN-CLOSE-CR
                   END-IF
                   IF LDG-DEBITS IS NUMERIC
                       ADD LDG-DEBITS TO WS-TRN-CLOSE-DR
                   END-IF
               WHEN "ACCTPURG"
                   ADD 1 TO WS-PURGE-LDG-RUNS
                   IF LDG-BUS-DATE > WS-PURGE-LDG-DATE
                       MOVE LDG-BUS-DATE TO WS-PURGE-LDG-DATE
                   END-IF
                   IF LDG-DEBITS IS NUMERIC
                       ADD LDG-DEBITS TO WS-PURGE-CLOSE
                   END-IF
               WHEN "ACCTPOST"
                   PERFORM KEEP-POST-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    ACCTPOST WRITES ITS LEDGER RECORD ONLY ON A MONTH-END
      *    NIGHT, FOR THE ACCRUALS IT CREDITED.
       KEEP-POST-RUN.
           MOVE 0 TO WS-PLD-FOUND.
           MOVE 1 TO WS-PLD-SUB.
           PERFORM MATCH-POST-RUN WS-PLD-COUNT TIMES.
           IF WS-PLD-FOUND = 0
               IF WS-PLD-COUNT NOT < WS-PLD-MAX
                   DISPLAY "GLINTF: MORE THAN " WS-PLD-MAX
                       " ACCTPOST BUSINESS DATES TO BOOK"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLD-COUNT
               MOVE WS-PLD-COUNT TO WS-PLD-FOUND
               MOVE LDG-BUS-DATE TO WS-PLD-DATE(WS-PLD-FOUND)
           END-IF.
           MOVE 0 TO WS-PLD-CREDITS(WS-PLD-FOUND).
           IF LDG-CREDITS IS NUMERIC
               MOVE LDG-CREDITS TO WS-PLD-CREDITS(WS-PLD-FOUND)
           END-IF.
           IF LDG-BUS-DATE > WS-POST-LDG-DATE
               MOVE LDG-BUS-DATE TO WS-POST-LDG-DATE
           END-IF.

       MATCH-POST-RUN.
           IF WS-PLD-DATE(WS-PLD-SUB) = LDG-BUS-DATE
               MOVE WS-PLD-SUB TO WS-PLD-FOUND
           END-IF.
           ADD 1 TO WS-PLD-SUB.

       ADD-POST-RUN.
           ADD WS-PLD-CREDITS(WS-PLD-SUB) TO WS-POST-CLOSE.
           ADD 1 TO WS-PLD-SUB.

       READ-LEDGER-RECORD.
           READ CONTROL-LEDGER-IN
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

      *    EVERY ACCRUAL IN THE WINDOW IS BOOKED, LESS ANY THAT A
      *    LATER POSTING RUN OF THE SAME NIGHT SUPERSEDES.
       READ-INTEREST-HISTORY.
           SORT INTEREST-SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NUMBER
               ON ASCENDING KEY SRT-BUS-DATE
               ON ASCENDING KEY SRT-RUN-STAMP
               INPUT PROCEDURE RELEASE-WINDOW-INTEREST
               OUTPUT PROCEDURE TALLY-LATEST-ACCRUALS.

       RELEASE-WINDOW-INTEREST.
           OPEN INPUT INTEREST-HISTORY-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-INTEREST-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              IF IHS-BUS-DATE IS NUMERIC
                  MOVE IHS-BUS-DATE TO WS-JOURNAL-DATE
                  PERFORM JUDGE-JOURNAL-DATE
                  IF WS-JOURNAL-STATUS = 'B'
                      PERFORM RELEASE-ONE-ACCRUAL
                  END-IF
              END-IF
              PERFORM READ-INTEREST-RECORD
              END-PERFORM.
           CLOSE INTEREST-HISTORY-IN.

       RELEASE-ONE-ACCRUAL.
           MOVE IHS-ACCT-NUMBER TO SRT-ACCT-NUMBER.
           MOVE IHS-BUS-DATE    TO SRT-BUS-DATE.
           MOVE IHS-RUN-DATE    TO SRT-RUN-DATE.
           MOVE IHS-RUN-TIME    TO SRT-RUN-TIME.
           MOVE 0 TO SRT-ACCRUAL.
           IF IHS-ACCRUAL IS NUMERIC
               MOVE IHS-ACCRUAL TO SRT-ACCRUAL
           END-IF.
           RELEASE INTEREST-SORT-REC.

       READ-INTEREST-RECORD.
           READ INTEREST-HISTORY-IN
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

      *    EACH ACCRUAL IS HELD UNTIL THE NEXT ONE IS RETURNED; IF THAT
      *    IS FOR THE SAME ACCOUNT AND BUSINESS DATE THE HELD ONE WAS
      *    SUPERSEDED, OTHERWISE IT IS BOOKED.
       TALLY-LATEST-ACCRUALS.
           MOVE 'N' TO SORT-EOF.
           PERFORM RETURN-INTEREST-RECORD
              PERFORM UNTIL SORT-EOF = 'Y'
              PERFORM TALLY-ONE-ACCRUAL
              PERFORM RETURN-INTEREST-RECORD
              END-PERFORM.
           IF WS-HELD-ACTIVE = 'Y'
               PERFORM BOOK-HELD-ACCRUAL
           END-IF.

       TALLY-ONE-ACCRUAL.
           IF WS-HELD-ACTIVE = 'Y'
               IF SRT-ACCT-NUMBER = WS-HELD-ACCT
                  AND SRT-BUS-DATE = WS-HELD-DATE
                   ADD 1 TO WS-POST-SUPERSEDED
               ELSE
                   PERFORM BOOK-HELD-ACCRUAL
               END-IF
           END-IF.
           MOVE SRT-ACCT-NUMBER TO WS-HELD-ACCT.
           MOVE SRT-BUS-DATE    TO WS-HELD-DATE.
           MOVE SRT-ACCRUAL     TO WS-HELD-ACCRUAL.
           MOVE 'Y' TO WS-HELD-ACTIVE.

       BOOK-HELD-ACCRUAL.
           ADD 1 TO WS-POST-RECORDS.
           ADD WS-HELD-ACCRUAL TO WS-POST-DETAIL.
           IF WS-HELD-DATE > WS-POST-DATE
               MOVE WS-HELD-DATE TO WS-POST-DATE
           END-IF.

       RETURN-INTEREST-RECORD.
           RETURN INTEREST-SORT-FILE
           AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.

      *    EVERY ACCTPURG PURGE RECORD IN THE WINDOW IS BOOKED, FOR
      *    THE BALANCE THE ACCOUNT HELD WHEN IT WAS PURGED.
       READ-PURGE-RECORDS.
           OPEN INPUT AUDIT-JOURNAL-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-AUDIT-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              IF AUD-PROGRAM = "ACCTPURG" AND AUD-ACTION = "PURGE"
                 AND AUD-BUS-DATE IS NUMERIC
                  MOVE AUD-BUS-DATE TO WS-JOURNAL-DATE
                  PERFORM JUDGE-JOURNAL-DATE
                  IF WS-JOURNAL-STATUS = 'B'
                      PERFORM TALLY-PURGE-RECORD
                  END-IF
              END-IF
              PERFORM READ-AUDIT-RECORD
              END-PERFORM.
           CLOSE AUDIT-JOURNAL-IN.

       TALLY-PURGE-RECORD.
           ADD 1 TO WS-PURGE-RECORDS.
           IF AUD-BUS-DATE > WS-PURGE-DATE
               MOVE AUD-BUS-DATE TO WS-PURGE-DATE
           END-IF.
           MOVE AUD-BEFORE-IMAGE TO WS-IMAGE-VIEW.
           IF IMG-ACCT-BALANCE IS NUMERIC
               MOVE IMG-ACCT-BALANCE TO WS-AMOUNT
               ADD WS-AMOUNT TO WS-PURGE-DETAIL
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-JOURNAL-IN
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

       WRITE-GL-HEADER.
           MOVE SPACES        TO GL-HEADER-REC.
           MOVE "HDR"         TO GLH-REC-TYPE.
           MOVE WS-BUS-DATE   TO GLH-BUS-DATE.
           MOVE "TOPACCTS"    TO GLH-SOURCE.
           MOVE WS-RUN-DATE   TO GLH-RUN-DATE.
           MOVE WS-RUN-TIME   TO GLH-RUN-TIME.
           MOVE WS-PRIOR-DATE TO GLH-PRIOR-DATE.
           WRITE GL-HEADER-REC.

      *    ONE DEBIT AND ONE EQUAL CREDIT PER CATEGORY WITH MONEY -
      *    LISTED AND TOTALLED HERE FOR THE PROOF, WRITTEN TO THE
      *    FILE BY BOOK-ONE-CATEGORY ONLY ONCE THE PROOF HOLDS.
       LIST-ONE-CATEGORY.
           IF WS-MAP-AMOUNT(WS-SUB) > 0
               MOVE SPACES TO ENTRY-LINE
               MOVE WS-MAP-DEBIT-ACCT(WS-SUB) TO ENT-GL-ACCT
               MOVE WS-MAP-AMOUNT(WS-SUB) TO ENT-DEBIT
               MOVE 0 TO ENT-CREDIT
               ADD WS-MAP-AMOUNT(WS-SUB) TO WS-GL-DEBITS
               ADD WS-MAP-AMOUNT(WS-SUB) TO WS-MAP-BOOKED(WS-SUB)
               PERFORM PRINT-ENTRY-LINE
               MOVE SPACES TO ENTRY-LINE
               MOVE WS-MAP-CREDIT-ACCT(WS-SUB) TO ENT-GL-ACCT
               MOVE 0 TO ENT-DEBIT
               MOVE WS-MAP-AMOUNT(WS-SUB) TO ENT-CREDIT
               ADD WS-MAP-AMOUNT(WS-SUB) TO WS-GL-CREDITS
               PERFORM PRINT-ENTRY-LINE
           END-IF.
           ADD 1 TO WS-SUB.
           IF WS-SUB > 4 AND WS-GL-LINES = 0
               MOVE SPACES TO GL-REPORT-LINE
               MOVE "  NO POSTINGS TO BOOK - HDR AND TRL ONLY"
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-ENTRY-LINE.
           ADD 1 TO WS-GL-LINES.
           MOVE WS-GL-LINES         TO ENT-LINE-NBR.
           MOVE WS-CATEGORY(WS-SUB) TO ENT-CATEGORY.
           MOVE WS-MAP-DESCRIPTION(WS-SUB) TO ENT-DESCRIPTION.
           WRITE GL-REPORT-LINE FROM ENTRY-LINE
               AFTER ADVANCING 1 LINE.

       BOOK-ONE-CATEGORY.
           IF WS-MAP-AMOUNT(WS-SUB) > 0
               MOVE WS-MAP-DEBIT-ACCT(WS-SUB) TO GLD-GL-ACCT
               MOVE 'D' TO GLD-DC-CODE
               PERFORM WRITE-GL-DETAIL
               MOVE WS-MAP-CREDIT-ACCT(WS-SUB) TO GLD-GL-ACCT
               MOVE 'C' TO GLD-DC-CODE
               PERFORM WRITE-GL-DETAIL
           END-IF.
           ADD 1 TO WS-SUB.

      *    GLD-GL-ACCT AND GLD-DC-CODE ARE SET BY THE CALLER.
       WRITE-GL-DETAIL.
           ADD 1 TO WS-LINE-NBR.
           MOVE "DTL"                  TO GLD-REC-TYPE.
           MOVE WS-BUS-DATE            TO GLD-BUS-DATE.
           MOVE WS-LINE-NBR            TO GLD-LINE-NBR.
           MOVE WS-MAP-AMOUNT(WS-SUB)  TO GLD-AMOUNT.
           MOVE WS-CATEGORY(WS-SUB)    TO GLD-CATEGORY.
           MOVE WS-MAP-DESCRIPTION(WS-SUB) TO GLD-DESCRIPTION.
           WRITE GL-DETAIL-REC.

       WRITE-GL-TRAILER.
           MOVE SPACES        TO GL-TRAILER-REC.
           MOVE "TRL"         TO GLT-REC-TYPE.
           MOVE WS-BUS-DATE   TO GLT-BUS-DATE.
           MOVE WS-LINE-NBR   TO GLT-LINE-COUNT.
           MOVE WS-GL-DEBITS  TO GLT-TOTAL-DEBITS.
           MOVE WS-GL-CREDITS TO GLT-TOTAL-CREDITS.
           WRITE GL-TRAILER-REC.

       WRITE-GL-REGISTER.
           OPEN EXTEND GL-REGISTER.
           MOVE SPACES          TO GL-REGISTER-REC.
           MOVE WS-BUS-DATE     TO REG-BUS-DATE.
           MOVE WS-RUN-DATE     TO REG-RUN-DATE.
           MOVE WS-RUN-TIME     TO REG-RUN-TIME.
           MOVE WS-LINE-NBR     TO REG-LINE-COUNT.
           MOVE WS-GL-DEBITS    TO REG-TOTAL-DEBITS.
           MOVE WS-TRN-DATE     TO REG-TRN-DATE.
           MOVE WS-POST-DATE    TO REG-POST-DATE.
           MOVE WS-PURGE-DATE   TO REG-PURGE-DATE.
           WRITE GL-REGISTER-REC.
           CLOSE GL-REGISTER.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-BUS-DATE   TO HDG-BUS-DATE.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NBR.
           WRITE GL-REPORT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO GL-REPORT-LINE.
           IF WS-PRIOR-DATE = 0 OR WS-PRIOR-DATE > WS-BUS-DATE
               STRING "NOTHING ON THE GL REGISTER BEFORE TONIGHT -"
                      " BOOKING POSTINGS OF " WS-BUS-DATE " ONLY"
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
           ELSE
               STRING "BOOKING POSTINGS DATED AFTER " WS-PRIOR-DATE
                      " (LAST DATE BOOKED) THROUGH " WS-BUS-DATE
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-IF.
           WRITE GL-REPORT-LINE AFTER ADVANCING 2 LINES.

       PRINT-CONTROL-CARD.
           IF WS-ACCEPT-DATE > 0
               MOVE SPACES TO GL-REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-ACCEPT-BREAK = 'Y'
                       STRING "GLCTL: A PROOF BREAK THROUGH "
                              WS-ACCEPT-DATE " IS ACCEPTED - "
                              WS-ACCEPT-REASON
                           DELIMITED BY SIZE INTO GL-REPORT-LINE
                   WHEN WS-ACCEPT-REASON = SPACES
                       STRING "GLCTL: CARD FOR " WS-ACCEPT-DATE
                              " IGNORED - NO EXPLANATION IN COLS 10-49"
                           DELIMITED BY SIZE INTO GL-REPORT-LINE
                   WHEN OTHER
                       STRING "GLCTL: CARD FOR " WS-ACCEPT-DATE
                              " IGNORED - NOT TONIGHT'S BUSINESS DATE"
                           DELIMITED BY SIZE INTO GL-REPORT-LINE
               END-EVALUATE
               WRITE GL-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-SOURCE-LINES.
           WRITE GL-REPORT-LINE FROM SOURCE-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE "TRNHIST"      TO SRC-JOURNAL.
           MOVE "ACCTTRN"      TO SRC-PROGRAM.
           MOVE WS-TRN-DATE    TO WS-JOURNAL-DATE.
           MOVE 'B'            TO WS-JOURNAL-STATUS.
           MOVE WS-TRN-RECORDS TO SRC-LINES.
           PERFORM PRINT-ONE-SOURCE.
           MOVE "CTLLDGR"      TO SRC-JOURNAL.
           MOVE "ACCTTRN"      TO SRC-PROGRAM.
           MOVE WS-TRN-LDG-DATE TO WS-JOURNAL-DATE.
           MOVE 'C'            TO WS-JOURNAL-STATUS.
           MOVE WS-TRN-LDG-RUNS TO SRC-LINES.
           PERFORM PRINT-ONE-SOURCE.
           MOVE "INTHIST"      TO SRC-JOURNAL.
           MOVE "ACCTPOST"     TO SRC-PROGRAM.
           MOVE WS-POST-DATE   TO WS-JOURNAL-DATE.
           MOVE 'B'            TO WS-JOURNAL-STATUS.
           MOVE WS-POST-RECORDS TO SRC-LINES.
           PERFORM PRINT-ONE-SOURCE.
           IF WS-POST-SUPERSEDED > 0
               MOVE "INTHIST"      TO SRC-JOURNAL
               MOVE "ACCTPOST"     TO SRC-PROGRAM
               MOVE 0              TO WS-JOURNAL-DATE
               MOVE 'S'            TO WS-JOURNAL-STATUS
               MOVE WS-POST-SUPERSEDED TO SRC-LINES
               PERFORM PRINT-ONE-SOURCE
           END-IF.
           MOVE "CTLLDGR"      TO SRC-JOURNAL.
           MOVE "ACCTPOST"     TO SRC-PROGRAM.
           MOVE WS-POST-LDG-DATE TO WS-JOURNAL-DATE.
           MOVE 'C'            TO WS-JOURNAL-STATUS.
           MOVE WS-PLD-COUNT   TO SRC-LINES.
           PERFORM PRINT-ONE-SOURCE.
           MOVE "AUDTJRNL"     TO SRC-JOURNAL.
           MOVE "ACCTPURG"     TO SRC-PROGRAM.
           MOVE WS-PURGE-DATE  TO WS-JOURNAL-DATE.
           MOVE 'B'            TO WS-JOURNAL-STATUS.
           MOVE WS-PURGE-RECORDS TO SRC-LINES.
           PERFORM PRINT-ONE-SOURCE.
           MOVE "CTLLDGR"      TO SRC-JOURNAL.
           MOVE "ACCTPURG"     TO SRC-PROGRAM.
           MOVE WS-PURGE-LDG-DATE TO WS-JOURNAL-DATE.
           MOVE 'C'            TO WS-JOURNAL-STATUS.
           MOVE WS-PURGE-LDG-RUNS TO SRC-LINES.
           PERFORM PRINT-ONE-SOURCE.

      *    A RETAINED SOURCE WITH NOTHING IN THE WINDOW HAS NO LATEST
      *    DATE.
       PRINT-ONE-SOURCE.
           IF WS-JOURNAL-DATE = 0
               MOVE SPACES TO SRC-DATE
               IF WS-JOURNAL-STATUS = 'B' OR WS-JOURNAL-STATUS = 'C'
                   MOVE 'W' TO WS-JOURNAL-STATUS
               END-IF
           ELSE
               MOVE WS-JOURNAL-DATE TO SRC-DATE
           END-IF.
           EVALUATE WS-JOURNAL-STATUS
               WHEN 'B'
                   MOVE "BOOKED" TO SRC-DISPOSITION
               WHEN 'C'
                   MOVE "CONTROL TOTALS FOR THE PROOF"
                       TO SRC-DISPOSITION
               WHEN 'W'
                   MOVE "NOTHING IN THE WINDOW"
                       TO SRC-DISPOSITION
               WHEN 'S'
                   MOVE "SUPERSEDED BY A LATER RUN"
                       TO SRC-DISPOSITION
           END-EVALUATE.
           WRITE GL-REPORT-LINE FROM SOURCE-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-PROOF.
           WRITE GL-REPORT-LINE FROM PROOF-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE "ACCTTRN LEDGER CREDITS = TRNHIST CREDITS"
               TO PRF-LABEL.
           MOVE WS-TRN-CLOSE-CR  TO WS-PRF-FIRST.
           MOVE WS-TRN-DETAIL-CR TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "ACCTTRN LEDGER DEBITS = TRNHIST DEBITS"
               TO PRF-LABEL.
           MOVE WS-TRN-CLOSE-DR  TO WS-PRF-FIRST.
           MOVE WS-TRN-DETAIL-DR TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "TRANSFER LEGS IN = TRANSFER LEGS OUT" TO PRF-LABEL.
           MOVE WS-XFER-IN  TO WS-PRF-FIRST.
           MOVE WS-XFER-OUT TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "GL DEPOSITS + TRANSFERS IN = LEDGER CREDITS"
               TO PRF-LABEL.
           ADD WS-MAP-BOOKED(1) WS-XFER-IN GIVING WS-PRF-FIRST.
           MOVE WS-TRN-CLOSE-CR TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "GL WITHDRAWALS + TRANSFERS OUT = LEDGER DR"
               TO PRF-LABEL.
           ADD WS-MAP-BOOKED(2) WS-XFER-OUT GIVING WS-PRF-FIRST.
           MOVE WS-TRN-CLOSE-DR TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "ACCTPOST LEDGER ACCRUED = INTHIST ACCRUED"
               TO PRF-LABEL.
           MOVE WS-POST-CLOSE  TO WS-PRF-FIRST.
           MOVE WS-POST-DETAIL TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "GL INTEREST = ACCTPOST LEDGER ACCRUED" TO PRF-LABEL.
           MOVE WS-MAP-BOOKED(3) TO WS-PRF-FIRST.
           MOVE WS-POST-CLOSE    TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "ACCTPURG LEDGER DELETED = AUDTJRNL PURGED"
               TO PRF-LABEL.
           MOVE WS-PURGE-CLOSE  TO WS-PRF-FIRST.
           MOVE WS-PURGE-DETAIL TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "GL PURGES = ACCTPURG LEDGER DELETED" TO PRF-LABEL.
           MOVE WS-MAP-BOOKED(4) TO WS-PRF-FIRST.
           MOVE WS-PURGE-CLOSE   TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE "GL FILE TOTAL DEBITS = TOTAL CREDITS" TO PRF-LABEL.
           MOVE WS-GL-DEBITS  TO WS-PRF-FIRST.
           MOVE WS-GL-CREDITS TO WS-PRF-SECOND.
           PERFORM PRINT-PROOF-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           IF WS-PROOF-BREAKS = 0
               MOVE "** GL ENTRIES TIE TO THE CONTROL TOTALS **"
                   TO GL-REPORT-LINE
               IF WS-PROOF-ACCEPTED > 0
                   MOVE "** BREAK ACCEPTED ON GLCTL - BOOKED **"
                       TO GL-REPORT-LINE
               END-IF
           ELSE
               MOVE "** GL ENTRIES DO NOT TIE - GL FILE LEFT EMPTY **"
                   TO GL-REPORT-LINE
           END-IF.
           WRITE GL-REPORT-LINE AFTER ADVANCING 2 LINES.

       PRINT-PROOF-LINE.
           MOVE WS-PRF-FIRST  TO PRF-FIRST.
           MOVE WS-PRF-SECOND TO PRF-SECOND.
           COMPUTE WS-PRF-DIFFERENCE = WS-PRF-FIRST - WS-PRF-SECOND.
           MOVE WS-PRF-DIFFERENCE TO PRF-DIFFERENCE.
           EVALUATE TRUE
               WHEN WS-PRF-FIRST = WS-PRF-SECOND
                   MOVE "TIES" TO PRF-RESULT
               WHEN WS-ACCEPT-BREAK = 'Y'
                   MOVE "ACCEPTED ON GLCTL" TO PRF-RESULT
                   ADD 1 TO WS-PROOF-ACCEPTED
               WHEN OTHER
                   MOVE "** DOES NOT TIE **" TO PRF-RESULT
                   ADD 1 TO WS-PROOF-BREAKS
           END-EVALUATE.
           WRITE GL-REPORT-LINE FROM PROOF-LINE
               AFTER ADVANCING 1 LINE.
