      *    CODE:
      *        NOT-ON-MASTER - ACCOUNT KEY NOT ON THE MASTER
      *        OVERDRAFT     - DEBIT LARGER THAN THE BALANCE
      *        HELD          - DEBIT WOULD CUT INTO AN ACCOUNT'S
      *                        LEGAL HOLD (SEE ACCTHOLD) - A HOLD
      *                        AMOUNT OF ZERO FREEZES ALL DEBITS
      *        BAD-BALANCE   - MASTER BALANCE NOT PARSEABLE
      *        OVERFLOW      - NEW BALANCE WOULD NOT FIT THE MASTER
      *        INVALID-TRAN  - TRANSACTION FIELDS NOT USABLE
      *    AUDTJRNL CARRYING THE FULL BEFORE AND AFTER IMAGES OF THE
      *    MASTER RECORD, THIS PROGRAM'S NAME AND THE BUSINESS DATE,
      *    APPENDED TO THE RETAINED JOURNAL (SEE ACCTHIST).
      *
      *    AT END OF RUN THE POSTED COUNT AND TOTAL CREDITS / DEBITS
      *    ARE APPENDED AS ONE MOVEMENT RECORD TO THE RETAINED
      *    CONTROL-TOTAL LEDGER (CTLLDGR) FOR THE NIGHTLY MSTPROOF.
      *
      *    TRNFILE ARRIVES AS ONE OR MORE BATCHES, EACH OPENED BY A
      *    HEADER ('HDR', BATCH ID, ORIGINATING BRANCH, BUSINESS
      *    DATE) AND CLOSED BY A TRAILER ('TRL', BATCH ID, MOVEMENT
      *    COUNT, HASH OF THE MOVEMENT AMOUNTS). A FIRST PASS OVER
      *    THE FILE PROVES EVERY BATCH BEFORE THE MASTER IS OPENED,
      *    AND A BATCH THAT FAILS IS REJECTED WHOLE - NONE OF ITS
      *    MOVEMENTS POST:
      *        BAD-HEADER      - BATCH ID / BRANCH BLANK OR DATE BAD
      *        FUTURE-DATE     - HEADER DATE AFTER THE BUSINESS DATE
      *        DUPLICATE-BATCH - BATCH ID ALREADY ON THE RETAINED
      *                          BATCH REGISTRY (BTCHREG) OR TWICE
      *                          IN THIS FILE
      *        NO-HEADER       - MOVEMENTS OUTSIDE ANY HEADER
      *        NO-TRAILER      - HEADER WITH NO MATCHING TRAILER
      *        TRL-ID-MISMATCH - TRAILER BATCH ID NOT THE HEADER'S
      *        BAD-TRAILER     - TRAILER COUNT OR HASH NOT NUMERIC
      *        COUNT-MISMATCH  - MOVEMENTS IN BATCH NOT = TRAILER
      *        HASH-MISMATCH   - AMOUNT HASH NOT = TRAILER
      *    EVERY BATCH THAT POSTS IS APPENDED TO BTCHREG AS SOON AS
      *    ITS TRAILER IS REACHED IN THE POSTING PASS, SO THE SAME
      *    BATCH CAN NEVER POST TWICE - EVEN WHEN THE RUN IS STOPPED
      *    PART WAY THROUGH THE FILE - AND THE DISPOSITION OF EVERY
      *    BATCH IS LISTED ON THE BATCH-CONTROL REPORT (BTCHRPT). ANY
      *    REJECTED BATCH ENDS RC=8.
      *
      *    A DEBIT AGAINST AN ACCOUNT FLAGGED HELD ON THE MASTER IS
      *    CHECKED AGAINST ITS HOLDFILE RECORD: ONCE THE HOLD IS
      *    EFFECTIVE THE BALANCE LEFT AFTER THE DEBIT MUST STILL COVER
      *    THE HELD AMOUNT. CREDITS ARE NEVER BLOCKED BY A HOLD.
      *
      *    EVERY POSTED MOVEMENT IS GIVEN THE NEXT TRANSACTION
      *    REFERENCE FROM THE KEYED REFERENCE FILE (TRNREF), WHICH
      *    KEEPS ONE RECORD PER POSTED MOVEMENT AND, AT KEY ZERO, THE
      *    NEXT REFERENCE TO ISSUE. THE REFERENCE IS PRINTED ON
      *    TRNJRNL AND CARRIED IN THE AUDTJRNL RECORD.
      *
      *    A REVERSAL (D/C CODE R) NAMES THE REFERENCE IT UNDOES IN
      *    COLS 28-36 AND BACKS OUT EXACTLY THE ORIGINAL AMOUNT FROM
      *    EXACTLY THE ORIGINAL ACCOUNT - THE ACCOUNT AND AMOUNT ON
      *    THE CARD MAY BE LEFT ZERO, BUT IF GIVEN MUST AGREE WITH
      *    THE ORIGINAL. A REVERSAL THAT DEBITS IS SUBJECT TO THE
      *    OVERDRAFT AND HOLD RULES OF ANY DEBIT, SO A DEPOSIT ON A
      *    HELD ACCOUNT CAN ONLY BE BACKED OUT ONCE THE HOLD IS
      *    RELEASED OR REDUCED THROUGH ACCTHOLD. A POSTED REVERSAL IS
      *    JOURNALED UNDER THE DIRECTION ITS BALANCE MOVED (C OR D)
      *    WITH THE ORIGINAL'S REFERENCE. FURTHER REJECT CODES:
      *        NO-SUCH-REF   - REFERENCE NEVER POSTED
      *        ALREADY-REVD  - ORIGINAL HAS ALREADY BEEN REVERSED
      *        IS-A-REVERSAL - REFERENCE IS ITSELF A REVERSAL
      *        REV-MISMATCH  - CARD ACCOUNT OR AMOUNT NOT THE
      *                        ORIGINAL'S
      *        XFER-UNPAIRED - OTHER LEG OF THE TRANSFER NOT FOUND
      *    A CARD NAMING EITHER LEG OF A TRANSFER BACKS OUT BOTH LEGS,
      *    PROVEN TOGETHER AS FOR THE TRANSFER ITSELF, SO ONE LEG IS
      *    NEVER LEFT STANDING WITHOUT THE OTHER. ONLY A DEBIT LEG
      *    WHOSE CREDIT LEG NEVER POSTED IS BACKED OUT ALONE.
      *    EVERY REVERSAL, POSTED OR REFUSED, IS LISTED BESIDE ITS
      *    ORIGINAL ENTRY ON THE REVERSALS REGISTER (REVRPT) FOR
      *    SUPERVISOR SIGN-OFF.
      *
      *    A TRANSFER (D/C CODE T) MOVES THE AMOUNT FROM THE ACCOUNT
      *    IN COLS 1-7 TO THE ACCOUNT IN COLS 37-43, AND MAY CARRY
      *    THE STANDING INSTRUCTION THAT RAISED IT IN COLS 44-50 (SEE
      *    SISCHED). BOTH ACCOUNTS ARE PROVEN BEFORE EITHER IS
      *    TOUCHED, THEN THE DEBIT LEG AND THE CREDIT LEG POST AS TWO
      *    MOVEMENTS, EACH WITH ITS OWN REFERENCE - SO ONE LEG NEVER
      *    POSTS WITHOUT THE OTHER. THE FROM-LEG IS SUBJECT TO THE
      *    OVERDRAFT AND HOLD RULES OF ANY DEBIT; A MISSING TO-ACCOUNT
      *    REJECTS AS NO-TO-ACCOUNT. EVERY REJECTED TRANSFER IS LISTED
      *    ON THE TRANSFER EXCEPTIONS REPORT (XFERRPT) FOR THE
      *    CUSTOMER-SERVICE QUEUE.
      *
      *    EVERY POSTED MOVEMENT (EACH LEG OF A TRANSFER SEPARATELY) IS
      *    ALSO APPENDED TO THE RETAINED TRANSACTION HISTORY (TRNHIST)
      *    WITH ITS BUSINESS DATE, REFERENCE, CARD TYPE AND, FOR A
      *    REVERSAL, THE ORIGINAL'S REFERENCE, TYPE AND BUSINESS
      *    DATE - TRNJRNL ONLY EVER HOLDS THE LATEST RUN. THE NIGHTLY
      *    CASHMON AND GLINTF STEPS READ IT.
      *
      *    THE BUSINESS DATE STAMPED ON EVERYTHING A RUN WRITES IS
      *    THAT OF THE NIGHTLY RUN THAT WILL PICK THE RUN UP: THE
      *    LATER OF THE FIRST BUSINESS DAY ON THE PROCESSING CALENDAR
      *    (CALFILE) AFTER THE LATEST NIGHT STARTED ON PRTDONE, AND
      *    THE DATE THE NIGHTLY ADDONE STEP WOULD RESOLVE IF IT
      *    STARTED NOW. MONEY TAKEN ON A WEEKEND OR HOLIDAY, OR AFTER
      *    THE EVENING'S NIGHTLY HAS STARTED, IS THEREBY DATED FOR THE
      *    NEXT NIGHT - THE ONE THAT MONITORS IT (CASHMON) AND BOOKS
      *    IT TO THE GENERAL LEDGER (GLINTF). A DATE ON BUSDTIN
      *    OVERRIDES THIS. AN EMPTY OR ABSENT CALENDAR FALLS BACK TO
      *    THE RUN DATE; A CALENDAR WITH NO BUSINESS DAY LEFT ENDS
      *    RC=16 BEFORE ANYTHING POSTS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE-IN ASSIGN TO TRNFILE.
           SELECT OPTIONAL BATCH-REGISTRY ASSIGN TO BTCHREG.
           SELECT BATCH-REPORT-OUT ASSIGN TO BTCHRPT.
           SELECT ACCT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY MST-ACCT-NUMBER
               FILE STATUS WS-MASTER-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY HOLD-ACCT-NUMBER
               FILE STATUS WS-HOLD-STATUS.
           SELECT TRAN-REF-FILE ASSIGN TO TRNREF
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY REF-NUMBER
               FILE STATUS WS-REF-STATUS.
           SELECT OPTIONAL BUSDATE-IN ASSIGN TO BUSDTIN.
           SELECT OPTIONAL CALENDAR-IN ASSIGN TO CALFILE.
           SELECT OPTIONAL PRT-DONE ASSIGN TO PRTDONE.
           SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO RUNCTL.
           SELECT AUDIT-JOURNAL-OUT ASSIGN TO AUDTJRNL.
           SELECT TRAN-JOURNAL-OUT ASSIGN TO TRNJRNL.
           SELECT REVERSAL-REPORT-OUT ASSIGN TO REVRPT.
           SELECT EXCEPTION-REPORT-OUT ASSIGN TO XFERRPT.
           SELECT CONTROL-LEDGER-OUT ASSIGN TO CTLLDGR.
           SELECT TRAN-HISTORY-OUT ASSIGN TO TRNHIST.

       DATA DIVISION.
       FILE SECTION.
           05  TRX-DC-CODE         PIC X(1).
               88  TRX-CREDIT          VALUE 'C'.
               88  TRX-DEBIT           VALUE 'D'.
               88  TRX-REVERSAL        VALUE 'R'.
               88  TRX-TRANSFER        VALUE 'T'.
           05  TRX-AMOUNT          PIC 9(9)V99.
           05  TRX-DATE            PIC 9(8).
           05  TRX-ORIG-REF        PIC 9(9).
           05  TRX-TO-ACCT         PIC 9(7).
           05  TRX-SI-ID           PIC 9(7).
           05  FILLER              PIC X(30).
       01  TRAN-HEADER-REC.
           05  BHD-REC-TYPE        PIC X(3).
               88  BHD-HEADER          VALUE 'HDR'.
               88  BHD-TRAILER         VALUE 'TRL'.
           05  BHD-BATCH-ID        PIC X(12).
           05  BHD-BRANCH          PIC X(4).
           05  BHD-BUS-DATE        PIC X(8).
           05  BHD-BUS-DATE-9 REDEFINES BHD-BUS-DATE
                                   PIC 9(8).
           05  FILLER              PIC X(53).
       01  TRAN-TRAILER-REC.
           05  BTR-REC-TYPE        PIC X(3).
           05  BTR-BATCH-ID        PIC X(12).
           05  BTR-RECORD-COUNT    PIC X(9).
           05  BTR-RECORD-COUNT-9 REDEFINES BTR-RECORD-COUNT
                                   PIC 9(9).
           05  BTR-AMOUNT-HASH     PIC X(15).
           05  BTR-AMOUNT-HASH-9 REDEFINES BTR-AMOUNT-HASH
                                   PIC 9(13)V99.
           05  FILLER              PIC X(41).

      *    RETAINED REGISTRY OF POSTED BATCHES - ONE RECORD PER BATCH,
      *    APPENDED WHEN THE BATCH POSTS.
       FD  BATCH-REGISTRY RECORDING MODE F.
       01  BATCH-REGISTRY-REC.
           05  REG-BATCH-ID        PIC X(12).
           05  FILLER              PIC X(1).
           05  REG-BRANCH          PIC X(4).
           05  FILLER              PIC X(1).
           05  REG-BATCH-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  REG-POSTED-DATE     PIC 9(8).
           05  FILLER              PIC X(1).
           05  REG-RUN-DATE        PIC 9(8).
           05  REG-RUN-TIME        PIC 9(4).
           05  FILLER              PIC X(1).
           05  REG-RECORD-COUNT    PIC 9(9).
           05  REG-AMOUNT-HASH     PIC 9(13)V99.
           05  REG-POSTED-COUNT    PIC 9(7).

       FD  BATCH-REPORT-OUT RECORDING MODE F.
       01  BATCH-REPORT-REC        PIC X(80).

       FD  ACCT-MASTER.
       01  MASTER-REC.
           05  MST-START-TIME      PIC X(11).
           05  MST-END-TIME        PIC X(17).
           05  MST-ACCT-BALANCE    PIC S9(9)V99 COMP-3.
           05  MST-HOLD-FLAG       PIC X(1).
               88  MST-HELD            VALUE 'H'.
           05  MST-HOLD-REASON     PIC X(4).
           05  FILLER              PIC X(1).

      *    LEGAL HOLD FILE - ONE RECORD PER ACCOUNT (SEE ACCTHOLD).
       FD  HOLD-FILE.
       01  HOLD-REC.
           05  HOLD-ACCT-NUMBER    PIC 9(7).
           05  HOLD-STATUS         PIC X(1).
               88  HOLD-ACTIVE         VALUE 'A'.
           05  HOLD-REASON         PIC X(4).
           05  HOLD-EFF-DATE       PIC 9(8).
           05  HOLD-AMOUNT         PIC 9(9)V99.
           05  FILLER              PIC X(49).

      *    TRANSACTION REFERENCE FILE - ONE RECORD PER POSTED
      *    MOVEMENT. A REVERSED ORIGINAL AND ITS REVERSAL POINT AT
      *    EACH OTHER THROUGH REF-LINKED-REF. KEY ZERO IS THE
      *    CONTROL RECORD CARRYING THE NEXT REFERENCE TO ISSUE.
       FD  TRAN-REF-FILE.
       01  TRAN-REF-REC.
           05  REF-NUMBER          PIC 9(9).
           05  REF-STATUS          PIC X(1).
               88  REF-POSTED          VALUE 'P'.
               88  REF-REVERSED        VALUE 'R'.
               88  REF-REVERSAL        VALUE 'V'.
           05  REF-ACCT-NUMBER     PIC 9(7).
           05  REF-DC-CODE         PIC X(1).
           05  REF-AMOUNT          PIC 9(9)V99.
           05  REF-TRAN-DATE       PIC 9(8).
           05  REF-BUS-DATE        PIC 9(8).
           05  REF-BATCH-ID        PIC X(12).
           05  REF-LINKED-REF      PIC 9(9).
           05  REF-TRAN-TYPE       PIC X(1).
           05  FILLER              PIC X(13).
       01  REF-CONTROL-REC.
           05  REFC-KEY            PIC 9(9).
           05  REFC-NEXT-REF       PIC 9(9).
           05  FILLER              PIC X(62).

       FD  RUN-CONTROL-IN RECORDING MODE F.
       01  RUN-CONTROL-REC.
           05  BUSD-MONTH-END      PIC X(1).
           05  FILLER              PIC X(69).

      *    PROCESSING CALENDAR AND NIGHTLY RUN MARKERS (SEE ADDONE).
       FD  CALENDAR-IN RECORDING MODE F.
       01  CALENDAR-REC.
           05  CAL-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  CAL-DAY-TYPE        PIC X(1).
           05  FILLER              PIC X(1).
           05  CAL-MONTH-END       PIC X(1).
           05  FILLER              PIC X(68).

       FD  PRT-DONE RECORDING MODE F.
       01  PRT-REC-DONE.
           05  PRT-DATE            PIC X(8).
           05  FILLER              PIC X(72).

       FD  AUDIT-JOURNAL-OUT RECORD CONTAINS 200 CHARACTERS
                              RECORDING MODE F.
       01  AUDIT-JOURNAL-REC.
           05  AUD-BEFORE-IMAGE    PIC X(80).
           05  FILLER              PIC X(1).
           05  AUD-AFTER-IMAGE     PIC X(80).
           05  AUD-TRAN-REF        PIC 9(9) COMP.

       FD  TRAN-JOURNAL-OUT RECORDING MODE F.
       01  TRAN-JOURNAL-REC        PIC X(132).

       FD  REVERSAL-REPORT-OUT RECORDING MODE F.
       01  REVERSAL-REPORT-LINE    PIC X(132).

       FD  EXCEPTION-REPORT-OUT RECORDING MODE F.
       01  EXCEPTION-REPORT-LINE   PIC X(132).

      *    RETAINED TRANSACTION HISTORY - ONE RECORD PER POSTED
      *    MOVEMENT, APPENDED AS IT POSTS. HST-TRAN-TYPE IS THE CARD'S
      *    D/C CODE (C, D, R OR T); HST-DC-CODE IS THE DIRECTION THE
      *    BALANCE MOVED.
       FD  TRAN-HISTORY-OUT RECORDING MODE F.
       01  TRAN-HISTORY-REC.
           05  HST-BUS-DATE        PIC 9(8).
           05  HST-TRAN-REF        PIC 9(9).
           05  HST-ACCT-NUMBER     PIC 9(7).
           05  HST-DC-CODE         PIC X(1).
           05  HST-TRAN-TYPE       PIC X(1).
           05  HST-AMOUNT          PIC 9(9)V99.
           05  HST-TRAN-DATE       PIC 9(8).
           05  HST-BATCH-ID        PIC X(12).
           05  HST-ORIG-REF        PIC 9(9).
           05  HST-ORIG-TYPE       PIC X(1).
           05  HST-ORIG-BUS-DATE   PIC 9(8).
           05  FILLER              PIC X(5).

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


       01  WS-MASTER-STATUS  PIC X(2).

       01  WS-HOLD-STATUS    PIC X(2).

       01  WS-HOLD-BLOCK     PIC X(1)  VALUE 'N'.

       01  WS-REF-STATUS     PIC X(2).

       01  WS-NEXT-REF       PIC 9(9)  VALUE 0.

       01  WS-TRAN-REF       PIC 9(9)  VALUE 0.

       01  WS-POST-ACCT      PIC 9(7)  VALUE 0.

       01  WS-MOVE-DC        PIC X(1).
           88  WS-MOVE-CREDIT      VALUE 'C'.
           88  WS-MOVE-DEBIT       VALUE 'D'.

       01  WS-MOVE-AMOUNT    PIC 9(9)V99 VALUE 0.

       01  WS-REV-POSTED     PIC 9(7)  VALUE 0.

       01  WS-REV-REFUSED    PIC 9(7)  VALUE 0.

       01  WS-REV-POSTED-AMT PIC 9(11)V99 VALUE 0.

       01  WS-XFER-TEST      PIC 9(9)V99 VALUE 0.

       01  WS-XFER-POSTED    PIC 9(7)  VALUE 0.

       01  WS-XFER-REFUSED   PIC 9(7)  VALUE 0.

       01  WS-XFER-POSTED-AMT PIC 9(11)V99 VALUE 0.

       01  WS-XFER-REFUSED-AMT PIC 9(11)V99 VALUE 0.

      *    THE TRNREF RECORD OF THE ENTRY BEING REVERSED.
       01  WS-ORIG-REF.
           05  WS-ORIG-NUMBER      PIC 9(9).
           05  WS-ORIG-STATUS      PIC X(1).
           05  WS-ORIG-ACCT-NUMBER PIC 9(7).
           05  WS-ORIG-DC-CODE     PIC X(1).
           05  WS-ORIG-AMOUNT      PIC 9(9)V99.
           05  WS-ORIG-TRAN-DATE   PIC 9(8).
           05  WS-ORIG-BUS-DATE    PIC 9(8).
           05  WS-ORIG-BATCH-ID    PIC X(12).
           05  WS-ORIG-LINKED-REF  PIC 9(9).
           05  WS-ORIG-TRAN-TYPE   PIC X(1).
           05  FILLER              PIC X(13).

      *    THE OTHER LEG OF A TRANSFER BEING REVERSED, AND WHETHER IT
      *    IS THE SECOND LEG NOW POSTING.
       01  WS-PAIR-REF.
           05  WS-PAIR-NUMBER      PIC 9(9).
           05  FILLER              PIC X(1).
           05  WS-PAIR-ACCT-NUMBER PIC 9(7).
           05  WS-PAIR-DC-CODE     PIC X(1).
           05  WS-PAIR-AMOUNT      PIC 9(9)V99.
           05  FILLER              PIC X(51).

       01  WS-PAIR-FOUND     PIC X(1)  VALUE 'N'.

       01  WS-PAIR-SECOND    PIC X(1)  VALUE 'N'.

       01  REG-EOF           PIC X(1)  VALUE 'N'.

       01  WS-PASS           PIC 9(1)  VALUE 1.

       01  WS-IN-BATCH       PIC X(1)  VALUE 'N'.

       01  WS-BATCH-REASON   PIC X(15).

       01  WS-BT-SUB         PIC 9(5)  VALUE 0.

       01  WS-PRIOR-SUB      PIC 9(5)  VALUE 0.

       01  WS-PRIOR-COUNT    PIC 9(5)  VALUE 0.

       01  WS-BATCH-COUNT    PIC 9(5)  VALUE 0.

       01  WS-BATCH-MAX      PIC 9(5)  VALUE 50.

       01  WS-BATCH-POSTED   PIC 9(5)  VALUE 0.

       01  WS-BATCH-REJECTS  PIC 9(5)  VALUE 0.

       01  WS-SKIPPED-COUNT  PIC 9(9)  VALUE 0.

       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 50 TIMES.
               10  WS-BT-BATCH-ID      PIC X(12).
               10  WS-BT-BRANCH        PIC X(4).
               10  WS-BT-BATCH-DATE    PIC X(8).
               10  WS-BT-DISPOSITION   PIC X(15).
               10  WS-BT-COUNT         PIC 9(9).
               10  WS-BT-HASH          PIC 9(13)V99.
               10  WS-BT-TRL-COUNT     PIC 9(9).
               10  WS-BT-TRL-HASH      PIC 9(13)V99.
               10  WS-BT-POSTED        PIC 9(7).
               10  WS-BT-REJECTED      PIC 9(7).
               10  WS-BT-POSTED-AMT    PIC 9(13)V99.

       01  WS-BUS-DATE       PIC 9(8)  VALUE 0.

       01  WS-TODAY          PIC 9(8).

       01  WS-NOW-HOUR       PIC X(2).

       01  WS-LAST-NIGHT     PIC 9(8)  VALUE 0.

       01  WS-CURR-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-PREV-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-NEXT-B-DATE    PIC 9(8)  VALUE 0.

       01  WS-CAL-REC-COUNT  PIC 9(9)  VALUE 0.

       01  WS-OLD-BALANCE    PIC 9(9)V99.

       01  WS-NEW-BALANCE    PIC 9(9)V99.
           05  JRN-NOTE        PIC X(13).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  JRN-TRAN-DATE   PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  JRN-REF-TAG     PIC X(4).
           05  JRN-TRAN-REF    PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  JRN-REV-TAG     PIC X(7).
           05  JRN-ORIG-REF    PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER          PIC X(21) VALUE SPACES.

       01  TOTAL-LINE.
           05  TOT-LABEL       PIC X(30).
           05  TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(21) VALUE SPACES.

       01  BATCH-HEADING-LINE.
           05  FILLER          PIC X(27)
               VALUE "BATCH ID     BRCH DATE".
           05  FILLER          PIC X(26)
               VALUE " RECORDS       AMOUNT HASH".
           05  FILLER          PIC X(27)
               VALUE "  DISPOSITION".

       01  BATCH-LINE.
           05  BCR-BATCH-ID    PIC X(12).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BCR-BRANCH      PIC X(4).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BCR-BATCH-DATE  PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BCR-COUNT       PIC ZZZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BCR-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BCR-DISPOSITION PIC X(15).
           05  FILLER          PIC X(11) VALUE SPACES.

       01  EXCEPTION-LINE.
           05  XCL-SI-ID       PIC Z(6)9 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XCL-FROM-ACCT   PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XCL-TO-ACCT     PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XCL-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XCL-BATCH-ID    PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XCL-REASON      PIC X(13).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XCL-ACTION      PIC X(40).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  REVERSAL-LINE.
           05  RVL-ORIG-REF    PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-ORIG-DATE   PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-ACCT-NUMBER PIC Z(6)9 BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-ORIG-DC     PIC X(1).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-ORIG-AMOUNT PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-ORIG-BATCH  PIC X(12).
           05  FILLER          PIC X(3)  VALUE " | ".
           05  RVL-REV-REF     PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-REV-DATE    PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-REV-DC      PIC X(1).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-REV-AMOUNT  PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-REV-BATCH   PIC X(12).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-DISPOSITION PIC X(13).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RVL-SIGN-OFF    PIC X(12).

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       MAIN-ROUTINE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           PERFORM PROVE-BATCHES.
           OPEN OUTPUT TRAN-JOURNAL-OUT.
           MOVE SPACES TO TRAN-JOURNAL-REC.
           STRING "ACCTTRN TRANSACTION POSTING JOURNAL - "
           WRITE TRAN-JOURNAL-REC.
           OPEN INPUT TRAN-FILE-IN.
           OPEN EXTEND AUDIT-JOURNAL-OUT.
           OPEN EXTEND TRAN-HISTORY-OUT.
           OPEN I-O ACCT-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ACCTTRN: MASTER OPEN FAILED, STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY "ACCTTRN: HOLDFILE OPEN FAILED, STATUS "
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O TRAN-REF-FILE.
           IF WS-REF-STATUS NOT = '00'
               DISPLAY "ACCTTRN: TRNREF OPEN FAILED, STATUS "
                   WS-REF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-REF-CONTROL.
           PERFORM OPEN-REVERSAL-REGISTER.
           PERFORM OPEN-EXCEPTION-REPORT.
           OPEN EXTEND BATCH-REGISTRY.
           PERFORM READ-TRAN-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM PROCESS-ONE-RECORD
              PERFORM READ-TRAN-RECORD
              END-PERFORM.
           CLOSE TRAN-FILE-IN.
           CLOSE ACCT-MASTER.
           CLOSE HOLD-FILE.
           CLOSE TRAN-REF-FILE.
           CLOSE AUDIT-JOURNAL-OUT.
           CLOSE TRAN-HISTORY-OUT.
           CLOSE BATCH-REGISTRY.
           PERFORM CLOSE-REVERSAL-REGISTER.
           PERFORM CLOSE-EXCEPTION-REPORT.
           PERFORM WRITE-LEDGER-RECORD.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE TRAN-JOURNAL-OUT.
           PERFORM WRITE-BATCH-REPORT.
           COMPUTE WS-PROOF-TOTAL =
               WS-TOTAL-IN + WS-TOTAL-CREDITS - WS-TOTAL-DEBITS.
           IF WS-PROOF-TOTAL NOT = WS-TOTAL-OUT
               DISPLAY "ACCTTRN: CONTROL TOTALS DO NOT PROVE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BATCH-REJECTS > 0
                   DISPLAY "ACCTTRN: " WS-BATCH-REJECTS
                       " BATCH(ES) REJECTED - SEE BTCHRPT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      *    FIRST PASS. EVERY BATCH ON TRNFILE IS PROVEN AGAINST ITS
      *    OWN TRAILER AND AGAINST THE REGISTRY OF BATCHES ALREADY
      *    POSTED BEFORE THE MASTER IS OPENED; THE POSTING PASS THEN
      *    WALKS THE FILE THE SAME WAY AND POSTS ONLY THE MOVEMENTS
      *    OF BATCHES THAT PROVED.
       PROVE-BATCHES.
           MOVE 1 TO WS-PASS.
           OPEN INPUT TRAN-FILE-IN.
           PERFORM READ-TRAN-RECORD
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM TRACK-BATCH-POSITION
              PERFORM READ-TRAN-RECORD
              END-PERFORM.
           IF WS-IN-BATCH = 'H'
               MOVE "NO-TRAILER" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REJECT
           END-IF.
           CLOSE TRAN-FILE-IN.
           PERFORM CHECK-BATCH-REGISTRY.
           MOVE 0 TO WS-BT-SUB.
           PERFORM COUNT-ONE-BATCH WS-BATCH-COUNT TIMES.
           MOVE 'N' TO LAST-REC.
           MOVE 'N' TO WS-IN-BATCH.
           MOVE 0 TO WS-BT-SUB.
           MOVE 2 TO WS-PASS.

       COUNT-ONE-BATCH.
           ADD 1 TO WS-BT-SUB.
           IF WS-BT-DISPOSITION(WS-BT-SUB) = SPACES
               ADD 1 TO WS-BATCH-POSTED
           ELSE
               ADD 1 TO WS-BATCH-REJECTS
           END-IF.

      *    SHARED BY BOTH PASSES SO THEY AGREE ON WHICH BATCH EACH
      *    RECORD BELONGS TO. ONLY THE FIRST PASS TALLIES AND JUDGES.
       TRACK-BATCH-POSITION.
           EVALUATE TRUE
               WHEN BHD-HEADER
                   IF WS-IN-BATCH = 'H' AND WS-PASS = 1
                       MOVE "NO-TRAILER" TO WS-BATCH-REASON
                       PERFORM SET-BATCH-REJECT
                   END-IF
                   PERFORM OPEN-BATCH-ENTRY
                   MOVE 'H' TO WS-IN-BATCH
                   IF WS-PASS = 1
                       PERFORM PROVE-BATCH-HEADER
                   END-IF
               WHEN BHD-TRAILER
                   IF WS-IN-BATCH = 'H'
                       IF WS-PASS = 1
                           PERFORM PROVE-BATCH-TRAILER
                       ELSE
                           PERFORM REGISTER-ONE-BATCH
                       END-IF
                   ELSE
                       IF WS-IN-BATCH = 'N'
                           PERFORM OPEN-ORPHAN-ENTRY
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-IN-BATCH
               WHEN OTHER
                   IF WS-IN-BATCH = 'N'
                       PERFORM OPEN-ORPHAN-ENTRY
                       MOVE 'O' TO WS-IN-BATCH
                   END-IF
                   IF WS-PASS = 1
                       PERFORM TALLY-BATCH-DETAIL
                   END-IF
           END-EVALUATE.

       OPEN-BATCH-ENTRY.
           IF WS-BT-SUB NOT < WS-BATCH-MAX
               DISPLAY "ACCTTRN: MORE THAN " WS-BATCH-MAX
                   " BATCHES ON TRNFILE - NOTHING POSTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BT-SUB.
           IF WS-PASS = 1
               MOVE WS-BT-SUB TO WS-BATCH-COUNT
               MOVE SPACES TO WS-BATCH-ENTRY(WS-BT-SUB)
               MOVE 0 TO WS-BT-COUNT(WS-BT-SUB)
               MOVE 0 TO WS-BT-HASH(WS-BT-SUB)
               MOVE 0 TO WS-BT-TRL-COUNT(WS-BT-SUB)
               MOVE 0 TO WS-BT-TRL-HASH(WS-BT-SUB)
               MOVE 0 TO WS-BT-POSTED(WS-BT-SUB)
               MOVE 0 TO WS-BT-REJECTED(WS-BT-SUB)
               MOVE 0 TO WS-BT-POSTED-AMT(WS-BT-SUB)
           ELSE
               PERFORM WRITE-BATCH-JOURNAL-LINE
           END-IF.

      *    MOVEMENTS (OR A STRAY TRAILER) OUTSIDE ANY HEADER FORM A
      *    BATCH OF THEIR OWN THAT CAN NEVER POST.
       OPEN-ORPHAN-ENTRY.
           IF WS-PASS = 1
               PERFORM OPEN-BATCH-ENTRY
               MOVE "*NO HEADER*" TO WS-BT-BATCH-ID(WS-BT-SUB)
               MOVE "NO-HEADER" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REJECT
           ELSE
               PERFORM OPEN-BATCH-ENTRY
           END-IF.

       PROVE-BATCH-HEADER.
           MOVE BHD-BATCH-ID TO WS-BT-BATCH-ID(WS-BT-SUB).
           MOVE BHD-BRANCH   TO WS-BT-BRANCH(WS-BT-SUB).
           MOVE BHD-BUS-DATE TO WS-BT-BATCH-DATE(WS-BT-SUB).
           IF BHD-BATCH-ID = SPACES OR BHD-BRANCH = SPACES
               OR BHD-BUS-DATE-9 NOT NUMERIC
               MOVE "BAD-HEADER" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REJECT
           ELSE
               IF BHD-BUS-DATE-9 > WS-BUS-DATE
                   MOVE "FUTURE-DATE" TO WS-BATCH-REASON
                   PERFORM SET-BATCH-REJECT
               END-IF
           END-IF.
           COMPUTE WS-PRIOR-COUNT = WS-BT-SUB - 1.
           MOVE 0 TO WS-PRIOR-SUB.
           PERFORM CHECK-EARLIER-BATCH WS-PRIOR-COUNT TIMES.

       CHECK-EARLIER-BATCH.
           ADD 1 TO WS-PRIOR-SUB.
           IF WS-BT-BATCH-ID(WS-PRIOR-SUB) = BHD-BATCH-ID
               MOVE "DUPLICATE-BATCH" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REJECT
           END-IF.

       PROVE-BATCH-TRAILER.
           IF BTR-BATCH-ID NOT = WS-BT-BATCH-ID(WS-BT-SUB)
               MOVE "TRL-ID-MISMATCH" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REJECT
           ELSE
               IF BTR-RECORD-COUNT-9 NOT NUMERIC
                   OR BTR-AMOUNT-HASH-9 NOT NUMERIC
                   MOVE "BAD-TRAILER" TO WS-BATCH-REASON
                   PERFORM SET-BATCH-REJECT
               ELSE
                   MOVE BTR-RECORD-COUNT-9
                       TO WS-BT-TRL-COUNT(WS-BT-SUB)
                   MOVE BTR-AMOUNT-HASH-9
                       TO WS-BT-TRL-HASH(WS-BT-SUB)
                   IF WS-BT-TRL-COUNT(WS-BT-SUB)
                       NOT = WS-BT-COUNT(WS-BT-SUB)
                       MOVE "COUNT-MISMATCH" TO WS-BATCH-REASON
                       PERFORM SET-BATCH-REJECT
                   ELSE
                       IF WS-BT-TRL-HASH(WS-BT-SUB)
                           NOT = WS-BT-HASH(WS-BT-SUB)
                           MOVE "HASH-MISMATCH" TO WS-BATCH-REASON
                           PERFORM SET-BATCH-REJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    AN UNREADABLE AMOUNT ADDS NOTHING TO THE HASH; THE POSTING
      *    PASS REJECTS THAT MOVEMENT AS INVALID-TRAN IN ANY CASE.
       TALLY-BATCH-DETAIL.
           ADD 1 TO WS-BT-COUNT(WS-BT-SUB).
           IF TRX-AMOUNT NUMERIC
               ADD TRX-AMOUNT TO WS-BT-HASH(WS-BT-SUB)
           END-IF.

      *    THE FIRST FAILURE FOUND IS THE ONE REPORTED.
       SET-BATCH-REJECT.
           IF WS-BT-DISPOSITION(WS-BT-SUB) = SPACES
               MOVE WS-BATCH-REASON TO WS-BT-DISPOSITION(WS-BT-SUB)
           END-IF.

       CHECK-BATCH-REGISTRY.
           OPEN INPUT BATCH-REGISTRY.
           PERFORM READ-REGISTRY-RECORD
              PERFORM UNTIL REG-EOF = 'Y'
              MOVE 0 TO WS-BT-SUB
              PERFORM MATCH-REGISTERED-BATCH WS-BATCH-COUNT TIMES
              PERFORM READ-REGISTRY-RECORD
              END-PERFORM.
           CLOSE BATCH-REGISTRY.

       MATCH-REGISTERED-BATCH.
           ADD 1 TO WS-BT-SUB.
           IF REG-BATCH-ID = WS-BT-BATCH-ID(WS-BT-SUB)
               MOVE "DUPLICATE-BATCH" TO WS-BATCH-REASON
               PERFORM SET-BATCH-REJECT
           END-IF.

       READ-REGISTRY-RECORD.
           READ BATCH-REGISTRY
           AT END MOVE 'Y' TO REG-EOF
           END-READ.

      *    POSTING PASS. HEADERS AND TRAILERS ONLY MOVE THE BATCH
      *    POSITION; A MOVEMENT POSTS ONLY IF ITS BATCH PROVED.
       PROCESS-ONE-RECORD.
           PERFORM TRACK-BATCH-POSITION.
           IF NOT BHD-HEADER AND NOT BHD-TRAILER
               IF WS-BT-DISPOSITION(WS-BT-SUB) = SPACES
                   PERFORM POST-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF.

      *    THE NIGHTLY JOB HOLDS THE RUNCTL LOCK WHILE IT OWNS THE
      *    MASTER (SET IN ITS STEP012, CLEARED IN ITS FINAL STEP -
      *    SEE MSTLOCK). AN ON-DEMAND UPDATE MUST NOT TOUCH THE
           END-READ.
           CLOSE BUSDATE-IN.
           IF WS-BUS-DATE = 0
               PERFORM RESOLVE-NEXT-NIGHT
           END-IF.

      *    THE NIGHT THAT WILL PICK THIS RUN UP. ADDONE DATES A NIGHT
      *    WITH THE LATEST BUSINESS DAY ON OR BEFORE TODAY (THE ONE
      *    BEFORE IT WHEN STARTED BEFORE 06:00 ON A BUSINESS DAY);
      *    ONCE THAT NIGHT HAS STARTED THE NEXT ONE IS THE FIRST
      *    BUSINESS DAY AFTER IT.
       RESOLVE-NEXT-NIGHT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-NOW-HOUR.
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
           OPEN INPUT CALENDAR-IN.
           MOVE 'N' TO LAST-REC.
           PERFORM READ-CALENDAR
              PERFORM UNTIL LAST-REC = 'Y'
              PERFORM TALLY-CALENDAR
              PERFORM READ-CALENDAR
              END-PERFORM.
           CLOSE CALENDAR-IN.
           MOVE 'N' TO LAST-REC.
           IF WS-CAL-REC-COUNT = 0
               MOVE WS-TODAY TO WS-BUS-DATE
           ELSE
               IF WS-NOW-HOUR < "06" AND WS-CURR-B-DATE = WS-TODAY
                   AND WS-PREV-B-DATE > 0
                   MOVE WS-PREV-B-DATE TO WS-BUS-DATE
               ELSE
                   MOVE WS-CURR-B-DATE TO WS-BUS-DATE
               END-IF
               IF WS-BUS-DATE NOT > WS-LAST-NIGHT
                   MOVE WS-NEXT-B-DATE TO WS-BUS-DATE
               END-IF
           END-IF.
           IF WS-BUS-DATE = 0
               DISPLAY "ACCTTRN: NO BUSINESS DAY ON CALFILE AFTER "
                   WS-LAST-NIGHT " - EXTEND CALFILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

       READ-CALENDAR.
           READ CALENDAR-IN
               AT END MOVE 'Y' TO LAST-REC
               NOT AT END ADD 1 TO WS-CAL-REC-COUNT
           END-READ.

       READ-DONE-MARKER.
           READ PRT-DONE
           AT END MOVE 'Y' TO LAST-REC
           END-READ.

      *    KEY ZERO ON TRNREF HOLDS THE NEXT REFERENCE TO ISSUE; A
      *    NEWLY DEFINED FILE STARTS AT REFERENCE 1.
       READ-REF-CONTROL.
           MOVE 0 TO REF-NUMBER.
           READ TRAN-REF-FILE
               INVALID KEY
                   MOVE SPACES TO REF-CONTROL-REC
                   MOVE 0 TO REFC-KEY
                   MOVE 1 TO REFC-NEXT-REF
                   WRITE REF-CONTROL-REC
                   IF WS-REF-STATUS NOT = '00'
                       DISPLAY "ACCTTRN: TRNREF CONTROL WRITE FAILED,"
                           " STATUS " WS-REF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
           MOVE REFC-NEXT-REF TO WS-NEXT-REF.

       POST-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE 0 TO WS-OLD-BALANCE WS-NEW-BALANCE.
           MOVE 0 TO WS-POST-ACCT WS-MOVE-AMOUNT WS-TRAN-REF.
           MOVE SPACES TO WS-MOVE-DC WS-ORIG-REF.
           MOVE 'N' TO WS-PAIR-SECOND.
           IF TRX-ACCT-NUMBER NOT NUMERIC
               OR TRX-AMOUNT NOT NUMERIC
               OR TRX-DATE NOT NUMERIC
               OR (NOT TRX-CREDIT AND NOT TRX-DEBIT
                   AND NOT TRX-REVERSAL AND NOT TRX-TRANSFER)
               PERFORM REJECT-INVALID-TRAN
           ELSE
               EVALUATE TRUE
                   WHEN TRX-REVERSAL
                       PERFORM REVERSE-ONE-TRANSACTION
                   WHEN TRX-TRANSFER
                       PERFORM TRANSFER-ONE-TRANSACTION
                   WHEN OTHER
                       MOVE TRX-ACCT-NUMBER TO WS-POST-ACCT
                       MOVE TRX-DC-CODE     TO WS-MOVE-DC
                       MOVE TRX-AMOUNT      TO WS-MOVE-AMOUNT
                       PERFORM READ-MASTER-BY-KEY
               END-EVALUATE
           END-IF.

      *    A TRANSFER IS PROVEN WHOLE BEFORE EITHER LEG POSTS: THE
      *    TO-ACCOUNT MUST BE ON FILE AND ABLE TO TAKE THE CREDIT,
      *    THEN THE FROM-ACCOUNT MUST PASS THE DEBIT RULES. ONLY THEN
      *    DO THE TWO LEGS POST, DEBIT FIRST.
       TRANSFER-ONE-TRANSACTION.
           IF TRX-TO-ACCT NOT NUMERIC OR TRX-TO-ACCT = 0
               OR TRX-TO-ACCT = TRX-ACCT-NUMBER
               PERFORM REJECT-INVALID-TRAN
           ELSE
               MOVE TRX-TO-ACCT TO MST-ACCT-NUMBER
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "NO-TO-ACCOUNT" TO JRN-NOTE
                       PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM PROVE-TRANSFER-CREDIT
               END-READ
           END-IF.

       PROVE-TRANSFER-CREDIT.
           IF MST-ACCT-BALANCE IS NUMERIC
               COMPUTE WS-XFER-TEST = MST-ACCT-BALANCE + TRX-AMOUNT
                   ON SIZE ERROR
                       MOVE "OVERFLOW" TO JRN-NOTE
                       PERFORM WRITE-REJECT-LINE
                   NOT ON SIZE ERROR
                       PERFORM PROVE-TRANSFER-DEBIT
               END-COMPUTE
           ELSE
               MOVE "BAD-BALANCE" TO JRN-NOTE
               PERFORM WRITE-REJECT-LINE
           END-IF.

       PROVE-TRANSFER-DEBIT.
           MOVE TRX-ACCT-NUMBER TO WS-POST-ACCT MST-ACCT-NUMBER.
           MOVE 'D'             TO WS-MOVE-DC.
           MOVE TRX-AMOUNT      TO WS-MOVE-AMOUNT.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "NOT-ON-MASTER" TO JRN-NOTE
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM JUDGE-TRANSFER-DEBIT
           END-READ.

       JUDGE-TRANSFER-DEBIT.
           IF MST-ACCT-BALANCE IS NUMERIC
               MOVE MST-ACCT-BALANCE TO WS-OLD-BALANCE
               IF WS-MOVE-AMOUNT > WS-OLD-BALANCE
                   MOVE "OVERDRAFT" TO JRN-NOTE
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM CHECK-LEGAL-HOLD
                   IF WS-HOLD-BLOCK = 'Y'
                       MOVE "HELD" TO JRN-NOTE
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM POST-TRANSFER-LEGS
                   END-IF
               END-IF
           ELSE
               MOVE "BAD-BALANCE" TO JRN-NOTE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      *    THE FROM-ACCOUNT IS STILL IN THE RECORD AREA, SO THE DEBIT
      *    LEG POSTS STRAIGHT AWAY; THE CREDIT LEG THEN READS THE
      *    TO-ACCOUNT AGAIN AND POSTS THROUGH THE ORDINARY PATH.
       POST-TRANSFER-LEGS.
           PERFORM COMPUTE-NEW-BALANCE.
           ADD 1 TO WS-XFER-POSTED.
           ADD WS-MOVE-AMOUNT TO WS-XFER-POSTED-AMT.
           MOVE 0 TO WS-OLD-BALANCE WS-NEW-BALANCE WS-TRAN-REF.
           MOVE TRX-TO-ACCT TO WS-POST-ACCT.
           MOVE 'C'         TO WS-MOVE-DC.
           PERFORM READ-MASTER-BY-KEY.

      *    A REVERSAL TAKES ITS ACCOUNT AND AMOUNT FROM THE ORIGINAL
      *    ENTRY ON TRNREF AND MOVES THE MONEY THE OTHER WAY.
       REVERSE-ONE-TRANSACTION.
           IF TRX-ORIG-REF NOT NUMERIC OR TRX-ORIG-REF = 0
               PERFORM REJECT-INVALID-TRAN
           ELSE
               MOVE TRX-ORIG-REF TO REF-NUMBER
               READ TRAN-REF-FILE
                   INVALID KEY
                       MOVE "NO-SUCH-REF" TO JRN-NOTE
                       PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM JUDGE-REVERSAL
               END-READ
           END-IF.

       JUDGE-REVERSAL.
           MOVE TRAN-REF-REC TO WS-ORIG-REF.
           MOVE SPACES TO WS-PAIR-REF.
           EVALUATE TRUE
               WHEN REF-REVERSED
                   MOVE "ALREADY-REVD" TO JRN-NOTE
                   PERFORM WRITE-REJECT-LINE
               WHEN REF-REVERSAL
                   MOVE "IS-A-REVERSAL" TO JRN-NOTE
                   PERFORM WRITE-REJECT-LINE
               WHEN (TRX-ACCT-NUMBER NOT = 0
                     AND TRX-ACCT-NUMBER NOT = REF-ACCT-NUMBER)
                 OR (TRX-AMOUNT NOT = 0
                     AND TRX-AMOUNT NOT = REF-AMOUNT)
                   MOVE "REV-MISMATCH" TO JRN-NOTE
                   PERFORM WRITE-REJECT-LINE
               WHEN REF-TRAN-TYPE = 'T'
                   PERFORM FIND-TRANSFER-PARTNER
               WHEN OTHER
                   PERFORM REVERSE-ORIGINAL-ENTRY
           END-EVALUATE.

       REVERSE-ORIGINAL-ENTRY.
           MOVE WS-ORIG-ACCT-NUMBER TO WS-POST-ACCT.
           MOVE WS-ORIG-AMOUNT      TO WS-MOVE-AMOUNT.
           IF WS-ORIG-DC-CODE = 'C'
               MOVE 'D' TO WS-MOVE-DC
           ELSE
               MOVE 'C' TO WS-MOVE-DC
           END-IF.
           PERFORM READ-MASTER-BY-KEY.

      *    A TRANSFER IS BACKED OUT WHOLE, WHICHEVER LEG THE CARD
      *    NAMES. ITS TWO LEGS TOOK CONSECUTIVE REFERENCES, DEBIT LEG
      *    FIRST (SEE POST-TRANSFER-LEGS), SO THE OTHER LEG IS THE
      *    NEXT OR THE PREVIOUS REFERENCE, OF THE SAME AMOUNT, BATCH
      *    AND BUSINESS DATE AND THE OPPOSITE DIRECTION. A DEBIT LEG
      *    WITH NO CREDIT LEG AFTER IT BELONGS TO A TRANSFER CUT SHORT
      *    BY AN ABEND, AND A LEG WHOSE PARTNER WAS ALREADY REVERSED
      *    ON ITS OWN COMPLETES THE PAIR - EITHER IS BACKED OUT ALONE.
      *    ANYTHING ELSE IS REFUSED XFER-UNPAIRED.
       FIND-TRANSFER-PARTNER.
           MOVE 'N' TO WS-PAIR-FOUND.
           IF WS-ORIG-DC-CODE = 'D'
               COMPUTE REF-NUMBER = WS-ORIG-NUMBER + 1
           ELSE
               COMPUTE REF-NUMBER = WS-ORIG-NUMBER - 1
           END-IF.
           READ TRAN-REF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REF-TRAN-TYPE = 'T'
                      AND (REF-DC-CODE = 'C' OR REF-DC-CODE = 'D')
                      AND REF-DC-CODE NOT = WS-ORIG-DC-CODE
                      AND REF-AMOUNT = WS-ORIG-AMOUNT
                      AND REF-BATCH-ID = WS-ORIG-BATCH-ID
                      AND REF-BUS-DATE = WS-ORIG-BUS-DATE
                       MOVE 'Y' TO WS-PAIR-FOUND
                   END-IF
           END-READ.
           EVALUATE TRUE
               WHEN WS-PAIR-FOUND = 'Y' AND REF-POSTED
                   PERFORM PAIR-TRANSFER-LEGS
               WHEN WS-PAIR-FOUND = 'Y' AND REF-REVERSED
                   PERFORM REVERSE-ORIGINAL-ENTRY
               WHEN WS-PAIR-FOUND = 'N' AND WS-ORIG-DC-CODE = 'D'
                   PERFORM REVERSE-ORIGINAL-ENTRY
               WHEN OTHER
                   MOVE "XFER-UNPAIRED" TO JRN-NOTE
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

      *    AS FOR A TRANSFER, BOTH LEGS ARE PROVEN BEFORE EITHER
      *    POSTS AND THE DEBIT GOES FIRST: WS-ORIG-REF IS LEFT ON THE
      *    CREDIT LEG (BACKED OUT BY A DEBIT) AND WS-PAIR-REF ON THE
      *    DEBIT LEG (BACKED OUT BY A CREDIT).
       PAIR-TRANSFER-LEGS.
           IF WS-ORIG-DC-CODE = 'D'
               MOVE WS-ORIG-REF  TO WS-PAIR-REF
               MOVE TRAN-REF-REC TO WS-ORIG-REF
           ELSE
               MOVE TRAN-REF-REC TO WS-PAIR-REF
           END-IF.
           MOVE WS-PAIR-ACCT-NUMBER TO MST-ACCT-NUMBER.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "NOT-ON-MASTER" TO JRN-NOTE
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM PROVE-PAIR-CREDIT
           END-READ.

       PROVE-PAIR-CREDIT.
           IF MST-ACCT-BALANCE IS NUMERIC
               COMPUTE WS-XFER-TEST =
                   MST-ACCT-BALANCE + WS-PAIR-AMOUNT
                   ON SIZE ERROR
                       MOVE "OVERFLOW" TO JRN-NOTE
                       PERFORM WRITE-REJECT-LINE
                   NOT ON SIZE ERROR
                       PERFORM POST-PAIR-LEGS
               END-COMPUTE
           ELSE
               MOVE "BAD-BALANCE" TO JRN-NOTE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      *    THE DEBIT IS SUBJECT TO THE OVERDRAFT AND HOLD RULES; ONLY
      *    ONCE IT HAS POSTED IS THE CREDIT LEG BACKED OUT.
       POST-PAIR-LEGS.
           PERFORM REVERSE-ORIGINAL-ENTRY.
           IF WS-TRAN-REF NOT = 0
               MOVE WS-PAIR-REF TO WS-ORIG-REF
               MOVE 'Y' TO WS-PAIR-SECOND
               MOVE 0 TO WS-OLD-BALANCE WS-NEW-BALANCE WS-TRAN-REF
               PERFORM REVERSE-ORIGINAL-ENTRY
           END-IF.

       READ-MASTER-BY-KEY.
           MOVE WS-POST-ACCT TO MST-ACCT-NUMBER.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "NOT-ON-MASTER" TO JRN-NOTE
       APPLY-MOVEMENT.
           IF MST-ACCT-BALANCE IS NUMERIC
               MOVE MST-ACCT-BALANCE TO WS-OLD-BALANCE
               IF WS-MOVE-DEBIT AND WS-MOVE-AMOUNT > WS-OLD-BALANCE
                   MOVE "OVERDRAFT" TO JRN-NOTE
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM CHECK-LEGAL-HOLD
                   IF WS-HOLD-BLOCK = 'Y'
                       MOVE "HELD" TO JRN-NOTE
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       PERFORM COMPUTE-NEW-BALANCE
                   END-IF
               END-IF
           ELSE
               MOVE "BAD-BALANCE" TO JRN-NOTE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      *    ONLY A DEBIT ON A HELD ACCOUNT IS CHECKED - A REVERSAL
      *    THAT DEBITS INCLUDED. A HOLD FLAG WITH NO HOLDFILE RECORD
      *    BEHIND IT IS TREATED AS A FULL FREEZE.
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-BLOCK.
           IF WS-MOVE-DEBIT AND MST-HELD
               MOVE MST-ACCT-NUMBER TO HOLD-ACCT-NUMBER
               READ HOLD-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-BLOCK
                   NOT INVALID KEY
                       PERFORM JUDGE-HELD-AMOUNT
               END-READ
           END-IF.

       JUDGE-HELD-AMOUNT.
           IF HOLD-ACTIVE AND HOLD-EFF-DATE NOT > WS-BUS-DATE
               IF HOLD-AMOUNT = 0
                   OR WS-OLD-BALANCE - WS-MOVE-AMOUNT < HOLD-AMOUNT
                   MOVE 'Y' TO WS-HOLD-BLOCK
               END-IF
           END-IF.

       COMPUTE-NEW-BALANCE.
           IF WS-MOVE-CREDIT
               COMPUTE WS-NEW-BALANCE =
                   WS-OLD-BALANCE + WS-MOVE-AMOUNT
                   ON SIZE ERROR
                       MOVE 0 TO WS-NEW-BALANCE
                       MOVE "OVERFLOW" TO JRN-NOTE
               END-COMPUTE
           ELSE
               COMPUTE WS-NEW-BALANCE =
                   WS-OLD-BALANCE - WS-MOVE-AMOUNT
               PERFORM REWRITE-THIS-ACCOUNT
           END-IF.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RECORD-TRAN-REF.
           PERFORM WRITE-HISTORY-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           IF NOT (TRX-TRANSFER AND WS-MOVE-CREDIT)
              AND WS-PAIR-SECOND = 'N'
               ADD 1 TO WS-BT-POSTED(WS-BT-SUB)
               ADD WS-MOVE-AMOUNT TO WS-BT-POSTED-AMT(WS-BT-SUB)
           END-IF.
           ADD WS-OLD-BALANCE TO WS-TOTAL-IN.
           IF WS-MOVE-CREDIT
               ADD WS-MOVE-AMOUNT TO WS-TOTAL-CREDITS
           ELSE
               ADD WS-MOVE-AMOUNT TO WS-TOTAL-DEBITS
           END-IF.
           ADD WS-NEW-BALANCE TO WS-TOTAL-OUT
               ON SIZE ERROR
                   STOP RUN
           END-ADD.
           PERFORM WRITE-AUDIT-RECORD.
           IF TRX-TRANSFER
               MOVE AUD-ACTION TO JRN-NOTE
           ELSE
               MOVE SPACES TO JRN-NOTE
           END-IF.
           PERFORM WRITE-JOURNAL-LINE.
           IF TRX-REVERSAL
               PERFORM WRITE-REVERSAL-LINE
           END-IF.

      *    THE CONTROL RECORD IS REWRITTEN AS EACH REFERENCE IS TAKEN
      *    SO NO REFERENCE IS EVER ISSUED TWICE, EVEN ACROSS AN ABEND.
      *    A REVERSAL ALSO MARKS ITS ORIGINAL REVERSED, LINKING THE
      *    TWO ENTRIES BOTH WAYS.
       RECORD-TRAN-REF.
           MOVE WS-NEXT-REF TO WS-TRAN-REF.
           ADD 1 TO WS-NEXT-REF.
           MOVE SPACES         TO REF-CONTROL-REC.
           MOVE 0              TO REFC-KEY.
           MOVE WS-NEXT-REF    TO REFC-NEXT-REF.
           REWRITE REF-CONTROL-REC.
           IF WS-REF-STATUS NOT = '00'
               DISPLAY "ACCTTRN: TRNREF CONTROL REWRITE FAILED, STATUS "
                   WS-REF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES         TO TRAN-REF-REC.
           MOVE WS-TRAN-REF    TO REF-NUMBER.
           MOVE WS-POST-ACCT   TO REF-ACCT-NUMBER.
           MOVE WS-MOVE-DC     TO REF-DC-CODE.
           MOVE WS-MOVE-AMOUNT TO REF-AMOUNT.
           MOVE TRX-DATE       TO REF-TRAN-DATE.
           MOVE TRX-DC-CODE    TO REF-TRAN-TYPE.
           MOVE WS-BUS-DATE    TO REF-BUS-DATE.
           MOVE WS-BT-BATCH-ID(WS-BT-SUB) TO REF-BATCH-ID.
           IF TRX-REVERSAL
               MOVE 'V'            TO REF-STATUS
               MOVE WS-ORIG-NUMBER TO REF-LINKED-REF
           ELSE
               MOVE 'P'            TO REF-STATUS
               MOVE 0              TO REF-LINKED-REF
           END-IF.
           WRITE TRAN-REF-REC.
           IF WS-REF-STATUS NOT = '00'
               DISPLAY "ACCTTRN: TRNREF WRITE FAILED, STATUS "
                   WS-REF-STATUS " AT REFERENCE " WS-TRAN-REF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TRX-REVERSAL
               MOVE WS-ORIG-REF TO TRAN-REF-REC
               MOVE 'R'         TO REF-STATUS
               MOVE WS-TRAN-REF TO REF-LINKED-REF
               REWRITE TRAN-REF-REC
               IF WS-REF-STATUS NOT = '00'
                   DISPLAY "ACCTTRN: TRNREF REWRITE FAILED, STATUS "
                       WS-REF-STATUS " AT REFERENCE " WS-ORIG-NUMBER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES          TO AUDIT-JOURNAL-REC.
           MOVE WS-BUS-DATE     TO AUD-BUS-DATE.
           MOVE "ACCTTRN"       TO AUD-PROGRAM.
           EVALUATE TRUE
               WHEN TRX-REVERSAL
                   MOVE "REVERSAL" TO AUD-ACTION
               WHEN TRX-TRANSFER AND WS-MOVE-CREDIT
                   MOVE "XFER-CR" TO AUD-ACTION
               WHEN TRX-TRANSFER
                   MOVE "XFER-DR" TO AUD-ACTION
               WHEN WS-MOVE-CREDIT
                   MOVE "CREDIT" TO AUD-ACTION
               WHEN OTHER
                   MOVE "DEBIT" TO AUD-ACTION
           END-EVALUATE.
           MOVE MST-ACCT-NUMBER TO AUD-ACCT-NUMBER.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE MASTER-REC      TO AUD-AFTER-IMAGE.
           MOVE WS-TRAN-REF     TO AUD-TRAN-REF.
           WRITE AUDIT-JOURNAL-REC.

       WRITE-HISTORY-RECORD.
           MOVE SPACES         TO TRAN-HISTORY-REC.
           MOVE WS-BUS-DATE    TO HST-BUS-DATE.
           MOVE WS-TRAN-REF    TO HST-TRAN-REF.
           MOVE WS-POST-ACCT   TO HST-ACCT-NUMBER.
           MOVE WS-MOVE-DC     TO HST-DC-CODE.
           MOVE TRX-DC-CODE    TO HST-TRAN-TYPE.
           MOVE WS-MOVE-AMOUNT TO HST-AMOUNT.
           MOVE TRX-DATE       TO HST-TRAN-DATE.
           MOVE WS-BT-BATCH-ID(WS-BT-SUB) TO HST-BATCH-ID.
           IF TRX-REVERSAL
               MOVE WS-ORIG-NUMBER    TO HST-ORIG-REF
               MOVE WS-ORIG-TRAN-TYPE TO HST-ORIG-TYPE
               MOVE WS-ORIG-BUS-DATE  TO HST-ORIG-BUS-DATE
           ELSE
               MOVE 0                 TO HST-ORIG-REF
               MOVE 0                 TO HST-ORIG-BUS-DATE
           END-IF.
           WRITE TRAN-HISTORY-REC.

      *    ONE MOVEMENT RECORD PER RUN ON THE RETAINED CONTROL-TOTAL
      *    LEDGER - THE NIGHTLY MSTPROOF STEP PROVES IT AGAINST THE
      *    AUDIT JOURNAL AND THE RE-SUMMED MASTER.
       WRITE-LEDGER-RECORD.
           OPEN EXTEND CONTROL-LEDGER-OUT.
           MOVE SPACES           TO LEDGER-REC.
           MOVE 'M'              TO LDG-REC-TYPE.
           MOVE WS-BUS-DATE      TO LDG-BUS-DATE.
           MOVE "ACCTTRN"        TO LDG-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LDG-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO LDG-RUN-TIME.
           MOVE WS-POSTED-COUNT  TO LDG-ACTIVITY.
           MOVE 0                TO LDG-ACCT-CHANGE.
           MOVE WS-TOTAL-CREDITS TO LDG-CREDITS.
           MOVE WS-TOTAL-DEBITS  TO LDG-DEBITS.
           WRITE LEDGER-REC.
           CLOSE CONTROL-LEDGER-OUT.

       REJECT-INVALID-TRAN.
           MOVE "INVALID-TRAN" TO JRN-NOTE.
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-BT-REJECTED(WS-BT-SUB).
           PERFORM WRITE-JOURNAL-LINE.
           IF TRX-REVERSAL
               PERFORM WRITE-REVERSAL-LINE
           END-IF.
           IF TRX-TRANSFER
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-BATCH-JOURNAL-LINE.
           MOVE SPACES TO TRAN-JOURNAL-REC.
           IF WS-BT-DISPOSITION(WS-BT-SUB) = SPACES
               STRING "BATCH " WS-BT-BATCH-ID(WS-BT-SUB)
                      " BRANCH " WS-BT-BRANCH(WS-BT-SUB)
                      " DATED " WS-BT-BATCH-DATE(WS-BT-SUB)
                      " - POSTING"
                   DELIMITED BY SIZE INTO TRAN-JOURNAL-REC
           ELSE
               STRING "BATCH " WS-BT-BATCH-ID(WS-BT-SUB)
                      " BRANCH " WS-BT-BRANCH(WS-BT-SUB)
                      " - REJECTED "
                      WS-BT-DISPOSITION(WS-BT-SUB)
                   DELIMITED BY SIZE INTO TRAN-JOURNAL-REC
           END-IF.
           WRITE TRAN-JOURNAL-REC.

      *    ONLY BATCHES THAT POSTED GO ON THE REGISTRY - A REJECTED
      *    BATCH MAY BE CORRECTED AND RESUBMITTED UNDER ITS OWN ID.
      *    CALLED AT EACH TRAILER OF THE POSTING PASS, ONCE EVERY
      *    MOVEMENT OF THE BATCH HAS BEEN APPLIED.
       REGISTER-ONE-BATCH.
           IF WS-BT-DISPOSITION(WS-BT-SUB) = SPACES
               MOVE SPACES TO BATCH-REGISTRY-REC
               MOVE WS-BT-BATCH-ID(WS-BT-SUB)   TO REG-BATCH-ID
               MOVE WS-BT-BRANCH(WS-BT-SUB)     TO REG-BRANCH
               MOVE WS-BT-BATCH-DATE(WS-BT-SUB) TO REG-BATCH-DATE
               MOVE WS-BUS-DATE                 TO REG-POSTED-DATE
               MOVE FUNCTION CURRENT-DATE(1:8)  TO REG-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:4)  TO REG-RUN-TIME
               MOVE WS-BT-COUNT(WS-BT-SUB)      TO REG-RECORD-COUNT
               MOVE WS-BT-HASH(WS-BT-SUB)       TO REG-AMOUNT-HASH
               MOVE WS-BT-POSTED(WS-BT-SUB)     TO REG-POSTED-COUNT
               WRITE BATCH-REGISTRY-REC
           END-IF.

      *    ONE BLOCK PER BATCH: THE COUNT AND HASH FOUND IN THE FILE,
      *    THE TRAILER'S OWN FIGURES, AND FOR A BATCH THAT POSTED THE
      *    MOVEMENTS POSTED (GROSS DOLLARS) AND REJECTED.
       WRITE-BATCH-REPORT.
           OPEN OUTPUT BATCH-REPORT-OUT.
           MOVE SPACES TO BATCH-REPORT-REC.
           STRING "ACCTTRN BATCH CONTROL REPORT - " WS-BUS-DATE
               DELIMITED BY SIZE INTO BATCH-REPORT-REC.
           WRITE BATCH-REPORT-REC.
           MOVE SPACES TO BATCH-REPORT-REC.
           WRITE BATCH-REPORT-REC.
           WRITE BATCH-REPORT-REC FROM BATCH-HEADING-LINE.
           MOVE 0 TO WS-BT-SUB.
           PERFORM REPORT-ONE-BATCH WS-BATCH-COUNT TIMES.
           MOVE SPACES TO BATCH-REPORT-REC.
           WRITE BATCH-REPORT-REC.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "BATCHES ON FILE" TO TOT-LABEL.
           MOVE WS-BATCH-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           WRITE BATCH-REPORT-REC FROM TOTAL-LINE.
           MOVE "BATCHES POSTED" TO TOT-LABEL.
           MOVE WS-BATCH-POSTED TO TOT-COUNT.
           WRITE BATCH-REPORT-REC FROM TOTAL-LINE.
           MOVE "BATCHES REJECTED" TO TOT-LABEL.
           MOVE WS-BATCH-REJECTS TO TOT-COUNT.
           WRITE BATCH-REPORT-REC FROM TOTAL-LINE.
           MOVE "MOVEMENTS NOT POSTED (BATCH)" TO TOT-LABEL.
           MOVE WS-SKIPPED-COUNT TO TOT-COUNT.
           WRITE BATCH-REPORT-REC FROM TOTAL-LINE.
           CLOSE BATCH-REPORT-OUT.

       REPORT-ONE-BATCH.
           ADD 1 TO WS-BT-SUB.
           MOVE SPACES TO BATCH-REPORT-REC.
           WRITE BATCH-REPORT-REC.
           MOVE WS-BT-BATCH-ID(WS-BT-SUB)   TO BCR-BATCH-ID.
           MOVE WS-BT-BRANCH(WS-BT-SUB)     TO BCR-BRANCH.
           MOVE WS-BT-BATCH-DATE(WS-BT-SUB) TO BCR-BATCH-DATE.
           MOVE WS-BT-COUNT(WS-BT-SUB)      TO BCR-COUNT.
           MOVE WS-BT-HASH(WS-BT-SUB)       TO BCR-AMOUNT.
           IF WS-BT-DISPOSITION(WS-BT-SUB) = SPACES
               MOVE "POSTED" TO BCR-DISPOSITION
           ELSE
               MOVE WS-BT-DISPOSITION(WS-BT-SUB) TO BCR-DISPOSITION
           END-IF.
           WRITE BATCH-REPORT-REC FROM BATCH-LINE.
           MOVE SPACES TO BCR-BATCH-ID BCR-BRANCH BCR-DISPOSITION.
           MOVE "TRAILER" TO BCR-BATCH-DATE.
           MOVE WS-BT-TRL-COUNT(WS-BT-SUB)  TO BCR-COUNT.
           MOVE WS-BT-TRL-HASH(WS-BT-SUB)   TO BCR-AMOUNT.
           WRITE BATCH-REPORT-REC FROM BATCH-LINE.
           IF WS-BT-DISPOSITION(WS-BT-SUB) = SPACES
               MOVE "POSTED" TO BCR-BATCH-DATE
               MOVE WS-BT-POSTED(WS-BT-SUB)     TO BCR-COUNT
               MOVE WS-BT-POSTED-AMT(WS-BT-SUB) TO BCR-AMOUNT
               MOVE SPACES TO BCR-DISPOSITION
               STRING "REJECTS " WS-BT-REJECTED(WS-BT-SUB)
                   DELIMITED BY SIZE INTO BCR-DISPOSITION
               WRITE BATCH-REPORT-REC FROM BATCH-LINE
           END-IF.

      *    ONCE A MOVEMENT HAS BEEN RESOLVED (A REVERSAL TO ITS
      *    ORIGINAL) THE ACCOUNT, DIRECTION AND AMOUNT ACTUALLY MOVED
      *    ARE SHOWN, OTHERWISE THOSE ON THE CARD - SO THE DETAIL
      *    LINES ALWAYS ADD UP TO THE CLOSING CREDITS AND DEBITS.
       WRITE-JOURNAL-LINE.
           IF WS-POST-ACCT NOT = 0
               MOVE WS-POST-ACCT TO JRN-ACCT-NUMBER
           ELSE
               IF TRX-ACCT-NUMBER NUMERIC
                   MOVE TRX-ACCT-NUMBER TO JRN-ACCT-NUMBER
               ELSE
                   MOVE 0 TO JRN-ACCT-NUMBER
               END-IF
           END-IF.
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE.
           IF (TRX-TRANSFER OR TRX-REVERSAL)
               AND WS-MOVE-DC NOT = SPACE AND WS-TRAN-REF NOT = 0
               MOVE WS-MOVE-DC  TO JRN-DC-CODE
           ELSE
               MOVE TRX-DC-CODE TO JRN-DC-CODE
           END-IF.
           IF WS-MOVE-AMOUNT NOT = 0
               MOVE WS-MOVE-AMOUNT TO JRN-AMOUNT
           ELSE
               IF TRX-AMOUNT NUMERIC
                   MOVE TRX-AMOUNT TO JRN-AMOUNT
               ELSE
                   MOVE 0 TO JRN-AMOUNT
               END-IF
           END-IF.
           MOVE WS-NEW-BALANCE TO JRN-NEW-BALANCE.
           IF TRX-DATE NUMERIC
           ELSE
               MOVE 0 TO JRN-TRAN-DATE
           END-IF.
           IF WS-TRAN-REF = 0
               MOVE SPACES TO JRN-REF-TAG
           ELSE
               MOVE "REF" TO JRN-REF-TAG
           END-IF.
           MOVE WS-TRAN-REF TO JRN-TRAN-REF.
           EVALUATE TRUE
               WHEN TRX-REVERSAL AND WS-ORIG-STATUS NOT = SPACES
                   MOVE "REV OF" TO JRN-REV-TAG
                   MOVE WS-ORIG-NUMBER TO JRN-ORIG-REF
               WHEN TRX-REVERSAL AND TRX-ORIG-REF NUMERIC
                   MOVE "REV OF" TO JRN-REV-TAG
                   MOVE TRX-ORIG-REF TO JRN-ORIG-REF
               WHEN TRX-TRANSFER AND TRX-TO-ACCT NUMERIC
                   MOVE "TO ACCT" TO JRN-REV-TAG
                   MOVE TRX-TO-ACCT TO JRN-ORIG-REF
               WHEN OTHER
                   MOVE SPACES TO JRN-REV-TAG
                   MOVE 0 TO JRN-ORIG-REF
           END-EVALUATE.
           WRITE TRAN-JOURNAL-REC FROM JOURNAL-LINE.

      *    REVERSALS REGISTER. EACH REVERSAL CARD GETS ONE LINE (ONE
      *    PER LEG FOR A TRANSFER) - THE ORIGINAL ENTRY ON THE LEFT,
      *    THE REVERSING ENTRY (OR THE REASON IT WAS REFUSED) ON THE
      *    RIGHT - AND A SIGN-OFF COLUMN FOR THE SUPERVISOR WHO
      *    REVIEWS THE REGISTER.
       OPEN-REVERSAL-REGISTER.
           OPEN OUTPUT REVERSAL-REPORT-OUT.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           STRING "ACCTTRN REVERSALS REGISTER - " WS-BUS-DATE
               DELIMITED BY SIZE INTO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           MOVE "------------ ORIGINAL ENTRY ------------"
               TO REVERSAL-REPORT-LINE(8:40).
           MOVE "------------ REVERSING ENTRY -------------"
               TO REVERSAL-REPORT-LINE(59:42).
           MOVE "SUPERVISOR" TO REVERSAL-REPORT-LINE(121:10).
           WRITE REVERSAL-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           MOVE "REFERENCE"   TO REVERSAL-REPORT-LINE(1:9).
           MOVE "POSTED"      TO REVERSAL-REPORT-LINE(11:6).
           MOVE "ACCOUNT"     TO REVERSAL-REPORT-LINE(20:7).
           MOVE "D"           TO REVERSAL-REPORT-LINE(28:1).
           MOVE "AMOUNT"      TO REVERSAL-REPORT-LINE(37:6).
           MOVE "BATCH"       TO REVERSAL-REPORT-LINE(44:5).
           MOVE "REFERENCE"   TO REVERSAL-REPORT-LINE(59:9).
           MOVE "POSTED"      TO REVERSAL-REPORT-LINE(69:6).
           MOVE "D"           TO REVERSAL-REPORT-LINE(78:1).
           MOVE "AMOUNT"      TO REVERSAL-REPORT-LINE(87:6).
           MOVE "BATCH"       TO REVERSAL-REPORT-LINE(93:5).
           MOVE "DISPOSITION" TO REVERSAL-REPORT-LINE(107:11).
           MOVE "SIGN-OFF"    TO REVERSAL-REPORT-LINE(121:8).
           WRITE REVERSAL-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-REVERSAL-LINE.
           IF TRX-ORIG-REF NUMERIC
               MOVE TRX-ORIG-REF TO RVL-ORIG-REF
           ELSE
               MOVE 0 TO RVL-ORIG-REF
           END-IF.
           IF WS-ORIG-STATUS = SPACES
               MOVE SPACES TO RVL-ORIG-DATE RVL-ORIG-DC RVL-ORIG-BATCH
               MOVE 0 TO RVL-ORIG-AMOUNT
               IF TRX-ACCT-NUMBER NUMERIC
                   MOVE TRX-ACCT-NUMBER TO RVL-ACCT-NUMBER
               ELSE
                   MOVE 0 TO RVL-ACCT-NUMBER
               END-IF
           ELSE
               MOVE WS-ORIG-NUMBER      TO RVL-ORIG-REF
               MOVE WS-ORIG-BUS-DATE    TO RVL-ORIG-DATE
               MOVE WS-ORIG-ACCT-NUMBER TO RVL-ACCT-NUMBER
               MOVE WS-ORIG-DC-CODE     TO RVL-ORIG-DC
               MOVE WS-ORIG-AMOUNT      TO RVL-ORIG-AMOUNT
               MOVE WS-ORIG-BATCH-ID    TO RVL-ORIG-BATCH
           END-IF.
           MOVE WS-BT-BATCH-ID(WS-BT-SUB) TO RVL-REV-BATCH.
           IF JRN-NOTE = SPACES
               MOVE WS-TRAN-REF    TO RVL-REV-REF
               MOVE WS-BUS-DATE    TO RVL-REV-DATE
               MOVE WS-MOVE-DC     TO RVL-REV-DC
               MOVE WS-MOVE-AMOUNT TO RVL-REV-AMOUNT
               MOVE "REVERSED"     TO RVL-DISPOSITION
               ADD 1 TO WS-REV-POSTED
               ADD WS-MOVE-AMOUNT TO WS-REV-POSTED-AMT
           ELSE
               MOVE 0 TO RVL-REV-REF RVL-REV-AMOUNT
               MOVE SPACES TO RVL-REV-DATE RVL-REV-DC
               MOVE JRN-NOTE TO RVL-DISPOSITION
               ADD 1 TO WS-REV-REFUSED
           END-IF.
           MOVE "____________" TO RVL-SIGN-OFF.
           WRITE REVERSAL-REPORT-LINE FROM REVERSAL-LINE
               AFTER ADVANCING 1 LINE.

      *    TRANSFER EXCEPTIONS FOR THE CUSTOMER-SERVICE QUEUE - ONE
      *    LINE PER REJECTED TRANSFER WITH THE STANDING INSTRUCTION
      *    BEHIND IT AND WHAT THE CUSTOMER NEEDS TO BE TOLD.
       OPEN-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT-OUT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "ACCTTRN TRANSFER EXCEPTIONS - " WS-BUS-DATE
                  " - FOR CUSTOMER SERVICE"
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE "INSTR"         TO EXCEPTION-REPORT-LINE(3:5).
           MOVE "FROM"          TO EXCEPTION-REPORT-LINE(10:4).
           MOVE "TO"            TO EXCEPTION-REPORT-LINE(19:2).
           MOVE "AMOUNT"        TO EXCEPTION-REPORT-LINE(35:6).
           MOVE "BATCH"         TO EXCEPTION-REPORT-LINE(43:5).
           MOVE "REASON"        TO EXCEPTION-REPORT-LINE(57:6).
           MOVE "ACTION"        TO EXCEPTION-REPORT-LINE(72:6).
           WRITE EXCEPTION-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-EXCEPTION-LINE.
           IF TRX-SI-ID NUMERIC
               MOVE TRX-SI-ID TO XCL-SI-ID
           ELSE
               MOVE 0 TO XCL-SI-ID
           END-IF.
           IF TRX-ACCT-NUMBER NUMERIC
               MOVE TRX-ACCT-NUMBER TO XCL-FROM-ACCT
           ELSE
               MOVE 0 TO XCL-FROM-ACCT
           END-IF.
           IF TRX-TO-ACCT NUMERIC
               MOVE TRX-TO-ACCT TO XCL-TO-ACCT
           ELSE
               MOVE 0 TO XCL-TO-ACCT
           END-IF.
           IF TRX-AMOUNT NUMERIC
               MOVE TRX-AMOUNT TO XCL-AMOUNT
               ADD TRX-AMOUNT TO WS-XFER-REFUSED-AMT
           ELSE
               MOVE 0 TO XCL-AMOUNT
           END-IF.
           MOVE WS-BT-BATCH-ID(WS-BT-SUB) TO XCL-BATCH-ID.
           MOVE JRN-NOTE TO XCL-REASON.
           EVALUATE JRN-NOTE
               WHEN "OVERDRAFT"
                   MOVE "INSUFFICIENT FUNDS IN FROM ACCOUNT"
                       TO XCL-ACTION
               WHEN "NOT-ON-MASTER"
                   MOVE "FROM ACCOUNT CLOSED - CANCEL OR AMEND"
                       TO XCL-ACTION
               WHEN "NO-TO-ACCOUNT"
                   MOVE "TO ACCOUNT CLOSED - CANCEL OR AMEND"
                       TO XCL-ACTION
               WHEN "HELD"
                   MOVE "FROM ACCOUNT UNDER LEGAL HOLD"
                       TO XCL-ACTION
               WHEN "OVERFLOW"
                   MOVE "TO ACCOUNT CANNOT TAKE THE CREDIT"
                       TO XCL-ACTION
               WHEN "BAD-BALANCE"
                   MOVE "ACCOUNT BALANCE UNREADABLE - REFER TO OPS"
                       TO XCL-ACTION
               WHEN OTHER
                   MOVE "TRANSFER CARD INVALID - CHECK INSTRUCTION"
                       TO XCL-ACTION
           END-EVALUATE.
           ADD 1 TO WS-XFER-REFUSED.
           WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-EXCEPTION-REPORT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "TRANSFERS POSTED" TO TOT-LABEL.
           MOVE WS-XFER-POSTED TO TOT-COUNT.
           MOVE WS-XFER-POSTED-AMT TO TOT-AMOUNT.
           WRITE EXCEPTION-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TRANSFERS REJECTED" TO TOT-LABEL.
           MOVE WS-XFER-REFUSED TO TOT-COUNT.
           MOVE WS-XFER-REFUSED-AMT TO TOT-AMOUNT.
           WRITE EXCEPTION-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE EXCEPTION-REPORT-OUT.

       CLOSE-REVERSAL-REGISTER.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "REVERSALS POSTED" TO TOT-LABEL.
           MOVE WS-REV-POSTED TO TOT-COUNT.
           MOVE WS-REV-POSTED-AMT TO TOT-AMOUNT.
           WRITE REVERSAL-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REVERSALS REFUSED" TO TOT-LABEL.
           MOVE WS-REV-REFUSED TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           WRITE REVERSAL-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE "REVIEWED BY ____________________   DATE ________"
               TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE AFTER ADVANCING 1 LINE.
           CLOSE REVERSAL-REPORT-OUT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO TRAN-JOURNAL-REC.
           WRITE TRAN-JOURNAL-REC.
