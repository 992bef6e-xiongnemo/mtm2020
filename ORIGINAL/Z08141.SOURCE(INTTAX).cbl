       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTTAX.
       AUTHOR.        NEMO.
      *
      *    YEAR-END INTEREST TAX REPORTING. TOTALS THE INTEREST
      *    ACCTPOST POSTED IN THE TAX YEAR FROM THE RETAINED INTEREST
      *    HISTORY (INTHIST), BY ACCOUNT AND THEN BY HOLDER THROUGH
      *    THE HLDRXREF CROSS-REFERENCE AS IT STANDS TODAY, AND ISSUES
      *    ONE INTEREST TAX FORM PER HOLDER WHOSE TOTAL REACHES THE
      *    MINIMUM. OUTPUTS:
      *        TAXFORMS - THE PRINTED FORMS, ONE PAGE PER HOLDER, WITH
      *                   THE INTEREST PER ACCOUNT.
      *        TAXFILE  - THE ELECTRONIC FILING: HEADER, ONE INT
      *                   RECORD PER FORM, TRAILER WITH THE RECORD
      *                   COUNT AND AMOUNT TOTAL.
      *        TAXRPT   - THE CONTROL REPORT: EVERY HOLDER'S YEAR-TO-
      *                   DATE INTEREST AND WHAT WAS DONE WITH IT, AND
      *                   THE PROOF THAT FORMS IN FORCE + HOLDERS
      *                   BELOW THE MINIMUM + ACCOUNTS WITHOUT A
      *                   HOLDER = TOTAL INTEREST POSTED FOR THE YEAR.
      *        TAXISSUE - THE ISSUE REGISTER: ONE RECORD PER HOLDER
      *                   PER TAX YEAR WITH THE AMOUNT LAST FILED. THE
      *                   PRIOR REGISTER (TAXPRIOR) IS COPIED FORWARD,
      *                   SO EACH RUN'S REGISTER HOLDS EVERY YEAR.
      *
      *    A NIGHT THAT WAS RESTORED AND POSTED AGAIN LEAVES TWO SETS
      *    OF ACCRUALS ON INTHIST FOR THE SAME BUSINESS DATE; ONLY THE
      *    LATEST RUN'S FIGURE FOR EACH ACCOUNT IS COUNTED AND THE
      *    SUPERSEDED ONES ARE TOTALED ON THE CONTROL REPORT.
      *
      *    THE CONTROL CARD (TAXCARD) CARRIES THE TAX YEAR (COLS 1-4,
      *    DEFAULT THE YEAR BEFORE THE RUN DATE), THE MINIMUM FOR A
      *    FORM (COLS 5-15, 2 IMPLIED DECIMALS, DEFAULT 10.00) AND THE
      *    RUN TYPE (COL 16):
      *        O - ORIGINAL (DEFAULT). REFUSED IF THE REGISTER ALREADY
      *            HOLDS THE TAX YEAR.
      *        C - CORRECTED. REFUSED IF THE REGISTER DOES NOT HOLD
      *            THE TAX YEAR. RECOMPUTES EVERY HOLDER AND ISSUES A
      *            CORRECTED FORM WHEREVER THE TOTAL NO LONGER AGREES
      *            WITH THE AMOUNT FILED, A WITHDRAWING (ZERO)
      *            CORRECTED FORM FOR A HOLDER WHO NO LONGER HAS ANY
      *            INTEREST (MERGED AWAY BY HLDRMNT), AND A LATE
      *            ORIGINAL FOR A HOLDER NEWLY OVER THE MINIMUM.
      *            HOLDERS WHOSE TOTAL IS UNCHANGED GET NOTHING.
      *
      *    INTEREST THAT BELONGS TO ANOTHER ACCOUNT - E.G. ACCRUED ON
      *    A DEPOSIT POSTED TO THE WRONG ACCOUNT AND LATER REVERSED BY
      *    ACCTTRN - IS MOVED WITH ADJUSTMENT CARDS ON INTADJ: TAX
      *    YEAR COLS 1-4, ACCOUNT COLS 5-11, SIGNED AMOUNT COLS 12-23
      *    (LEADING SIGN, 2 IMPLIED DECIMALS), THE ACCTTRN REVERSAL
      *    REFERENCE COLS 24-32, REASON COLS 33-72. ONE CARD TAKES
      *    THE AMOUNT OFF ONE ACCOUNT, ANOTHER PUTS IT ON THE OTHER.
      *    CARDS FOR OTHER TAX YEARS ARE LISTED AND IGNORED.
      *
      *    AN ACCOUNT WITH NO CROSS-REFERENCE, A CROSS-REFERENCE TO A
      *    HOLDER NOT ON HLDRMAST, OR A HOLDER WHOSE TOTAL IS BELOW
      *    ZERO GETS NO FORM AND IS LISTED AS AN EXCEPTION - WORK IT
      *    THROUGH HLDRMNT (OR INTADJ) AND RUN A CORRECTED PASS.
      *    RC=4 WHEN THERE ARE EXCEPTIONS. RC=8 WHEN AN ADJUSTMENT
      *    CARD WAS REJECTED OR THE PROOF DOES NOT HOLD - THE JOB
      *    THEN KEEPS NEITHER THE FILING NOR THE REGISTER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTEREST-HISTORY-IN ASSIGN TO INTHIST.
           SELECT OPTIONAL INTEREST-ADJUST-IN ASSIGN TO INTADJ.
           SELECT OPTIONAL PRIOR-ISSUE-IN ASSIGN TO TAXPRIOR.
           SELECT OPTIONAL CONTROL-CARD-IN ASSIGN TO TAXCARD.
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
           SELECT TAX-SORT-FILE ASSIGN TO SORTWK01.
           SELECT ISSUE-REGISTER-OUT ASSIGN TO TAXISSUE.
           SELECT TAX-FORMS-OUT ASSIGN TO TAXFORMS.
           SELECT TAX-FILING-OUT ASSIGN TO TAXFILE.
           SELECT TAX-REPORT-OUT ASSIGN TO TAXRPT.

       DATA DIVISION.
       FILE SECTION.
      *    SEE ACCTPOST FOR THE FULL DESCRIPTION OF THE HISTORY.
       FD  INTEREST-HISTORY-IN RECORDING MODE F.
       01  INTEREST-HISTORY-REC.
           05  IHS-BUS-DATE.
               10  IHS-BUS-YEAR    PIC 9(4).
               10  IHS-BUS-MMDD    PIC 9(4).
           05  IHS-ACCT-NUMBER     PIC 9(7).
           05  IHS-RUN-DATE        PIC 9(8).
           05  IHS-RUN-TIME        PIC 9(6).
           05  IHS-OLD-BALANCE     PIC 9(9)V99.
           05  IHS-ANNUAL-RATE     PIC 9(2)V9(4).
           05  IHS-ACCRUAL         PIC 9(9)V99.
           05  FILLER              PIC X(23).

       FD  INTEREST-ADJUST-IN RECORD CONTAINS 80 CHARACTERS
                               RECORDING MODE F.
       01  INTEREST-ADJUST-REC.
           05  ADJ-TAX-YEAR        PIC 9(4).
           05  ADJ-ACCT-NUMBER     PIC 9(7).
           05  ADJ-AMOUNT          PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  ADJ-TRAN-REF        PIC 9(9).
           05  ADJ-REASON          PIC X(40).
           05  FILLER              PIC X(8).

      *    ISSUE REGISTER - IN TAX YEAR / GROUP TYPE / GROUP ID ORDER.
      *    THE GROUP IS A HOLDER (TYPE H) OR, WITHOUT A CROSS-
      *    REFERENCE, A LONE ACCOUNT (TYPE A). FORM TYPE IS THE LAST
      *    FORM FILED (O ORIGINAL, C CORRECTED, SPACE NONE) AND FILED
      *    AMOUNT THE AMOUNT IT CARRIED.
       FD  PRIOR-ISSUE-IN RECORDING MODE F.
       01  PRIOR-ISSUE-REC.
           05  PRI-SORT-KEY.
               10  PRI-TAX-YEAR    PIC 9(4).
               10  PRI-GROUP-TYPE  PIC X(1).
               10  PRI-GROUP-ID    PIC 9(7).
           05  PRI-INTEREST        PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  PRI-FILED-AMOUNT    PIC 9(9)V99.
           05  PRI-FORM-TYPE       PIC X(1).
           05  PRI-FILED-DATE      PIC 9(8).
           05  PRI-FIRST-NAME      PIC X(11).
           05  PRI-LAST-NAME       PIC X(22).
           05  FILLER              PIC X(3).

       FD  CONTROL-CARD-IN RECORD CONTAINS 80 CHARACTERS
                            RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CCD-TAX-YEAR        PIC 9(4).
           05  CCD-MINIMUM         PIC 9(9)V99.
           05  CCD-RUN-TYPE        PIC X(1).
           05  FILLER              PIC X(64).

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

      *    ONE SORT RECORD PER ACCRUAL (SOURCE P) OR ADJUSTMENT CARD
      *    (SOURCE A) FOR THE TAX YEAR. WITHIN AN ACCOUNT AND DATE THE
      *    LATEST POSTING RUN SORTS LAST.
       SD  TAX-SORT-FILE.
       01  TAX-SORT-REC.
           05  SRT-GROUP-TYPE      PIC X(1).
           05  SRT-GROUP-ID        PIC 9(7).
           05  SRT-ACCT-NUMBER     PIC 9(7).
           05  SRT-SOURCE          PIC X(1).
               88  SRT-POSTING         VALUE 'P'.
               88  SRT-ADJUSTMENT      VALUE 'A'.
           05  SRT-BUS-DATE        PIC 9(8).
           05  SRT-RUN-STAMP.
               10  SRT-RUN-DATE    PIC 9(8).
               10  SRT-RUN-TIME    PIC 9(6).
           05  SRT-AMOUNT          PIC S9(9)V99.
           05  SRT-TRAN-REF        PIC 9(9).
           05  FILLER              PIC X(22).

       FD  ISSUE-REGISTER-OUT RECORDING MODE F.
       01  ISSUE-REGISTER-REC.
           05  ISS-SORT-KEY.
               10  ISS-TAX-YEAR    PIC 9(4).
               10  ISS-GROUP-TYPE  PIC X(1).
               10  ISS-GROUP-ID    PIC 9(7).
           05  ISS-INTEREST        PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  ISS-FILED-AMOUNT    PIC 9(9)V99.
           05  ISS-FORM-TYPE       PIC X(1).
           05  ISS-FILED-DATE      PIC 9(8).
           05  ISS-FIRST-NAME      PIC X(11).
           05  ISS-LAST-NAME       PIC X(22).
           05  FILLER              PIC X(3).

       FD  TAX-FORMS-OUT RECORDING MODE F.
       01  TAX-FORMS-LINE          PIC X(132).

       FD  TAX-FILING-OUT RECORDING MODE F.
       01  TAX-HEADER-REC.
           05  TXH-REC-TYPE        PIC X(3).
           05  TXH-TAX-YEAR        PIC 9(4).
           05  TXH-RUN-DATE        PIC 9(8).
           05  TXH-RUN-TYPE        PIC X(1).
           05  TXH-MINIMUM         PIC 9(9)V99.
           05  FILLER              PIC X(53).
       01  TAX-DETAIL-REC.
           05  TXD-REC-TYPE        PIC X(3).
           05  TXD-TAX-YEAR        PIC 9(4).
           05  TXD-FORM-TYPE       PIC X(1).
           05  TXD-HOLDER-ID       PIC 9(7).
           05  TXD-LAST-NAME       PIC X(22).
           05  TXD-FIRST-NAME      PIC X(11).
           05  TXD-AMOUNT          PIC 9(9)V99.
           05  TXD-PRIOR-AMOUNT    PIC 9(9)V99.
           05  TXD-ACCT-COUNT      PIC 9(3).
           05  FILLER              PIC X(7).
       01  TAX-TRAILER-REC.
           05  TXT-REC-TYPE        PIC X(3).
           05  TXT-RECORD-COUNT    PIC 9(9).
           05  TXT-AMOUNT-TOTAL    PIC 9(13)V99.
           05  FILLER              PIC X(53).

       FD  TAX-REPORT-OUT RECORDING MODE F.
       01  TAX-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

       01  HIST-EOF          PIC X(1)  VALUE 'N'.

       01  ADJ-EOF           PIC X(1)  VALUE 'N'.

       01  PRIOR-EOF         PIC X(1)  VALUE 'N'.

       01  SORT-EOF          PIC X(1)  VALUE 'N'.

       01  WS-XREF-STATUS    PIC X(2).

       01  WS-HOLDER-STATUS  PIC X(2).

       01  WS-RUN-DATE       PIC 9(8).

       01  WS-RUN-YEAR       PIC 9(4).

       01  WS-TAX-YEAR       PIC 9(4)  VALUE 0.

       01  WS-MINIMUM        PIC 9(9)V99 VALUE 10.00.

       01  WS-RUN-TYPE       PIC X(1)  VALUE 'O'.
           88  WS-ORIGINAL-RUN           VALUE 'O'.
           88  WS-CORRECTED-RUN          VALUE 'C'.

       01  WS-PRIOR-YEAR-COUNT PIC 9(9) VALUE 0.

       01  WS-ADJ-STATUS     PIC X(20).

      *    CURRENT GROUP (HOLDER OR LONE ACCOUNT).
       01  WS-GROUP-ACTIVE   PIC X(1)  VALUE 'N'.

       01  WS-CUR-SORT-KEY.
           05  WS-CUR-TAX-YEAR   PIC 9(4).
           05  WS-CUR-GROUP-TYPE PIC X(1).
           05  WS-CUR-GROUP-ID   PIC 9(7).

       01  WS-NEXT-SORT-KEY.
           05  WS-NEXT-TAX-YEAR  PIC 9(4).
           05  WS-NEXT-GROUP-TYPE PIC X(1).
           05  WS-NEXT-GROUP-ID  PIC 9(7).

       01  WS-GRP-INTEREST   PIC S9(9)V99.

       01  WS-GRP-EXCEPTION  PIC X(1).

       01  WS-GRP-FIRST-NAME PIC X(11).

       01  WS-GRP-LAST-NAME  PIC X(22).

       01  WS-GRP-ACCTS      PIC 9(3).

       01  WS-GRP-PRIOR-TYPE PIC X(1).

       01  WS-GRP-PRIOR-AMT  PIC 9(9)V99.

       01  WS-GRP-PRIOR-DATE PIC 9(8).

       01  WS-GRP-DISPOSITION PIC X(20).

      *    CURRENT ACCOUNT WITHIN THE GROUP.
       01  WS-ACCT-ACTIVE    PIC X(1)  VALUE 'N'.

       01  WS-CUR-ACCT       PIC 9(7).

       01  WS-ACCT-INTEREST  PIC S9(9)V99.

       01  WS-LAST-POST-DATE PIC 9(8).

       01  WS-LAST-POST-AMT  PIC S9(9)V99.

      *    ACCOUNT LINES FOR THE GROUP'S FORM; ACCOUNTS PAST THE LAST
      *    ENTRY ARE PRINTED AS ONE "MORE ACCOUNTS" LINE.
       01  WS-AT-MAX         PIC 9(3)  VALUE 20.

       01  WS-AT-COUNT       PIC 9(3)  VALUE 0.

       01  WS-AT-SUB         PIC 9(3)  VALUE 0.

       01  WS-AT-OVER-COUNT  PIC 9(5)  VALUE 0.

       01  WS-AT-OVER-AMT    PIC S9(9)V99 VALUE 0.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 20 TIMES.
               10  WS-AT-ACCT          PIC 9(7).
               10  WS-AT-AMOUNT        PIC S9(9)V99.

      *    FORM BEING ISSUED.
       01  WS-FORM-TYPE      PIC X(1).

       01  WS-FORM-AMOUNT    PIC 9(9)V99.

       01  WS-FORM-PRIOR     PIC 9(9)V99.

      *    RUN TOTALS.
       01  WS-HIST-READ      PIC 9(9)  VALUE 0.

       01  WS-POST-COUNT     PIC 9(9)  VALUE 0.

       01  WS-POST-TOTAL     PIC S9(11)V99 VALUE 0.

       01  WS-SUPER-COUNT    PIC 9(9)  VALUE 0.

       01  WS-SUPER-TOTAL    PIC S9(11)V99 VALUE 0.

       01  WS-ADJ-READ       PIC 9(9)  VALUE 0.

       01  WS-ADJ-COUNT      PIC 9(9)  VALUE 0.

       01  WS-ADJ-TOTAL      PIC S9(11)V99 VALUE 0.

       01  WS-ADJ-OTHER-YEAR PIC 9(9)  VALUE 0.

       01  WS-ADJ-REJECTS    PIC 9(9)  VALUE 0.

       01  WS-YEAR-TOTAL     PIC S9(11)V99 VALUE 0.

       01  WS-FORCE-COUNT    PIC 9(9)  VALUE 0.

       01  WS-FORCE-TOTAL    PIC S9(11)V99 VALUE 0.

       01  WS-BELOW-COUNT    PIC 9(9)  VALUE 0.

       01  WS-BELOW-TOTAL    PIC S9(11)V99 VALUE 0.

       01  WS-EXCEPT-COUNT   PIC 9(9)  VALUE 0.

       01  WS-EXCEPT-TOTAL   PIC S9(11)V99 VALUE 0.

       01  WS-PROOF-TOTAL    PIC S9(11)V99 VALUE 0.

       01  WS-ORIG-COUNT     PIC 9(9)  VALUE 0.

       01  WS-ORIG-TOTAL     PIC 9(11)V99 VALUE 0.

       01  WS-CORR-COUNT     PIC 9(9)  VALUE 0.

       01  WS-CORR-TOTAL     PIC 9(11)V99 VALUE 0.

       01  WS-WITHDRAWN-COUNT PIC 9(9) VALUE 0.

       01  WS-UNCHANGED-COUNT PIC 9(9) VALUE 0.

       01  WS-FILING-COUNT   PIC 9(9)  VALUE 0.

       01  WS-FILING-TOTAL   PIC 9(13)V99 VALUE 0.

       01  WS-LINE-COUNT     PIC 9(3)  VALUE 99.

       01  WS-LINES-PER-PAGE PIC 9(3)  VALUE 50.

       01  WS-PAGE-COUNT     PIC 9(5)  VALUE 0.

       01  WS-FORM-PAGE      PIC 9(5)  VALUE 0.

       01  WS-PRINT-LINE     PIC X(132).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(10) VALUE "INTTAX".
           05  FILLER          PIC X(40)
               VALUE "YEAR-END INTEREST TAX CONTROL REPORT".
           05  FILLER          PIC X(14) VALUE "TAX YEAR".
           05  HDG-TAX-YEAR    PIC 9(4).
           05  FILLER          PIC X(54) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE".
           05  HDG-PAGE-NBR    PIC ZZZZ9.

       01  HEADING-LINE-2.
           05  FILLER          PIC X(16) VALUE "GROUP".
           05  FILLER          PIC X(36) VALUE "NAME".
           05  FILLER          PIC X(5)  VALUE "ACCTS".
           05  FILLER          PIC X(17)
               VALUE "     YTD INTEREST".
           05  FILLER          PIC X(17)
               VALUE "  PREVIOUS FILED".
           05  FILLER          PIC X(41) VALUE "DISPOSITION".

       01  ADJUST-HEADING.
           05  FILLER          PIC X(12) VALUE "ADJUSTMENT".
           05  FILLER          PIC X(9)  VALUE "ACCOUNT".
           05  FILLER          PIC X(17) VALUE "         AMOUNT".
           05  FILLER          PIC X(11) VALUE "REFERENCE".
           05  FILLER          PIC X(42) VALUE "REASON".
           05  FILLER          PIC X(41) VALUE "STATUS".

       01  GROUP-LINE.
           05  GRL-GROUP-TAG   PIC X(7).
           05  GRL-GROUP-ID    PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  GRL-FIRST-NAME  PIC X(11).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  GRL-LAST-NAME   PIC X(22).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  GRL-ACCTS       PIC ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  GRL-INTEREST    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  GRL-PRIOR       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  GRL-DISPOSITION PIC X(20).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  ADJUST-LINE.
           05  ADL-TAG         PIC X(12).
           05  ADL-ACCT-NUMBER PIC X(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-TRAN-REF    PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-REASON      PIC X(40).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-STATUS      PIC X(20).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  TOTAL-LINE.
           05  TOT-LABEL       PIC X(40).
           05  TOT-COUNT       PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TOT-AMOUNT      PIC ZZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(60) VALUE SPACES.

       01  FORM-HEADING-1.
           05  FILLER          PIC X(10) VALUE "INTTAX".
           05  FILLER          PIC X(40)
               VALUE "HOLDER INTEREST INCOME STATEMENT".
           05  FILLER          PIC X(14) VALUE "TAX YEAR".
           05  FHD-TAX-YEAR    PIC 9(4).
           05  FILLER          PIC X(54) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE".
           05  FHD-PAGE-NBR    PIC ZZZZ9.

       01  FORM-LINE.
           05  FRM-LABEL       PIC X(30).
           05  FRM-TEXT        PIC X(45).
           05  FRM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(42) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.

       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.
           PERFORM READ-CONTROL-CARD.
           PERFORM CHECK-PRIOR-ISSUE.
           OPEN INPUT HOLDER-XREF.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY "INTTAX: XREF OPEN FAILED, STATUS "
                   WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HOLDER-MASTER.
           IF WS-HOLDER-STATUS NOT = '00'
               DISPLAY "INTTAX: HOLDER OPEN FAILED, STATUS "
                   WS-HOLDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRIOR-ISSUE-IN.
           OPEN OUTPUT ISSUE-REGISTER-OUT.
           OPEN OUTPUT TAX-FORMS-OUT.
           OPEN OUTPUT TAX-FILING-OUT.
           OPEN OUTPUT TAX-REPORT-OUT.
           PERFORM WRITE-FILING-HEADER.
           PERFORM READ-PRIOR-RECORD.
           MOVE WS-TAX-YEAR TO WS-NEXT-TAX-YEAR.
           SORT TAX-SORT-FILE
               ON ASCENDING KEY SRT-GROUP-TYPE
               ON ASCENDING KEY SRT-GROUP-ID
               ON ASCENDING KEY SRT-ACCT-NUMBER
               ON ASCENDING KEY SRT-SOURCE
               ON ASCENDING KEY SRT-BUS-DATE
               ON ASCENDING KEY SRT-RUN-STAMP
               INPUT PROCEDURE RELEASE-YEAR-INTEREST
               OUTPUT PROCEDURE ISSUE-HOLDER-FORMS.
           MOVE HIGH-VALUES TO WS-NEXT-SORT-KEY.
           PERFORM ADVANCE-PRIOR-ISSUE.
           PERFORM WRITE-FILING-TRAILER.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE HOLDER-XREF.
           CLOSE HOLDER-MASTER.
           CLOSE PRIOR-ISSUE-IN.
           CLOSE ISSUE-REGISTER-OUT.
           CLOSE TAX-FORMS-OUT.
           CLOSE TAX-FILING-OUT.
           CLOSE TAX-REPORT-OUT.
           DISPLAY "INTTAX: FORMS FILED " WS-FILING-COUNT
               " TOTAL " WS-FILING-TOTAL.
           IF WS-EXCEPT-COUNT > 0
               DISPLAY "INTTAX: GROUPS WITHOUT A FORM HOLDER "
                   WS-EXCEPT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ADJ-REJECTS > 0
               DISPLAY "INTTAX: ADJUSTMENT CARDS REJECTED "
                   WS-ADJ-REJECTS " - CORRECT INTADJ AND RERUN"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-PROOF-TOTAL NOT = WS-YEAR-TOTAL
               DISPLAY "INTTAX: CONTROL TOTALS DO NOT PROVE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-IN.
           READ CONTROL-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APPLY-CONTROL-CARD
           END-READ.
           CLOSE CONTROL-CARD-IN.
           IF NOT WS-ORIGINAL-RUN AND NOT WS-CORRECTED-RUN
               DISPLAY "INTTAX: RUN TYPE " WS-RUN-TYPE
                   " NOT O OR C - CORRECT TAXCARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-CONTROL-CARD.
           IF CCD-TAX-YEAR IS NUMERIC AND CCD-TAX-YEAR > 0
               MOVE CCD-TAX-YEAR TO WS-TAX-YEAR
           END-IF.
           IF CCD-MINIMUM IS NUMERIC AND CCD-MINIMUM > 0
               MOVE CCD-MINIMUM TO WS-MINIMUM
           END-IF.
           IF CCD-RUN-TYPE NOT = SPACE
               MOVE CCD-RUN-TYPE TO WS-RUN-TYPE
           END-IF.

      *    AN ORIGINAL RUN FOR A YEAR ALREADY ON THE REGISTER WOULD
      *    FILE EVERY FORM TWICE; A CORRECTED RUN FOR A YEAR NEVER
      *    FILED HAS NOTHING TO CORRECT.
       CHECK-PRIOR-ISSUE.
           OPEN INPUT PRIOR-ISSUE-IN.
           PERFORM READ-PRIOR-RECORD
              PERFORM UNTIL PRIOR-EOF = 'Y'
              IF PRI-TAX-YEAR = WS-TAX-YEAR
                  ADD 1 TO WS-PRIOR-YEAR-COUNT
              END-IF
              PERFORM READ-PRIOR-RECORD
              END-PERFORM.
           CLOSE PRIOR-ISSUE-IN.
           MOVE 'N' TO PRIOR-EOF.
           IF WS-ORIGINAL-RUN AND WS-PRIOR-YEAR-COUNT > 0
               DISPLAY "INTTAX: FORMS ALREADY ISSUED FOR " WS-TAX-YEAR
                   " - RUN TYPE C FOR CORRECTIONS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CORRECTED-RUN AND WS-PRIOR-YEAR-COUNT = 0
               DISPLAY "INTTAX: NO ORIGINAL ISSUE FOR " WS-TAX-YEAR
                   " - RUN TYPE O FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE YEAR'S ACCRUALS FROM INTHIST, THEN THE YEAR'S
      *    ADJUSTMENT CARDS, EACH FILED UNDER ITS ACCOUNT'S HOLDER.
       RELEASE-YEAR-INTEREST.
           OPEN INPUT INTEREST-HISTORY-IN.
           PERFORM READ-HISTORY-RECORD
              PERFORM UNTIL HIST-EOF = 'Y'
              IF IHS-BUS-YEAR = WS-TAX-YEAR
                  PERFORM RELEASE-ONE-ACCRUAL
              END-IF
              PERFORM READ-HISTORY-RECORD
              END-PERFORM.
           CLOSE INTEREST-HISTORY-IN.
           OPEN INPUT INTEREST-ADJUST-IN.
           PERFORM READ-ADJUST-RECORD
              PERFORM UNTIL ADJ-EOF = 'Y'
              PERFORM RELEASE-ONE-ADJUSTMENT
              PERFORM READ-ADJUST-RECORD
              END-PERFORM.
           CLOSE INTEREST-ADJUST-IN.

       RELEASE-ONE-ACCRUAL.
           MOVE SPACES          TO TAX-SORT-REC.
           MOVE IHS-ACCT-NUMBER TO SRT-ACCT-NUMBER.
           MOVE 'P'             TO SRT-SOURCE.
           MOVE IHS-BUS-DATE    TO SRT-BUS-DATE.
           MOVE IHS-RUN-DATE    TO SRT-RUN-DATE.
           MOVE IHS-RUN-TIME    TO SRT-RUN-TIME.
           MOVE IHS-ACCRUAL     TO SRT-AMOUNT.
           MOVE 0               TO SRT-TRAN-REF.
           PERFORM RELEASE-SORT-RECORD.

       RELEASE-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-READ.
           IF WS-ADJ-READ = 1
               MOVE ADJUST-HEADING TO WS-PRINT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           EVALUATE TRUE
               WHEN ADJ-TAX-YEAR IS NOT NUMERIC
                 OR ADJ-ACCT-NUMBER IS NOT NUMERIC
                 OR ADJ-AMOUNT IS NOT NUMERIC
                 OR ADJ-ACCT-NUMBER = 0
                 OR ADJ-AMOUNT = 0
                   ADD 1 TO WS-ADJ-REJECTS
                   MOVE "REJECTED - INVALID" TO WS-ADJ-STATUS
               WHEN ADJ-TAX-YEAR NOT = WS-TAX-YEAR
                   ADD 1 TO WS-ADJ-OTHER-YEAR
                   MOVE "OTHER TAX YEAR" TO WS-ADJ-STATUS
               WHEN OTHER
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE "APPLIED" TO WS-ADJ-STATUS
                   MOVE SPACES          TO TAX-SORT-REC
                   MOVE ADJ-ACCT-NUMBER TO SRT-ACCT-NUMBER
                   MOVE 'A'             TO SRT-SOURCE
                   COMPUTE SRT-BUS-DATE = WS-TAX-YEAR * 10000 + 1231
                   MOVE 0               TO SRT-RUN-DATE
                   MOVE 0               TO SRT-RUN-TIME
                   MOVE ADJ-AMOUNT      TO SRT-AMOUNT
                   IF ADJ-TRAN-REF IS NUMERIC
                       MOVE ADJ-TRAN-REF TO SRT-TRAN-REF
                   ELSE
                       MOVE 0 TO SRT-TRAN-REF
                   END-IF
                   PERFORM RELEASE-SORT-RECORD
           END-EVALUATE.
           PERFORM PRINT-ADJUST-LINE.

       RELEASE-SORT-RECORD.
           MOVE SRT-ACCT-NUMBER TO XRF-ACCT-NUMBER.
           READ HOLDER-XREF
               INVALID KEY
                   MOVE 'A'             TO SRT-GROUP-TYPE
                   MOVE SRT-ACCT-NUMBER TO SRT-GROUP-ID
               NOT INVALID KEY
                   MOVE 'H'             TO SRT-GROUP-TYPE
                   MOVE XRF-HOLDER-ID   TO SRT-GROUP-ID
           END-READ.
           RELEASE TAX-SORT-REC.

       READ-HISTORY-RECORD.
           READ INTEREST-HISTORY-IN
               AT END MOVE 'Y' TO HIST-EOF
               NOT AT END ADD 1 TO WS-HIST-READ
           END-READ.

       READ-ADJUST-RECORD.
           READ INTEREST-ADJUST-IN
               AT END MOVE 'Y' TO ADJ-EOF
           END-READ.

      *    GROUP, THEN ACCOUNT ORDER: AN ACCOUNT IS CLOSED WHEN THE
      *    NEXT ACCOUNT OR GROUP STARTS, A GROUP WHEN THE NEXT GROUP
      *    STARTS. BETWEEN GROUPS THE PRIOR REGISTER IS BROUGHT UP TO
      *    THE NEW GROUP'S KEY.
       ISSUE-HOLDER-FORMS.
           PERFORM RETURN-SORT-RECORD
              PERFORM UNTIL SORT-EOF = 'Y'
              PERFORM TALLY-ONE-RECORD
              PERFORM RETURN-SORT-RECORD
              END-PERFORM.
           IF WS-GROUP-ACTIVE = 'Y'
               PERFORM FINISH-GROUP
           END-IF.
           ADD WS-POST-TOTAL WS-ADJ-TOTAL GIVING WS-YEAR-TOTAL.

       TALLY-ONE-RECORD.
           IF WS-GROUP-ACTIVE = 'N'
               OR SRT-GROUP-TYPE NOT = WS-CUR-GROUP-TYPE
               OR SRT-GROUP-ID NOT = WS-CUR-GROUP-ID
               IF WS-GROUP-ACTIVE = 'Y'
                   PERFORM FINISH-GROUP
               END-IF
               MOVE SRT-GROUP-TYPE TO WS-NEXT-GROUP-TYPE
               MOVE SRT-GROUP-ID   TO WS-NEXT-GROUP-ID
               PERFORM ADVANCE-PRIOR-ISSUE
               PERFORM START-NEW-GROUP
           END-IF.
           IF WS-ACCT-ACTIVE = 'N'
               OR SRT-ACCT-NUMBER NOT = WS-CUR-ACCT
               IF WS-ACCT-ACTIVE = 'Y'
                   PERFORM FINISH-ACCOUNT
               END-IF
               PERFORM START-NEW-ACCOUNT
           END-IF.
           IF SRT-ADJUSTMENT
               ADD SRT-AMOUNT TO WS-ADJ-TOTAL
           ELSE
               IF SRT-BUS-DATE = WS-LAST-POST-DATE
                   ADD 1 TO WS-SUPER-COUNT
                   ADD WS-LAST-POST-AMT TO WS-SUPER-TOTAL
                   SUBTRACT WS-LAST-POST-AMT FROM WS-ACCT-INTEREST
                   SUBTRACT WS-LAST-POST-AMT FROM WS-POST-TOTAL
                   SUBTRACT 1 FROM WS-POST-COUNT
               END-IF
               ADD 1 TO WS-POST-COUNT
               ADD SRT-AMOUNT TO WS-POST-TOTAL
               MOVE SRT-BUS-DATE TO WS-LAST-POST-DATE
               MOVE SRT-AMOUNT   TO WS-LAST-POST-AMT
           END-IF.
           ADD SRT-AMOUNT TO WS-ACCT-INTEREST.

       START-NEW-GROUP.
           MOVE 'Y'            TO WS-GROUP-ACTIVE.
           MOVE WS-TAX-YEAR    TO WS-CUR-TAX-YEAR.
           MOVE SRT-GROUP-TYPE TO WS-CUR-GROUP-TYPE.
           MOVE SRT-GROUP-ID   TO WS-CUR-GROUP-ID.
           MOVE 0              TO WS-GRP-INTEREST.
           MOVE 0              TO WS-GRP-ACCTS.
           MOVE 0              TO WS-AT-COUNT.
           MOVE 0              TO WS-AT-OVER-COUNT.
           MOVE 0              TO WS-AT-OVER-AMT.
           MOVE 'N'            TO WS-ACCT-ACTIVE.
           MOVE SPACE          TO WS-GRP-PRIOR-TYPE.
           MOVE 0              TO WS-GRP-PRIOR-AMT.
           MOVE 0              TO WS-GRP-PRIOR-DATE.
           IF PRIOR-EOF = 'N' AND PRI-SORT-KEY = WS-CUR-SORT-KEY
               MOVE PRI-FORM-TYPE    TO WS-GRP-PRIOR-TYPE
               MOVE PRI-FILED-AMOUNT TO WS-GRP-PRIOR-AMT
               MOVE PRI-FILED-DATE   TO WS-GRP-PRIOR-DATE
               PERFORM READ-PRIOR-RECORD
           END-IF.

       START-NEW-ACCOUNT.
           MOVE 'Y'             TO WS-ACCT-ACTIVE.
           MOVE SRT-ACCT-NUMBER TO WS-CUR-ACCT.
           MOVE 0               TO WS-ACCT-INTEREST.
           MOVE 0               TO WS-LAST-POST-DATE.
           MOVE 0               TO WS-LAST-POST-AMT.

       FINISH-ACCOUNT.
           ADD 1 TO WS-GRP-ACCTS.
           ADD WS-ACCT-INTEREST TO WS-GRP-INTEREST.
           IF WS-AT-COUNT < WS-AT-MAX
               ADD 1 TO WS-AT-COUNT
               MOVE WS-CUR-ACCT      TO WS-AT-ACCT(WS-AT-COUNT)
               MOVE WS-ACCT-INTEREST TO WS-AT-AMOUNT(WS-AT-COUNT)
           ELSE
               ADD 1 TO WS-AT-OVER-COUNT
               ADD WS-ACCT-INTEREST TO WS-AT-OVER-AMT
           END-IF.

      *    THE REGISTER ENTRY THE GROUP HAD BEFORE THIS RUN (IF ANY)
      *    DECIDES BETWEEN AN ORIGINAL, A CORRECTED OR NO FORM. ONCE A
      *    FORM IS ON FILE THE AMOUNT FILED ALWAYS FOLLOWS THE TOTAL,
      *    WHICH IS WHAT LETS THE PROOF HOLD ON A CORRECTED RUN.
       FINISH-GROUP.
           IF WS-ACCT-ACTIVE = 'Y'
               PERFORM FINISH-ACCOUNT
           END-IF.
           PERFORM LOOK-UP-GROUP-HOLDER.
           MOVE SPACES             TO ISSUE-REGISTER-REC.
           MOVE WS-CUR-SORT-KEY    TO ISS-SORT-KEY.
           MOVE WS-GRP-INTEREST    TO ISS-INTEREST.
           MOVE WS-GRP-PRIOR-TYPE  TO ISS-FORM-TYPE.
           MOVE WS-GRP-PRIOR-AMT   TO ISS-FILED-AMOUNT.
           MOVE WS-GRP-PRIOR-DATE  TO ISS-FILED-DATE.
           MOVE WS-GRP-FIRST-NAME  TO ISS-FIRST-NAME.
           MOVE WS-GRP-LAST-NAME   TO ISS-LAST-NAME.
           EVALUATE TRUE
               WHEN WS-GRP-EXCEPTION = 'Y'
                   ADD 1 TO WS-EXCEPT-COUNT
                   ADD WS-GRP-INTEREST TO WS-EXCEPT-TOTAL
               WHEN WS-GRP-PRIOR-TYPE NOT = SPACE
                AND WS-GRP-INTEREST = WS-GRP-PRIOR-AMT
                   ADD 1 TO WS-UNCHANGED-COUNT
                   ADD 1 TO WS-FORCE-COUNT
                   ADD WS-GRP-INTEREST TO WS-FORCE-TOTAL
                   MOVE "UNCHANGED" TO WS-GRP-DISPOSITION
               WHEN WS-GRP-PRIOR-TYPE NOT = SPACE
                   MOVE 'C'              TO WS-FORM-TYPE
                   MOVE WS-GRP-INTEREST  TO WS-FORM-AMOUNT
                   MOVE WS-GRP-PRIOR-AMT TO WS-FORM-PRIOR
                   PERFORM ISSUE-FORM
                   ADD 1 TO WS-CORR-COUNT
                   ADD WS-FORM-AMOUNT TO WS-CORR-TOTAL
                   ADD 1 TO WS-FORCE-COUNT
                   ADD WS-GRP-INTEREST TO WS-FORCE-TOTAL
                   MOVE "CORRECTED FORM" TO WS-GRP-DISPOSITION
               WHEN WS-GRP-INTEREST NOT < WS-MINIMUM
                   MOVE 'O'              TO WS-FORM-TYPE
                   MOVE WS-GRP-INTEREST  TO WS-FORM-AMOUNT
                   MOVE 0                TO WS-FORM-PRIOR
                   PERFORM ISSUE-FORM
                   ADD 1 TO WS-ORIG-COUNT
                   ADD WS-FORM-AMOUNT TO WS-ORIG-TOTAL
                   ADD 1 TO WS-FORCE-COUNT
                   ADD WS-GRP-INTEREST TO WS-FORCE-TOTAL
                   MOVE "ORIGINAL FORM" TO WS-GRP-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-BELOW-COUNT
                   ADD WS-GRP-INTEREST TO WS-BELOW-TOTAL
                   MOVE "BELOW MINIMUM" TO WS-GRP-DISPOSITION
           END-EVALUATE.
           WRITE ISSUE-REGISTER-REC.
           PERFORM PRINT-GROUP-LINE.

      *    A GROUP IS AN EXCEPTION (NO FORM) WITHOUT A HOLDER ON FILE
      *    TO ADDRESS IT TO, OR WITH A NEGATIVE TOTAL.
       LOOK-UP-GROUP-HOLDER.
           MOVE 'N' TO WS-GRP-EXCEPTION.
           IF WS-CUR-GROUP-TYPE = 'H'
               MOVE WS-CUR-GROUP-ID TO HM-HOLDER-ID
               READ HOLDER-MASTER
                   INVALID KEY
                       MOVE 'Y' TO WS-GRP-EXCEPTION
                       MOVE SPACES TO WS-GRP-FIRST-NAME
                       MOVE "(HOLDER NOT ON FILE)" TO WS-GRP-LAST-NAME
                       MOVE "NO HOLDER ON FILE" TO WS-GRP-DISPOSITION
                   NOT INVALID KEY
                       MOVE HM-FIRST-NAME TO WS-GRP-FIRST-NAME
                       MOVE HM-LAST-NAME  TO WS-GRP-LAST-NAME
               END-READ
           ELSE
               MOVE 'Y' TO WS-GRP-EXCEPTION
               MOVE SPACES TO WS-GRP-FIRST-NAME
               MOVE "(NO HOLDER XREF)" TO WS-GRP-LAST-NAME
               MOVE "NO HOLDER XREF" TO WS-GRP-DISPOSITION
           END-IF.
           IF WS-GRP-EXCEPTION = 'N' AND WS-GRP-INTEREST < 0
               MOVE 'Y' TO WS-GRP-EXCEPTION
               MOVE "NEGATIVE TOTAL" TO WS-GRP-DISPOSITION
           END-IF.

      *    COPIES FORWARD EVERY REGISTER RECORD THAT SORTS AHEAD OF
      *    THE NEXT GROUP. ONE FOR THE TAX YEAR THAT NO LONGER HAS ANY
      *    INTEREST IS WITHDRAWN; OTHER YEARS PASS UNCHANGED. NO GROUP
      *    IS OPEN WHILE THIS RUNS, SO A WITHDRAWAL USES THE GROUP
      *    FIELDS FOR ITS FORM AND REPORT LINE.
       ADVANCE-PRIOR-ISSUE.
           PERFORM UNTIL PRIOR-EOF = 'Y'
                      OR PRI-SORT-KEY NOT < WS-NEXT-SORT-KEY
              IF PRI-TAX-YEAR = WS-TAX-YEAR
                  PERFORM WITHDRAW-PRIOR-ISSUE
              ELSE
                  WRITE ISSUE-REGISTER-REC FROM PRIOR-ISSUE-REC
              END-IF
              PERFORM READ-PRIOR-RECORD
              END-PERFORM.

      *    A HOLDER WHOSE ACCOUNTS ALL MOVED TO ANOTHER HOLDER (OR
      *    WHOSE INTEREST WAS ADJUSTED AWAY) GETS A ZERO CORRECTED
      *    FORM AGAINST WHATEVER WAS FILED. A GROUP NEVER FILED
      *    SIMPLY DROPS OFF THE REGISTER.
       WITHDRAW-PRIOR-ISSUE.
           IF PRI-FORM-TYPE NOT = SPACE
               MOVE SPACES           TO ISSUE-REGISTER-REC
               MOVE PRI-SORT-KEY     TO ISS-SORT-KEY
               MOVE 0                TO ISS-INTEREST
               MOVE PRI-FORM-TYPE    TO ISS-FORM-TYPE
               MOVE PRI-FILED-AMOUNT TO ISS-FILED-AMOUNT
               MOVE PRI-FILED-DATE   TO ISS-FILED-DATE
               MOVE PRI-FIRST-NAME   TO ISS-FIRST-NAME
               MOVE PRI-LAST-NAME    TO ISS-LAST-NAME
               IF PRI-FILED-AMOUNT NOT = 0
                   MOVE PRI-GROUP-TYPE   TO WS-CUR-GROUP-TYPE
                   MOVE PRI-GROUP-ID     TO WS-CUR-GROUP-ID
                   MOVE PRI-FIRST-NAME   TO WS-GRP-FIRST-NAME
                   MOVE PRI-LAST-NAME    TO WS-GRP-LAST-NAME
                   MOVE 0                TO WS-GRP-INTEREST
                   MOVE 0                TO WS-GRP-ACCTS
                   MOVE 0                TO WS-AT-COUNT
                   MOVE 0                TO WS-AT-OVER-COUNT
                   MOVE 0                TO WS-AT-OVER-AMT
                   MOVE 'C'              TO WS-FORM-TYPE
                   MOVE 0                TO WS-FORM-AMOUNT
                   MOVE PRI-FILED-AMOUNT TO WS-FORM-PRIOR
                   PERFORM ISSUE-FORM
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE PRI-FILED-AMOUNT TO WS-GRP-PRIOR-AMT
                   MOVE "FORM WITHDRAWN" TO WS-GRP-DISPOSITION
                   PERFORM PRINT-GROUP-LINE
               END-IF
               WRITE ISSUE-REGISTER-REC
           END-IF.

      *    PRINTS THE FORM, WRITES ITS FILING RECORD AND STAMPS THE
      *    REGISTER RECORD BEING BUILT WITH WHAT WAS FILED.
       ISSUE-FORM.
           MOVE WS-FORM-TYPE   TO ISS-FORM-TYPE.
           MOVE WS-FORM-AMOUNT TO ISS-FILED-AMOUNT.
           MOVE WS-RUN-DATE    TO ISS-FILED-DATE.
           PERFORM PRINT-FORM.
           MOVE SPACES            TO TAX-DETAIL-REC.
           MOVE "INT"             TO TXD-REC-TYPE.
           MOVE WS-TAX-YEAR       TO TXD-TAX-YEAR.
           MOVE WS-FORM-TYPE      TO TXD-FORM-TYPE.
           MOVE WS-CUR-GROUP-ID   TO TXD-HOLDER-ID.
           MOVE WS-GRP-LAST-NAME  TO TXD-LAST-NAME.
           MOVE WS-GRP-FIRST-NAME TO TXD-FIRST-NAME.
           MOVE WS-FORM-AMOUNT    TO TXD-AMOUNT.
           MOVE WS-FORM-PRIOR     TO TXD-PRIOR-AMOUNT.
           MOVE WS-GRP-ACCTS      TO TXD-ACCT-COUNT.
           WRITE TAX-DETAIL-REC.
           ADD 1 TO WS-FILING-COUNT.
           ADD WS-FORM-AMOUNT TO WS-FILING-TOTAL.

       PRINT-FORM.
           ADD 1 TO WS-FORM-PAGE.
           MOVE WS-TAX-YEAR  TO FHD-TAX-YEAR.
           MOVE WS-FORM-PAGE TO FHD-PAGE-NBR.
           WRITE TAX-FORMS-LINE FROM FORM-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO FORM-LINE.
           MOVE "FORM" TO FRM-LABEL.
           IF WS-FORM-TYPE = 'C'
               MOVE "CORRECTED" TO FRM-TEXT
           ELSE
               MOVE "ORIGINAL" TO FRM-TEXT
           END-IF.
           WRITE TAX-FORMS-LINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO FORM-LINE.
           MOVE "RECIPIENT HOLDER ID" TO FRM-LABEL.
           MOVE WS-CUR-GROUP-ID TO FRM-TEXT.
           WRITE TAX-FORMS-LINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FORM-LINE.
           MOVE "RECIPIENT NAME" TO FRM-LABEL.
           STRING WS-GRP-FIRST-NAME DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-GRP-LAST-NAME  DELIMITED BY SIZE
               INTO FRM-TEXT.
           WRITE TAX-FORMS-LINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FORM-LINE.
           MOVE "ACCOUNT" TO FRM-LABEL.
           MOVE "INTEREST PAID" TO FRM-TEXT.
           WRITE TAX-FORMS-LINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-AT-SUB.
           PERFORM PRINT-FORM-ACCOUNT WS-AT-COUNT TIMES.
           IF WS-AT-OVER-COUNT > 0
               MOVE SPACES TO FORM-LINE
               STRING "  AND " WS-AT-OVER-COUNT " MORE ACCOUNTS"
                   DELIMITED BY SIZE INTO FRM-LABEL
               MOVE WS-AT-OVER-AMT TO FRM-AMOUNT
               WRITE TAX-FORMS-LINE FROM FORM-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO FORM-LINE.
           MOVE "TOTAL INTEREST INCOME" TO FRM-LABEL.
           MOVE WS-FORM-AMOUNT TO FRM-AMOUNT.
           WRITE TAX-FORMS-LINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-FORM-TYPE = 'C'
               MOVE SPACES TO FORM-LINE
               MOVE "PREVIOUSLY REPORTED" TO FRM-LABEL
               MOVE WS-FORM-PRIOR TO FRM-AMOUNT
               WRITE TAX-FORMS-LINE FROM FORM-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-FORM-ACCOUNT.
           ADD 1 TO WS-AT-SUB.
           MOVE SPACES TO FORM-LINE.
           STRING "  " WS-AT-ACCT(WS-AT-SUB)
               DELIMITED BY SIZE INTO FRM-LABEL.
           MOVE WS-AT-AMOUNT(WS-AT-SUB) TO FRM-AMOUNT.
           WRITE TAX-FORMS-LINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-GROUP-LINE.
           MOVE SPACES TO GROUP-LINE.
           IF WS-CUR-GROUP-TYPE = 'H'
               MOVE "HOLDER"  TO GRL-GROUP-TAG
           ELSE
               MOVE "ACCOUNT" TO GRL-GROUP-TAG
           END-IF.
           MOVE WS-CUR-GROUP-ID    TO GRL-GROUP-ID.
           MOVE WS-GRP-FIRST-NAME  TO GRL-FIRST-NAME.
           MOVE WS-GRP-LAST-NAME   TO GRL-LAST-NAME.
           MOVE WS-GRP-ACCTS       TO GRL-ACCTS.
           MOVE WS-GRP-INTEREST    TO GRL-INTEREST.
           MOVE WS-GRP-PRIOR-AMT   TO GRL-PRIOR.
           MOVE WS-GRP-DISPOSITION TO GRL-DISPOSITION.
           MOVE GROUP-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-ADJUST-LINE.
           MOVE SPACES TO ADJUST-LINE.
           MOVE "ADJUSTMENT"    TO ADL-TAG.
           MOVE ADJ-ACCT-NUMBER TO ADL-ACCT-NUMBER.
           IF ADJ-AMOUNT IS NUMERIC
               MOVE ADJ-AMOUNT TO ADL-AMOUNT
           ELSE
               MOVE 0 TO ADL-AMOUNT
           END-IF.
           MOVE ADJ-TRAN-REF    TO ADL-TRAN-REF.
           MOVE ADJ-REASON      TO ADL-REASON.
           MOVE WS-ADJ-STATUS   TO ADL-STATUS.
           MOVE ADJUST-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE TAX-REPORT-LINE FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

      *    EVERY PAGE CARRIES THE RUN TYPE AND MINIMUM IN FORCE.
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-TAX-YEAR   TO HDG-TAX-YEAR.
           MOVE WS-PAGE-COUNT TO HDG-PAGE-NBR.
           WRITE TAX-REPORT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO TAX-REPORT-LINE.
           IF WS-CORRECTED-RUN
               STRING "CORRECTED RUN " WS-RUN-DATE
                   DELIMITED BY SIZE INTO TAX-REPORT-LINE
           ELSE
               STRING "ORIGINAL RUN " WS-RUN-DATE
                   DELIMITED BY SIZE INTO TAX-REPORT-LINE
           END-IF.
           WRITE TAX-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "MINIMUM FOR A FORM" TO TOT-LABEL.
           MOVE 0 TO TOT-COUNT.
           MOVE WS-MINIMUM TO TOT-AMOUNT.
           WRITE TAX-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE TAX-REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 8 TO WS-LINE-COUNT.

       PRINT-RUN-TOTALS.
           COMPUTE WS-PROOF-TOTAL =
               WS-FORCE-TOTAL + WS-BELOW-TOTAL + WS-EXCEPT-TOTAL.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
           PERFORM PRINT-PAGE-HEADING.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "INTEREST HISTORY RECORDS READ" TO TOT-LABEL.
           MOVE WS-HIST-READ TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "SUPERSEDED BY A LATER POSTING RUN" TO TOT-LABEL.
           MOVE WS-SUPER-COUNT TO TOT-COUNT.
           MOVE WS-SUPER-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "ACCRUALS POSTED IN TAX YEAR" TO TOT-LABEL.
           MOVE WS-POST-COUNT TO TOT-COUNT.
           MOVE WS-POST-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "ADJUSTMENT CARDS READ" TO TOT-LABEL.
           MOVE WS-ADJ-READ TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "ADJUSTMENTS APPLIED" TO TOT-LABEL.
           MOVE WS-ADJ-COUNT TO TOT-COUNT.
           MOVE WS-ADJ-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "ADJUSTMENTS FOR OTHER TAX YEARS" TO TOT-LABEL.
           MOVE WS-ADJ-OTHER-YEAR TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "ADJUSTMENTS REJECTED" TO TOT-LABEL.
           MOVE WS-ADJ-REJECTS TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "TOTAL INTEREST FOR TAX YEAR" TO TOT-LABEL.
           MOVE 0 TO TOT-COUNT.
           MOVE WS-YEAR-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "HOLDERS WITH A FORM IN FORCE" TO TOT-LABEL.
           MOVE WS-FORCE-COUNT TO TOT-COUNT.
           MOVE WS-FORCE-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "HOLDERS BELOW THE MINIMUM" TO TOT-LABEL.
           MOVE WS-BELOW-COUNT TO TOT-COUNT.
           MOVE WS-BELOW-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "EXCEPTIONS - NO FORM HOLDER" TO TOT-LABEL.
           MOVE WS-EXCEPT-COUNT TO TOT-COUNT.
           MOVE WS-EXCEPT-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "TOTAL ACCOUNTED FOR" TO TOT-LABEL.
           MOVE 0 TO TOT-COUNT.
           MOVE WS-PROOF-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           IF WS-PROOF-TOTAL = WS-YEAR-TOTAL
               STRING "** FORMS IN FORCE + BELOW MINIMUM + "
                      "EXCEPTIONS = INTEREST POSTED FOR THE YEAR **"
                   DELIMITED BY SIZE INTO TAX-REPORT-LINE
           ELSE
               MOVE "** CONTROL TOTALS DO NOT PROVE **"
                   TO TAX-REPORT-LINE
           END-IF.
           WRITE TAX-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ORIGINAL FORMS ISSUED THIS RUN" TO TOT-LABEL.
           MOVE WS-ORIG-COUNT TO TOT-COUNT.
           MOVE WS-ORIG-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "CORRECTED FORMS ISSUED THIS RUN" TO TOT-LABEL.
           MOVE WS-CORR-COUNT TO TOT-COUNT.
           MOVE WS-CORR-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "FORMS WITHDRAWN (ZERO CORRECTED)" TO TOT-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "FORMS UNCHANGED" TO TOT-LABEL.
           MOVE WS-UNCHANGED-COUNT TO TOT-COUNT.
           MOVE 0 TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "FILING RECORDS WRITTEN" TO TOT-LABEL.
           MOVE WS-FILING-COUNT TO TOT-COUNT.
           MOVE WS-FILING-TOTAL TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.
           WRITE TAX-REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOTAL-LINE.

       WRITE-FILING-HEADER.
           MOVE SPACES TO TAX-HEADER-REC.
           MOVE "HDR" TO TXH-REC-TYPE.
           MOVE WS-TAX-YEAR TO TXH-TAX-YEAR.
           MOVE WS-RUN-DATE TO TXH-RUN-DATE.
           MOVE WS-RUN-TYPE TO TXH-RUN-TYPE.
           MOVE WS-MINIMUM TO TXH-MINIMUM.
           WRITE TAX-HEADER-REC.

       WRITE-FILING-TRAILER.
           MOVE SPACES TO TAX-TRAILER-REC.
           MOVE "TRL" TO TXT-REC-TYPE.
           MOVE WS-FILING-COUNT TO TXT-RECORD-COUNT.
           MOVE WS-FILING-TOTAL TO TXT-AMOUNT-TOTAL.
           WRITE TAX-TRAILER-REC.

       READ-PRIOR-RECORD.
           READ PRIOR-ISSUE-IN
               AT END MOVE 'Y' TO PRIOR-EOF
           END-READ.

       RETURN-SORT-RECORD.
           RETURN TAX-SORT-FILE
           AT END MOVE 'Y' TO SORT-EOF
           END-RETURN.
