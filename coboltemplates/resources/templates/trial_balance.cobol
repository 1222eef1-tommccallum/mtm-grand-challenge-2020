       IDENTIFICATION DIVISION.
       PROGRAM-ID.    {{COBOL-NAME}}.
       AUTHOR.        {{AUTHOR}}.
      *
      * Month-end trial balance, companion to read_data.cobol. Every
      * daily run writes a GLPOST1 generation of posting lines by
      * key, account and currency; key_history rolls them up by key
      * for the trend report, but finance closes the month by
      * ledger account. This program reads the month's generations
      * (concatenated on the GLPOST1 DD), then the month's GLPOST2
      * generations - the held-item releases and the suspense
      * reclassifications, in the same 96-byte layout with 'C' and
      * 'T' trailers of their own (concatenated on the GLPOST2 DD) -
      * and accumulates every 'D' posting line and 'R' reversal line
      * dated in the period by account and currency, then reports
      * per account and currency
      * the opening balance (the prior period's closing balances,
      * from TBBALIN), the period's activity and the closing
      * balance, with the base-currency equivalents carried at their
      * posted rates. The closing balances are written to TBBALOUT
      * as the next period's opening balances.
      * Membership of the period goes by posting date, not business
      * date - a generation the daily run rolled forward out of a
      * soft-closed period belongs to the period it was posted into.
      * Generations outside the period are proved but not counted.
      * Every generation, on either DD, is proved as it is read: its
      * lines must sum to each 'C' currency trailer and to the 'T'
      * trailer in count, amount and base equivalent, and every line
      * must carry the 'T' trailer's posting date; no GLPOST1
      * business date may be read twice. Then the trial balance
      * itself is tied back, each extract separately: the activity
      * per currency to the sum of the period's 'C' trailers, and
      * the lines, net and base equivalent to the sum of its 'T'
      * trailers - GLPOST1's activity to GLPOST1's trailers and
      * GLPOST2's to GLPOST2's.
      * The period's status comes off the period control file
      * finance maintains (PRDCTL, optional). The run ends
      * RETURN-CODE 16 on any structure error or tie that breaks -
      * and then writes no closing balances - 8 when it balances but
      * the period is not yet hard-closed (the figures are
      * provisional), and 0 for a final trial balance.
      * The run-control card on SYSIN: columns 1-6 the period
      * (YYYYMM), column 8 Y when it is the first period balanced
      * (no opening balances - TBBALIN must then be empty).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-POST-FILE ASSIGN TO GLPOST1
               FILE STATUS IS FILE-STATUS-GLP.
           SELECT GL-REL-FILE ASSIGN TO GLPOST2
               FILE STATUS IS FILE-STATUS-GL2.
           SELECT TB-BAL-IN-FILE ASSIGN TO TBBALIN
               FILE STATUS IS FILE-STATUS-TBI.
           SELECT TB-BAL-OUT-FILE ASSIGN TO TBBALOUT
               FILE STATUS IS FILE-STATUS-TBO.
           SELECT PRD-CTL-FILE ASSIGN TO PRDCTL
               FILE STATUS IS FILE-STATUS-PRD.
           SELECT RPT-FILE ASSIGN TO REPORT1
               FILE STATUS IS FILE-STATUS-RPT.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.


       DATA DIVISION.
       FILE SECTION.
      * The daily run's posting extract and the GLPOST2 extract
      * held_release and suspense_workoff write in the same layout.
      * Each record read is moved to GLP-REC-1 below.
       FD  GL-POST-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  GLP-IN-REC          PIC X(96).

       FD  GL-REL-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  GL2-IN-REC          PIC X(96).

      * Trial balance carried forward - one record per account and
      * currency, in account and currency order, with the closing
      * balance and its base-currency equivalent for the period it
      * names. This run reads the prior period's from TBBALIN and
      * writes its own to TBBALOUT in the same layout.
       FD  TB-BAL-IN-FILE
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
       01  TBI-REC-1.
           05  TBI-PERIOD          PIC X(6).
           05  TBI-ACCOUNT         PIC X(8).
           05  TBI-CURRENCY        PIC X(3).
           05  TBI-BALANCE         PIC S9(15)V99
               SIGN IS LEADING SEPARATE.
           05  TBI-BASE-BALANCE    PIC S9(15)V99
               SIGN IS LEADING SEPARATE.

       FD  TB-BAL-OUT-FILE
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
       01  TBO-REC-1.
           05  TBO-PERIOD          PIC X(6).
           05  TBO-ACCOUNT         PIC X(8).
           05  TBO-CURRENCY        PIC X(3).
           05  TBO-BALANCE         PIC S9(15)V99
               SIGN IS LEADING SEPARATE.
           05  TBO-BASE-BALANCE    PIC S9(15)V99
               SIGN IS LEADING SEPARATE.

      * Hand-maintained mirror of the accounting period control the
      * read_data template reads - keep the two in step.
       FD  PRD-CTL-FILE
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  PRD-REC-1.
           05  PRD-PERIOD          PIC X(6).
           05  PRD-STATUS          PIC X(1).
           05  PRD-UPD-DATE        PIC X(8).
           05  PRD-UPD-USER        PIC X(8).
           05  FILLER              PIC X(1).

      * The trial balance, in the operations report conventions of
      * the read_data template.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).

      * Run-control card - see the header comment.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-REC       PIC X(80).

       WORKING-STORAGE SECTION.

       01  LASTREC-GLP     PIC X(1) VALUE 'N'.
       01  LASTREC-TBI     PIC X(1) VALUE 'N'.
       01  LASTREC-PRD     PIC X(1) VALUE 'N'.

      * Counter must be big enough to display the value in the runtime output
       01  NUM-GLP-READ    PIC 9(9) VALUE ZERO.
       01  NUM-GL2-READ    PIC 9(9) VALUE ZERO.
       01  NUM-GENERATIONS PIC 9(9) VALUE ZERO.
       01  NUM-GL2-GENERATIONS PIC 9(9) VALUE ZERO.
       01  NUM-GEN-IN-PERIOD PIC 9(9) VALUE ZERO.
       01  NUM-GEN-OTHER   PIC 9(9) VALUE ZERO.
       01  NUM-LINES-IN-PERIOD PIC 9(9) VALUE ZERO.
       01  NUM-LINES-OTHER PIC 9(9) VALUE ZERO.
       01  NUM-OPENING-READ PIC 9(9) VALUE ZERO.
       01  NUM-ACCOUNTS-REPORTED PIC 9(9) VALUE ZERO.
       01  NUM-BALANCES-WRITTEN PIC 9(9) VALUE ZERO.
       01  NUM-STRUCTURE-ERRORS PIC 9(9) VALUE ZERO.
       01  NUM-TIE-BREAKS  PIC 9(9) VALUE ZERO.

       01  FILE-STATUS-GLP PIC X(2).
       01  FILE-STATUS-GL2 PIC X(2).
       01  FILE-STATUS-TBI PIC X(2).
       01  FILE-STATUS-TBO PIC X(2).
       01  FILE-STATUS-PRD PIC X(2).
       01  FILE-STATUS-RPT PIC X(2).
       01  FILE-STATUS-PARM PIC X(2).

      * Run-control card, and the prior period worked out from it.
       01  PARM-CARD.
           05  PARM-PERIOD         PIC X(6).
           05  PARM-PERIOD-NUM REDEFINES PARM-PERIOD.
               10  PARM-YEAR           PIC 9(4).
               10  PARM-MM             PIC 9(2).
           05  FILLER              PIC X(1).
           05  PARM-FIRST-PERIOD   PIC X(1).
           05  FILLER              PIC X(72).
       01  PRIOR-PERIOD.
           05  PRIOR-YEAR          PIC 9(4).
           05  PRIOR-MM            PIC 9(2).
       01  PRIOR-PERIOD-X REDEFINES PRIOR-PERIOD PIC X(6).

      * The period's status on the period control file - O, S or H,
      * or N when PRDCTL is not supplied - and the words for it.
       01  PERIOD-STATUS   PIC X(1) VALUE 'O'.
       01  PERIOD-STATUS-WORDS PIC X(14) VALUE SPACES.

      * Hand-maintained mirror of the GLP-REC-1 layout the read_data
      * template writes - keep the two in step, as gl_reconcile and
      * key_history do. Both extracts are read into it.
       01  GLP-REC-1.
           05  GLP-REC-TYPE        PIC X(1).
           05  GLP-POST-DATE       PIC X(8).
           05  GLP-ACCOUNT         PIC X(8).
           05  GLP-KEY             PIC X(10).
           05  GLP-TRL-KEY REDEFINES GLP-KEY.
               10  GLP-TRL-BUS-DATE    PIC X(8).
               10  FILLER              PIC X(2).
           05  GLP-CURRENCY        PIC X(3).
           05  GLP-REC-COUNT       PIC 9(9).
           05  GLP-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GLP-HELD-COUNT      PIC 9(9).
           05  GLP-HELD-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GLP-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * The extract being read - 1 GLPOST1, 2 GLPOST2 - and its DD
      * name for the messages.
       01  EXTRACT-SW      PIC X(1) VALUE '1'.
       01  EXTRACT-DD      PIC X(7) VALUE "GLPOST1".

      * The generation being read - everything since the last 'T'
      * trailer, proved against its 'C' and 'T' trailers as they
      * arrive. GEN-POST-DATE is the posting date of the
      * generation's first record, which every other record of it
      * must carry.
       01  GEN-OPEN-SW     PIC X(1) VALUE 'N'.
       01  GEN-POST-DATE   PIC X(8) VALUE SPACES.
       01  GEN-DATE-BAD-SW PIC X(1) VALUE 'N'.
       01  GEN-LINES       PIC 9(9) VALUE ZERO.
       01  GEN-NET         PIC S9(15)V99 VALUE ZERO.
       01  GEN-BASE        PIC S9(15)V99 VALUE ZERO.
       01  GEN-C-LINES     PIC 9(9) VALUE ZERO.
       01  GEN-C-NET       PIC S9(15)V99 VALUE ZERO.
       01  GEN-C-BASE      PIC S9(15)V99 VALUE ZERO.
       01  GCC-MAX         PIC 9(3) VALUE 50.
       01  GCC-USED        PIC 9(3) VALUE ZERO.
       01  GCC-IX          PIC 9(3) VALUE ZERO.
       01  GCC-FIND-IX     PIC 9(3) VALUE ZERO.
       01  GCC-TABLE.
           05  GCC-ENTRY OCCURS 50 TIMES.
               10  GCC-CODE        PIC X(3).
               10  GCC-LINES       PIC 9(9).
               10  GCC-NET         PIC S9(15)V99.
               10  GCC-BASE        PIC S9(15)V99.

      * Business dates of the period's generations, from their 'T'
      * trailers - a date read twice means a generation is on the
      * concatenation twice, or a rerun's and the run it replaced
      * are both there, and would double the date's activity.
       01  BDT-MAX         PIC 9(3) VALUE 100.
       01  BDT-USED        PIC 9(3) VALUE ZERO.
       01  BDT-IX          PIC 9(3) VALUE ZERO.
       01  BDT-TABLE.
           05  BDT-ENTRY OCCURS 100 TIMES PIC X(8).

      * The trial balance - one entry per account and currency, kept
      * in account and currency order as entries are added, so the
      * report and TBBALOUT come out in order with no sort. More
      * accounts than the table holds is a hard stop, not a partial
      * trial balance.
       01  TB-MAX          PIC 9(4) VALUE 2000.
       01  TB-USED         PIC 9(4) VALUE ZERO.
       01  TB-IX           PIC 9(4) VALUE ZERO.
       01  TB-J            PIC 9(4) VALUE ZERO.
       01  TB-FOUND-SW     PIC X(1).
       01  TB-SEARCH-KEY.
           05  TB-SEARCH-ACCOUNT   PIC X(8).
           05  TB-SEARCH-CURRENCY  PIC X(3).
       01  TB-LAST-OPENING-KEY PIC X(11) VALUE LOW-VALUES.
       01  TB-TABLE.
           05  TB-ENTRY OCCURS 2000 TIMES.
               10  TB-KEY.
                   15  TB-ACCOUNT      PIC X(8).
                   15  TB-CURRENCY     PIC X(3).
               10  TB-LINES        PIC 9(9).
               10  TB-OPENING      PIC S9(15)V99.
               10  TB-ACTIVITY     PIC S9(15)V99.
               10  TB-CLOSING      PIC S9(15)V99.
               10  TB-OPEN-BASE    PIC S9(15)V99.
               10  TB-ACT-BASE     PIC S9(15)V99.
               10  TB-CLOSE-BASE   PIC S9(15)V99.

      * Per currency - the trial balance's totals, and the sum of the
      * period's 'C' trailers they must tie to. The -2 and C2 fields
      * are GLPOST2's share of the activity and GLPOST2's own 'C'
      * trailers; GLPOST1's share is the total less GLPOST2's.
       01  CCY-MAX         PIC 9(3) VALUE 50.
       01  CCY-USED        PIC 9(3) VALUE ZERO.
       01  CCY-IX          PIC 9(3) VALUE ZERO.
       01  CCY-FIND-IX     PIC 9(3) VALUE ZERO.
       01  CCY-SEARCH-CODE PIC X(3).
       01  CCY-TABLE.
           05  CCY-ENTRY OCCURS 50 TIMES.
               10  CCY-CODE        PIC X(3).
               10  CCY-LINES       PIC 9(9).
               10  CCY-OPENING     PIC S9(15)V99.
               10  CCY-ACTIVITY    PIC S9(15)V99.
               10  CCY-CLOSING     PIC S9(15)V99.
               10  CCY-ACT-BASE    PIC S9(15)V99.
               10  CCY-C-LINES     PIC 9(9).
               10  CCY-C-NET       PIC S9(15)V99.
               10  CCY-C-BASE      PIC S9(15)V99.
               10  CCY-LINES-2     PIC 9(9).
               10  CCY-ACTIVITY-2  PIC S9(15)V99.
               10  CCY-ACT-BASE-2  PIC S9(15)V99.
               10  CCY-C2-LINES    PIC 9(9).
               10  CCY-C2-NET      PIC S9(15)V99.
               10  CCY-C2-BASE     PIC S9(15)V99.

      * Whole-period totals, and the sum of the period's 'T'
      * trailers they must tie to - GLPOST1's in TIE-T, GLPOST2's
      * share of the activity in the -2 totals and its trailers in
      * TIE-T2.
       01  TOT-LINES       PIC 9(9) VALUE ZERO.
       01  TOT-OPENING-BASE PIC S9(15)V99 VALUE ZERO.
       01  TOT-ACTIVITY    PIC S9(15)V99 VALUE ZERO.
       01  TOT-ACT-BASE    PIC S9(15)V99 VALUE ZERO.
       01  TOT-CLOSING-BASE PIC S9(15)V99 VALUE ZERO.
       01  TIE-T-LINES     PIC 9(9) VALUE ZERO.
       01  TIE-T-NET       PIC S9(15)V99 VALUE ZERO.
       01  TIE-T-BASE      PIC S9(15)V99 VALUE ZERO.
       01  TOT-LINES-2     PIC 9(9) VALUE ZERO.
       01  TOT-ACTIVITY-2  PIC S9(15)V99 VALUE ZERO.
       01  TOT-ACT-BASE-2  PIC S9(15)V99 VALUE ZERO.
       01  TIE-T2-LINES    PIC 9(9) VALUE ZERO.
       01  TIE-T2-NET      PIC S9(15)V99 VALUE ZERO.
       01  TIE-T2-BASE     PIC S9(15)V99 VALUE ZERO.

      * One tie - both sides, staged for WRITE-TIE-AMOUNT or
      * WRITE-TIE-COUNT.
       01  TIE-LABEL       PIC X(30).
       01  TIE-LEFT        PIC S9(15)V99.
       01  TIE-RIGHT       PIC S9(15)V99.
       01  TIE-DIFF        PIC S9(15)V99.
       01  TIE-LEFT-COUNT  PIC 9(9).
       01  TIE-RIGHT-COUNT PIC 9(9).

      * Report control - the same staged-line page-break machinery
      * as the read_data template's operations report.
       01  RPT-WORK-LINE   PIC X(132).
       01  RPT-PAGE-NUM    PIC 9(5) VALUE ZERO.
       01  RPT-LINE-COUNT  PIC 9(3) VALUE 999.
       01  RPT-LINES-PER-PAGE PIC 9(3) VALUE 55.

       01  RPT-HEADING-1.
           05  FILLER          PIC X(9) VALUE "PROGRAM: ".
           05  RPT-H1-PGM      PIC X(8).
           05  FILLER          PIC X(12) VALUE "   RUN DATE ".
           05  RPT-H1-DATE     PIC X(8).
           05  FILLER          PIC X(68) VALUE
               "             MONTH-END TRIAL BALANCE".
           05  FILLER          PIC X(5) VALUE "PAGE ".
           05  RPT-H1-PAGE     PIC ZZZZ9.

       01  RPT-HEADING-2.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(7) VALUE "PERIOD ".
           05  RPT-H2-PERIOD   PIC X(6).
           05  FILLER          PIC X(10) VALUE "   STATUS ".
           05  RPT-H2-STATUS   PIC X(14).
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-H2-FINAL    PIC X(11).
           05  FILLER          PIC X(80) VALUE SPACES.

       01  RPT-TB-HEAD-LINE.
           05  FILLER          PIC X(11) VALUE " ACCOUNT".
           05  FILLER          PIC X(5) VALUE "CCY".
           05  FILLER          PIC X(13) VALUE "      LINES".
           05  FILLER          PIC X(23) VALUE
               "      OPENING BALANCE".
           05  FILLER          PIC X(23) VALUE
               "      PERIOD ACTIVITY".
           05  FILLER          PIC X(23) VALUE
               "      CLOSING BALANCE".
           05  FILLER          PIC X(23) VALUE
               "         CLOSING BASE".
           05  FILLER          PIC X(11) VALUE SPACES.

       01  RPT-TB-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TB-ACCOUNT  PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TB-CCY      PIC X(3).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TB-LINES    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TB-OPENING  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TB-ACTIVITY PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TB-CLOSING  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TB-CLOSE-BASE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(13) VALUE SPACES.

       01  RPT-TIE-HEAD-LINE.
           05  FILLER          PIC X(31) VALUE SPACES.
           05  FILLER          PIC X(23) VALUE
               "        TRIAL BALANCE".
           05  FILLER          PIC X(23) VALUE
               "          GL TRAILERS".
           05  FILLER          PIC X(23) VALUE
               "           DIFFERENCE".
           05  FILLER          PIC X(32) VALUE SPACES.

       01  RPT-TIE-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TIE-LABEL   PIC X(30).
           05  RPT-TIE-LEFT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TIE-RIGHT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TIE-DIFF    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TIE-VERDICT PIC X(5).
           05  FILLER          PIC X(27) VALUE SPACES.

       01  RPT-TIE-CNT-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TIC-LABEL   PIC X(30).
           05  FILLER          PIC X(9) VALUE SPACES.
           05  RPT-TIC-LEFT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  RPT-TIC-RIGHT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  RPT-TIC-DIFF    PIC ---,---,--9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-TIC-VERDICT PIC X(5).
           05  FILLER          PIC X(27) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TOT-LABEL   PIC X(30).
           05  RPT-TOT-VALUE   PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(88) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-AMT-LABEL   PIC X(30).
           05  RPT-AMT-VALUE   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(80) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE ZERO TO RETURN-CODE.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-PERIOD-STATUS.
           OPEN INPUT GL-POST-FILE.
           IF FILE-STATUS-GLP NOT = '00'
           DISPLAY "UNABLE TO OPEN GLPOST1 - FILE STATUS "
              FILE-STATUS-GLP
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT GL-REL-FILE.
           IF FILE-STATUS-GL2 NOT = '00'
           DISPLAY "UNABLE TO OPEN GLPOST2 - FILE STATUS "
              FILE-STATUS-GL2
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT TB-BAL-IN-FILE.
           IF FILE-STATUS-TBI NOT = '00'
           DISPLAY "UNABLE TO OPEN TBBALIN - FILE STATUS "
              FILE-STATUS-TBI
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN OUTPUT TB-BAL-OUT-FILE.
           IF FILE-STATUS-TBO NOT = '00'
           DISPLAY "UNABLE TO OPEN TBBALOUT - FILE STATUS "
              FILE-STATUS-TBO
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE.
           IF FILE-STATUS-RPT NOT = '00'
           DISPLAY "UNABLE TO OPEN REPORT1 - FILE STATUS "
              FILE-STATUS-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM LOAD-OPENING-BALANCES.
           PERFORM ACCUMULATE-GENERATIONS.
           PERFORM COMPUTE-CLOSING-BALANCES.
           PERFORM REPORT-TRIAL-BALANCE.
           PERFORM REPORT-CURRENCY-TIES.
           PERFORM REPORT-PERIOD-TIES.
           IF NUM-STRUCTURE-ERRORS = ZERO AND NUM-TIE-BREAKS = ZERO
           PERFORM WRITE-CLOSING-BALANCES
           ELSE
           DISPLAY "TRIAL BALANCE DOES NOT TIE - NO CLOSING BALANCES"
              " WRITTEN TO TBBALOUT"
           END-IF
           PERFORM WRITE-REPORT-TOTALS.
           DISPLAY "# GLPOST1 records read: " NUM-GLP-READ
           DISPLAY "# GLPOST2 records read: " NUM-GL2-READ
           DISPLAY "# generations read: " NUM-GENERATIONS
           DISPLAY "# GLPOST2 generations read: " NUM-GL2-GENERATIONS
           DISPLAY "# generations in period " PARM-PERIOD ": "
              NUM-GEN-IN-PERIOD
           DISPLAY "# generations outside period: " NUM-GEN-OTHER
           DISPLAY "# posting lines in period: " NUM-LINES-IN-PERIOD
           DISPLAY "# posting lines outside period: " NUM-LINES-OTHER
           DISPLAY "# opening balances read: " NUM-OPENING-READ
           DISPLAY "# accounts reported: " NUM-ACCOUNTS-REPORTED
           DISPLAY "# closing balances written: " NUM-BALANCES-WRITTEN
           DISPLAY "# structure errors: " NUM-STRUCTURE-ERRORS
           DISPLAY "# ties broken: " NUM-TIE-BREAKS
           IF NUM-STRUCTURE-ERRORS > ZERO OR NUM-TIE-BREAKS > ZERO
           MOVE 16 TO RETURN-CODE
           ELSE
           IF PERIOD-STATUS NOT = 'H'
           DISPLAY "PERIOD " PARM-PERIOD " NOT HARD-CLOSED - TRIAL"
              " BALANCE IS PROVISIONAL"
           MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           PERFORM CLOSE-STOP.
           STOP RUN.

      * Closes the files and stops
       CLOSE-STOP.
           CLOSE GL-POST-FILE.
           CLOSE GL-REL-FILE.
           CLOSE TB-BAL-IN-FILE.
           CLOSE TB-BAL-OUT-FILE.
           CLOSE RPT-FILE.

      * Reads and validates the run-control card before any input is
      * opened, in the main template's convention, and works out the
      * prior period.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF FILE-STATUS-PARM NOT = '00'
           DISPLAY "RUN-CONTROL CARD MISSING - UNABLE TO OPEN SYSIN"
              " - FILE STATUS " FILE-STATUS-PARM
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           READ PARM-FILE
           AT END
           DISPLAY "RUN-CONTROL CARD MISSING - SYSIN IS EMPTY"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-READ
           MOVE PARM-CARD-REC TO PARM-CARD
           CLOSE PARM-FILE
           IF PARM-PERIOD NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - PERIOD NOT NUMERIC: "
              PARM-PERIOD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PARM-MM < 1 OR PARM-MM > 12
           DISPLAY "RUN-CONTROL CARD INVALID - MONTH NOT 01-12: "
              PARM-PERIOD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PARM-FIRST-PERIOD = SPACE
           MOVE 'N' TO PARM-FIRST-PERIOD
           END-IF
           IF PARM-FIRST-PERIOD NOT = 'Y'
              AND PARM-FIRST-PERIOD NOT = 'N'
           DISPLAY "RUN-CONTROL CARD INVALID - FIRST PERIOD FLAG NOT"
              " Y OR N: " PARM-FIRST-PERIOD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PARM-MM = 1
           COMPUTE PRIOR-YEAR = PARM-YEAR - 1
           MOVE 12 TO PRIOR-MM
           ELSE
           MOVE PARM-YEAR TO PRIOR-YEAR
           COMPUTE PRIOR-MM = PARM-MM - 1
           END-IF.

      * The period's status off the period control file. PRDCTL is
      * optional - without it the status is not known, and the
      * trial balance can only be provisional.
       LOAD-PERIOD-STATUS.
           OPEN INPUT PRD-CTL-FILE
           IF FILE-STATUS-PRD = '00'
           MOVE 'O' TO PERIOD-STATUS
           PERFORM READ-PRD-RECORD
           PERFORM UNTIL LASTREC-PRD = 'Y'
           IF PRD-PERIOD = PARM-PERIOD
           MOVE PRD-STATUS TO PERIOD-STATUS
           END-IF
           PERFORM READ-PRD-RECORD
           END-PERFORM
           CLOSE PRD-CTL-FILE
           ELSE
           DISPLAY "PERIOD CONTROL NOT SUPPLIED - PERIOD STATUS NOT"
              " KNOWN"
           MOVE 'N' TO PERIOD-STATUS
           END-IF
           EVALUATE PERIOD-STATUS
           WHEN 'H'
           MOVE "HARD-CLOSED" TO PERIOD-STATUS-WORDS
           WHEN 'S'
           MOVE "SOFT-CLOSED" TO PERIOD-STATUS-WORDS
           WHEN 'N'
           MOVE "NOT CONTROLLED" TO PERIOD-STATUS-WORDS
           WHEN OTHER
           MOVE "OPEN" TO PERIOD-STATUS-WORDS
           END-EVALUATE.

       READ-PRD-RECORD.
           READ PRD-CTL-FILE
           AT END MOVE 'Y' TO LASTREC-PRD
           END-READ.

      * Loads the prior period's closing balances as this period's
      * opening balances. They must be the prior period's, in
      * account and currency order with no account and currency
      * twice - they are this job's own TBBALOUT, so anything else
      * is the wrong generation. An empty file is only right for
      * the first period balanced, and the card must say so.
       LOAD-OPENING-BALANCES.
           PERFORM READ-TBI-RECORD
           IF LASTREC-TBI = 'Y'
           IF PARM-FIRST-PERIOD = 'N'
           DISPLAY "TBBALIN IS EMPTY - NO OPENING BALANCES FOR "
              PARM-PERIOD " AND THE CARD DOES NOT SAY FIRST PERIOD"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           DISPLAY "FIRST PERIOD - NO OPENING BALANCES"
           ELSE
           IF PARM-FIRST-PERIOD = 'Y'
           DISPLAY "CARD SAYS FIRST PERIOD BUT TBBALIN CARRIES"
              " OPENING BALANCES FOR " TBI-PERIOD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF
           PERFORM UNTIL LASTREC-TBI = 'Y'
           ADD 1 TO NUM-OPENING-READ
           IF TBI-PERIOD NOT = PRIOR-PERIOD-X
           DISPLAY "TBBALIN BALANCE FOR PERIOD " TBI-PERIOD
              " - EXPECTED PRIOR PERIOD " PRIOR-PERIOD-X
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE TBI-ACCOUNT TO TB-SEARCH-ACCOUNT
           MOVE TBI-CURRENCY TO TB-SEARCH-CURRENCY
           IF TB-SEARCH-KEY NOT > TB-LAST-OPENING-KEY
           DISPLAY "TBBALIN OUT OF ORDER OR DUPLICATED AT ACCOUNT "
              TBI-ACCOUNT " CURRENCY " TBI-CURRENCY
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE TB-SEARCH-KEY TO TB-LAST-OPENING-KEY
           PERFORM FIND-TB-ENTRY
           ADD TBI-BALANCE TO TB-OPENING(TB-IX)
           ADD TBI-BASE-BALANCE TO TB-OPEN-BASE(TB-IX)
           PERFORM READ-TBI-RECORD
           END-PERFORM.

       READ-TBI-RECORD.
           READ TB-BAL-IN-FILE
           AT END MOVE 'Y' TO LASTREC-TBI
           END-READ.

      * Finds the entry for TB-SEARCH-KEY, inserting a zeroed one in
      * its place in the order when there is none, and leaves its
      * subscript in TB-IX.
       FIND-TB-ENTRY.
           COMPUTE TB-IX = TB-USED + 1
           PERFORM VARYING TB-J FROM 1 BY 1
              UNTIL TB-J > TB-USED OR TB-IX NOT > TB-USED
           IF TB-KEY(TB-J) NOT < TB-SEARCH-KEY
           MOVE TB-J TO TB-IX
           END-IF
           END-PERFORM
           MOVE 'N' TO TB-FOUND-SW
           IF TB-IX NOT > TB-USED
           IF TB-KEY(TB-IX) = TB-SEARCH-KEY
           MOVE 'Y' TO TB-FOUND-SW
           END-IF
           END-IF
           IF TB-FOUND-SW = 'N'
           IF TB-USED = TB-MAX
           DISPLAY "ACCOUNTS EXCEED TABLE SIZE " TB-MAX
              " - RAISE TB-MAX"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM VARYING TB-J FROM TB-USED BY -1
              UNTIL TB-J < TB-IX
           MOVE TB-ENTRY(TB-J) TO TB-ENTRY(TB-J + 1)
           END-PERFORM
           ADD 1 TO TB-USED
           MOVE TB-SEARCH-KEY TO TB-KEY(TB-IX)
           MOVE ZERO TO TB-LINES(TB-IX)
           MOVE ZERO TO TB-OPENING(TB-IX)
           MOVE ZERO TO TB-ACTIVITY(TB-IX)
           MOVE ZERO TO TB-CLOSING(TB-IX)
           MOVE ZERO TO TB-OPEN-BASE(TB-IX)
           MOVE ZERO TO TB-ACT-BASE(TB-IX)
           MOVE ZERO TO TB-CLOSE-BASE(TB-IX)
           END-IF.

      * Reads the GLPOST1 generations, then the GLPOST2 ones, each
      * extract on its own so that neither's proof or ties can be
      * made good by the other.
       ACCUMULATE-GENERATIONS.
           MOVE '1' TO EXTRACT-SW
           MOVE "GLPOST1" TO EXTRACT-DD
           PERFORM ACCUMULATE-EXTRACT
           MOVE '2' TO EXTRACT-SW
           MOVE "GLPOST2" TO EXTRACT-DD
           PERFORM ACCUMULATE-EXTRACT.

      * Reads one extract's concatenated generations. Posting lines
      * dated in the period go into the trial balance; every record,
      * in the period or not, goes into the proof of its own
      * generation, which its 'C' and 'T' trailers close. Records
      * after the last 'T' are a generation cut short.
       ACCUMULATE-EXTRACT.
           MOVE 'N' TO LASTREC-GLP
           PERFORM READ-POSTING-RECORD
           PERFORM UNTIL LASTREC-GLP = 'Y'
           IF EXTRACT-SW = '1'
           ADD 1 TO NUM-GLP-READ
           ELSE
           ADD 1 TO NUM-GL2-READ
           END-IF
           IF GEN-OPEN-SW = 'N'
           MOVE 'Y' TO GEN-OPEN-SW
           MOVE GLP-POST-DATE TO GEN-POST-DATE
           END-IF
           IF GLP-POST-DATE NOT = GEN-POST-DATE
           MOVE 'Y' TO GEN-DATE-BAD-SW
           END-IF
           EVALUATE GLP-REC-TYPE
           WHEN 'D'
           WHEN 'R'
           PERFORM PROVE-POSTING-LINE
           IF GLP-POST-DATE(1:6) = PARM-PERIOD
           ADD 1 TO NUM-LINES-IN-PERIOD
           PERFORM ACCUM-POSTING-LINE
           ELSE
           ADD 1 TO NUM-LINES-OTHER
           END-IF
           WHEN 'C'
           PERFORM PROVE-CURRENCY-TRAILER
           WHEN 'T'
           PERFORM PROVE-GENERATION-TRAILER
           WHEN OTHER
           DISPLAY "UNKNOWN " EXTRACT-DD " RECORD TYPE: " GLP-REC-TYPE
           ADD 1 TO NUM-STRUCTURE-ERRORS
           END-EVALUATE
           PERFORM READ-POSTING-RECORD
           END-PERFORM
           IF GEN-OPEN-SW = 'Y'
           DISPLAY EXTRACT-DD " ENDS WITHOUT A 'T' TRAILER - LAST"
              " GENERATION INCOMPLETE, POSTING DATE " GEN-POST-DATE
           ADD 1 TO NUM-STRUCTURE-ERRORS
           PERFORM CLEAR-GENERATION-PROOF
           END-IF.

      * Reads the next record of the extract being read into
      * GLP-REC-1.
       READ-POSTING-RECORD.
           IF EXTRACT-SW = '1'
           READ GL-POST-FILE
           AT END MOVE 'Y' TO LASTREC-GLP
           NOT AT END MOVE GLP-IN-REC TO GLP-REC-1
           END-READ
           ELSE
           READ GL-REL-FILE
           AT END MOVE 'Y' TO LASTREC-GLP
           NOT AT END MOVE GL2-IN-REC TO GLP-REC-1
           END-READ
           END-IF.

      * Adds a posting line into its generation's proof, overall and
      * under its currency.
       PROVE-POSTING-LINE.
           ADD 1 TO GEN-LINES
           ADD GLP-AMOUNT TO GEN-NET
           ADD GLP-BASE-AMOUNT TO GEN-BASE
           PERFORM FIND-GEN-CURRENCY
           IF GCC-IX > ZERO
           ADD 1 TO GCC-LINES(GCC-IX)
           ADD GLP-AMOUNT TO GCC-NET(GCC-IX)
           ADD GLP-BASE-AMOUNT TO GCC-BASE(GCC-IX)
           END-IF.

      * Finds GLP-CURRENCY's entry in the generation's currency
      * proof, adding a zeroed one for a currency not yet seen, and
      * leaves its subscript in GCC-IX. A generation in more
      * currencies than the table holds cannot be proved and is a
      * structure error.
       FIND-GEN-CURRENCY.
           MOVE ZERO TO GCC-IX
           PERFORM VARYING GCC-FIND-IX FROM 1 BY 1
              UNTIL GCC-FIND-IX > GCC-USED OR GCC-IX > ZERO
           IF GCC-CODE(GCC-FIND-IX) = GLP-CURRENCY
           MOVE GCC-FIND-IX TO GCC-IX
           END-IF
           END-PERFORM
           IF GCC-IX = ZERO
           IF GCC-USED = GCC-MAX
           DISPLAY EXTRACT-DD " GENERATION DATED " GEN-POST-DATE
              " HAS MORE"
              " THAN " GCC-MAX " CURRENCIES - NOT PROVED"
           ADD 1 TO NUM-STRUCTURE-ERRORS
           ELSE
           ADD 1 TO GCC-USED
           MOVE GCC-USED TO GCC-IX
           MOVE GLP-CURRENCY TO GCC-CODE(GCC-IX)
           MOVE ZERO TO GCC-LINES(GCC-IX)
           MOVE ZERO TO GCC-NET(GCC-IX)
           MOVE ZERO TO GCC-BASE(GCC-IX)
           END-IF
           END-IF.

      * A 'C' currency trailer - its count, amount and base must be
      * the generation's lines in that currency. A period
      * generation's 'C' trailers are summed per currency for the
      * trial balance's own tie.
       PROVE-CURRENCY-TRAILER.
           ADD GLP-REC-COUNT TO GEN-C-LINES
           ADD GLP-AMOUNT TO GEN-C-NET
           ADD GLP-BASE-AMOUNT TO GEN-C-BASE
           PERFORM FIND-GEN-CURRENCY
           IF GCC-IX > ZERO
           IF GCC-LINES(GCC-IX) NOT = GLP-REC-COUNT
              OR GCC-NET(GCC-IX) NOT = GLP-AMOUNT
              OR GCC-BASE(GCC-IX) NOT = GLP-BASE-AMOUNT
           DISPLAY EXTRACT-DD " GENERATION DATED " GEN-POST-DATE
              " CURRENCY "
              GLP-CURRENCY " OUT OF BALANCE TO ITS 'C' TRAILER -"
              " LINES " GCC-LINES(GCC-IX) " TRAILER " GLP-REC-COUNT
           ADD 1 TO NUM-STRUCTURE-ERRORS
           END-IF
           END-IF
           IF GLP-POST-DATE(1:6) = PARM-PERIOD
           MOVE GLP-CURRENCY TO CCY-SEARCH-CODE
           PERFORM FIND-CURRENCY
           IF EXTRACT-SW = '1'
           ADD GLP-REC-COUNT TO CCY-C-LINES(CCY-IX)
           ADD GLP-AMOUNT TO CCY-C-NET(CCY-IX)
           ADD GLP-BASE-AMOUNT TO CCY-C-BASE(CCY-IX)
           ELSE
           ADD GLP-REC-COUNT TO CCY-C2-LINES(CCY-IX)
           ADD GLP-AMOUNT TO CCY-C2-NET(CCY-IX)
           ADD GLP-BASE-AMOUNT TO CCY-C2-BASE(CCY-IX)
           END-IF
           END-IF.

      * The 'T' trailer closes the generation - its count, amount
      * and base must be the generation's lines, and the sum of its
      * 'C' trailers; every record of it must have carried its
      * posting date. A period GLPOST1 generation's business date
      * is checked against those already read, and a period
      * generation's 'T' figures are summed for its extract's tie.
      * Then the proof is cleared for the next generation on the
      * concatenation.
       PROVE-GENERATION-TRAILER.
           ADD 1 TO NUM-GENERATIONS
           IF EXTRACT-SW = '2'
           ADD 1 TO NUM-GL2-GENERATIONS
           END-IF
           IF GEN-DATE-BAD-SW = 'Y'
           DISPLAY EXTRACT-DD " GENERATION DATED " GLP-POST-DATE
              " HAS RECORDS"
              " DATED OTHERWISE - MIXED OR DAMAGED GENERATION"
           ADD 1 TO NUM-STRUCTURE-ERRORS
           END-IF
           IF GEN-LINES NOT = GLP-REC-COUNT
              OR GEN-NET NOT = GLP-AMOUNT
              OR GEN-BASE NOT = GLP-BASE-AMOUNT
           DISPLAY EXTRACT-DD " GENERATION DATED " GLP-POST-DATE
              " OUT OF"
              " BALANCE TO ITS 'T' TRAILER - LINES " GEN-LINES
              " TRAILER " GLP-REC-COUNT
           ADD 1 TO NUM-STRUCTURE-ERRORS
           END-IF
           IF GEN-C-LINES NOT = GLP-REC-COUNT
              OR GEN-C-NET NOT = GLP-AMOUNT
              OR GEN-C-BASE NOT = GLP-BASE-AMOUNT
           DISPLAY EXTRACT-DD " GENERATION DATED " GLP-POST-DATE
              " 'C' TRAILERS"
              " DO NOT SUM TO ITS 'T' TRAILER"
           ADD 1 TO NUM-STRUCTURE-ERRORS
           END-IF
           IF GLP-POST-DATE(1:6) = PARM-PERIOD
           ADD 1 TO NUM-GEN-IN-PERIOD
           IF EXTRACT-SW = '1'
           ADD GLP-REC-COUNT TO TIE-T-LINES
           ADD GLP-AMOUNT TO TIE-T-NET
           ADD GLP-BASE-AMOUNT TO TIE-T-BASE
           PERFORM CHECK-BUSINESS-DATE
           ELSE
           ADD GLP-REC-COUNT TO TIE-T2-LINES
           ADD GLP-AMOUNT TO TIE-T2-NET
           ADD GLP-BASE-AMOUNT TO TIE-T2-BASE
           END-IF
           ELSE
           ADD 1 TO NUM-GEN-OTHER
           END-IF
           PERFORM CLEAR-GENERATION-PROOF.

      * Clears the generation proof for the next generation.
       CLEAR-GENERATION-PROOF.
           MOVE 'N' TO GEN-OPEN-SW
           MOVE 'N' TO GEN-DATE-BAD-SW
           MOVE SPACES TO GEN-POST-DATE
           MOVE ZERO TO GEN-LINES
           MOVE ZERO TO GEN-NET
           MOVE ZERO TO GEN-BASE
           MOVE ZERO TO GEN-C-LINES
           MOVE ZERO TO GEN-C-NET
           MOVE ZERO TO GEN-C-BASE
           MOVE ZERO TO GCC-USED.

      * A business date must come into the period once. A trailer
      * cut before the 'T' carried its business date has none to
      * check, and is taken on trust. GLPOST2 generations carry no
      * business date - held_release may run several times a day -
      * so they are never checked here.
       CHECK-BUSINESS-DATE.
           IF GLP-TRL-BUS-DATE NOT = SPACES
           PERFORM VARYING BDT-IX FROM 1 BY 1 UNTIL BDT-IX > BDT-USED
           IF BDT-ENTRY(BDT-IX) = GLP-TRL-BUS-DATE
           DISPLAY "GENERATION FOR BUSINESS DATE " GLP-TRL-BUS-DATE
              " READ MORE THAN ONCE - CHECK THE GLPOST1 DD"
           ADD 1 TO NUM-STRUCTURE-ERRORS
           END-IF
           END-PERFORM
           IF BDT-USED < BDT-MAX
           ADD 1 TO BDT-USED
           MOVE GLP-TRL-BUS-DATE TO BDT-ENTRY(BDT-USED)
           END-IF
           END-IF.

      * Adds a period posting line into the trial balance under its
      * account and currency. A GLPOST2 line is also kept apart as
      * GLPOST2's share, per currency and overall, for its own ties.
       ACCUM-POSTING-LINE.
           MOVE GLP-ACCOUNT TO TB-SEARCH-ACCOUNT
           MOVE GLP-CURRENCY TO TB-SEARCH-CURRENCY
           PERFORM FIND-TB-ENTRY
           ADD 1 TO TB-LINES(TB-IX)
           ADD GLP-AMOUNT TO TB-ACTIVITY(TB-IX)
           ADD GLP-BASE-AMOUNT TO TB-ACT-BASE(TB-IX)
           IF EXTRACT-SW = '2'
           MOVE GLP-CURRENCY TO CCY-SEARCH-CODE
           PERFORM FIND-CURRENCY
           ADD 1 TO CCY-LINES-2(CCY-IX)
           ADD GLP-AMOUNT TO CCY-ACTIVITY-2(CCY-IX)
           ADD GLP-BASE-AMOUNT TO CCY-ACT-BASE-2(CCY-IX)
           ADD 1 TO TOT-LINES-2
           ADD GLP-AMOUNT TO TOT-ACTIVITY-2
           ADD GLP-BASE-AMOUNT TO TOT-ACT-BASE-2
           END-IF.

      * Finds CCY-SEARCH-CODE's entry, adding a zeroed one for a
      * currency not yet seen, and leaves its subscript in CCY-IX.
      * More currencies than the table holds is a hard stop.
       FIND-CURRENCY.
           MOVE ZERO TO CCY-IX
           PERFORM VARYING CCY-FIND-IX FROM 1 BY 1
              UNTIL CCY-FIND-IX > CCY-USED OR CCY-IX > ZERO
           IF CCY-CODE(CCY-FIND-IX) = CCY-SEARCH-CODE
           MOVE CCY-FIND-IX TO CCY-IX
           END-IF
           END-PERFORM
           IF CCY-IX = ZERO
           IF CCY-USED = CCY-MAX
           DISPLAY "CURRENCIES EXCEED TABLE SIZE " CCY-MAX
              " - RAISE CCY-MAX"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO CCY-USED
           MOVE CCY-USED TO CCY-IX
           MOVE CCY-SEARCH-CODE TO CCY-CODE(CCY-IX)
           MOVE ZERO TO CCY-LINES(CCY-IX)
           MOVE ZERO TO CCY-OPENING(CCY-IX)
           MOVE ZERO TO CCY-ACTIVITY(CCY-IX)
           MOVE ZERO TO CCY-CLOSING(CCY-IX)
           MOVE ZERO TO CCY-ACT-BASE(CCY-IX)
           MOVE ZERO TO CCY-C-LINES(CCY-IX)
           MOVE ZERO TO CCY-C-NET(CCY-IX)
           MOVE ZERO TO CCY-C-BASE(CCY-IX)
           MOVE ZERO TO CCY-LINES-2(CCY-IX)
           MOVE ZERO TO CCY-ACTIVITY-2(CCY-IX)
           MOVE ZERO TO CCY-ACT-BASE-2(CCY-IX)
           MOVE ZERO TO CCY-C2-LINES(CCY-IX)
           MOVE ZERO TO CCY-C2-NET(CCY-IX)
           MOVE ZERO TO CCY-C2-BASE(CCY-IX)
           END-IF.

      * Closing balance = opening balance + activity, in currency
      * and in base (the base carried at the rates each line was
      * posted at - nothing is revalued here). The trial balance is
      * then totalled per currency from its own entries, so the
      * currency ties below prove the report as printed.
       COMPUTE-CLOSING-BALANCES.
           PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > TB-USED
           COMPUTE TB-CLOSING(TB-IX) =
              TB-OPENING(TB-IX) + TB-ACTIVITY(TB-IX)
           COMPUTE TB-CLOSE-BASE(TB-IX) =
              TB-OPEN-BASE(TB-IX) + TB-ACT-BASE(TB-IX)
           MOVE TB-CURRENCY(TB-IX) TO CCY-SEARCH-CODE
           PERFORM FIND-CURRENCY
           ADD TB-LINES(TB-IX) TO CCY-LINES(CCY-IX)
           ADD TB-OPENING(TB-IX) TO CCY-OPENING(CCY-IX)
           ADD TB-ACTIVITY(TB-IX) TO CCY-ACTIVITY(CCY-IX)
           ADD TB-CLOSING(TB-IX) TO CCY-CLOSING(CCY-IX)
           ADD TB-ACT-BASE(TB-IX) TO CCY-ACT-BASE(CCY-IX)
           ADD TB-LINES(TB-IX) TO TOT-LINES
           ADD TB-ACTIVITY(TB-IX) TO TOT-ACTIVITY
           ADD TB-OPEN-BASE(TB-IX) TO TOT-OPENING-BASE
           ADD TB-ACT-BASE(TB-IX) TO TOT-ACT-BASE
           ADD TB-CLOSE-BASE(TB-IX) TO TOT-CLOSING-BASE
           END-PERFORM.

      * One line per account and currency, in account order.
       REPORT-TRIAL-BALANCE.
           MOVE "TRIAL BALANCE BY ACCOUNT AND CURRENCY"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-TB-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > TB-USED
           ADD 1 TO NUM-ACCOUNTS-REPORTED
           MOVE TB-ACCOUNT(TB-IX) TO RPT-TB-ACCOUNT
           MOVE TB-CURRENCY(TB-IX) TO RPT-TB-CCY
           MOVE TB-LINES(TB-IX) TO RPT-TB-LINES
           MOVE TB-OPENING(TB-IX) TO RPT-TB-OPENING
           MOVE TB-ACTIVITY(TB-IX) TO RPT-TB-ACTIVITY
           MOVE TB-CLOSING(TB-IX) TO RPT-TB-CLOSING
           MOVE TB-CLOSE-BASE(TB-IX) TO RPT-TB-CLOSE-BASE
           MOVE RPT-TB-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF TB-USED = ZERO
           MOVE " NO BALANCES AND NO POSTINGS FOR THE PERIOD"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF.

      * Per currency - the trial balance's totals, then its lines,
      * activity and base activity tied to the sum of the period's
      * 'C' trailers: GLPOST1's share to GLPOST1's trailers and
      * GLPOST2's share to GLPOST2's.
       REPORT-CURRENCY-TIES.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CURRENCY TOTALS - TIED TO EACH EXTRACT'S 'C'"
              TO RPT-WORK-LINE
           MOVE " TRAILERS" TO RPT-WORK-LINE(45:9)
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-TB-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CCY-IX FROM 1 BY 1 UNTIL CCY-IX > CCY-USED
           MOVE "*TOTAL*" TO RPT-TB-ACCOUNT
           MOVE CCY-CODE(CCY-IX) TO RPT-TB-CCY
           MOVE CCY-LINES(CCY-IX) TO RPT-TB-LINES
           MOVE CCY-OPENING(CCY-IX) TO RPT-TB-OPENING
           MOVE CCY-ACTIVITY(CCY-IX) TO RPT-TB-ACTIVITY
           MOVE CCY-CLOSING(CCY-IX) TO RPT-TB-CLOSING
           MOVE ZERO TO RPT-TB-CLOSE-BASE
           MOVE RPT-TB-LINE TO RPT-WORK-LINE
           MOVE SPACES TO RPT-WORK-LINE(99:21)
           PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-TIE-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CCY-IX FROM 1 BY 1 UNTIL CCY-IX > CCY-USED
           MOVE SPACES TO TIE-LABEL
           STRING CCY-CODE(CCY-IX) " GLPOST1 POSTING LINES"
              DELIMITED BY SIZE INTO TIE-LABEL
           COMPUTE TIE-LEFT-COUNT =
              CCY-LINES(CCY-IX) - CCY-LINES-2(CCY-IX)
           MOVE CCY-C-LINES(CCY-IX) TO TIE-RIGHT-COUNT
           PERFORM WRITE-TIE-COUNT
           MOVE SPACES TO TIE-LABEL
           STRING CCY-CODE(CCY-IX) " GLPOST1 PERIOD ACTIVITY"
              DELIMITED BY SIZE INTO TIE-LABEL
           COMPUTE TIE-LEFT =
              CCY-ACTIVITY(CCY-IX) - CCY-ACTIVITY-2(CCY-IX)
           MOVE CCY-C-NET(CCY-IX) TO TIE-RIGHT
           PERFORM WRITE-TIE-AMOUNT
           MOVE SPACES TO TIE-LABEL
           STRING CCY-CODE(CCY-IX) " GLPOST1 BASE EQUIVALENT"
              DELIMITED BY SIZE INTO TIE-LABEL
           COMPUTE TIE-LEFT =
              CCY-ACT-BASE(CCY-IX) - CCY-ACT-BASE-2(CCY-IX)
           MOVE CCY-C-BASE(CCY-IX) TO TIE-RIGHT
           PERFORM WRITE-TIE-AMOUNT
           MOVE SPACES TO TIE-LABEL
           STRING CCY-CODE(CCY-IX) " GLPOST2 POSTING LINES"
              DELIMITED BY SIZE INTO TIE-LABEL
           MOVE CCY-LINES-2(CCY-IX) TO TIE-LEFT-COUNT
           MOVE CCY-C2-LINES(CCY-IX) TO TIE-RIGHT-COUNT
           PERFORM WRITE-TIE-COUNT
           MOVE SPACES TO TIE-LABEL
           STRING CCY-CODE(CCY-IX) " GLPOST2 PERIOD ACTIVITY"
              DELIMITED BY SIZE INTO TIE-LABEL
           MOVE CCY-ACTIVITY-2(CCY-IX) TO TIE-LEFT
           MOVE CCY-C2-NET(CCY-IX) TO TIE-RIGHT
           PERFORM WRITE-TIE-AMOUNT
           MOVE SPACES TO TIE-LABEL
           STRING CCY-CODE(CCY-IX) " GLPOST2 BASE EQUIVALENT"
              DELIMITED BY SIZE INTO TIE-LABEL
           MOVE CCY-ACT-BASE-2(CCY-IX) TO TIE-LEFT
           MOVE CCY-C2-BASE(CCY-IX) TO TIE-RIGHT
           PERFORM WRITE-TIE-AMOUNT
           END-PERFORM.

      * The whole period - lines, net and base activity tied to the
      * sum of the period's 'T' trailers, each extract to its own -
      * and the base-currency opening and closing totals.
       REPORT-PERIOD-TIES.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PERIOD TOTALS - TIED TO EACH EXTRACT'S 'T'"
              TO RPT-WORK-LINE
           MOVE " TRAILERS" TO RPT-WORK-LINE(43:9)
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-TIE-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GLPOST1 POSTING LINES" TO TIE-LABEL
           COMPUTE TIE-LEFT-COUNT = TOT-LINES - TOT-LINES-2
           MOVE TIE-T-LINES TO TIE-RIGHT-COUNT
           PERFORM WRITE-TIE-COUNT
           MOVE "GLPOST1 NET ACTIVITY" TO TIE-LABEL
           COMPUTE TIE-LEFT = TOT-ACTIVITY - TOT-ACTIVITY-2
           MOVE TIE-T-NET TO TIE-RIGHT
           PERFORM WRITE-TIE-AMOUNT
           MOVE "GLPOST1 BASE EQUIV ACTIVITY" TO TIE-LABEL
           COMPUTE TIE-LEFT = TOT-ACT-BASE - TOT-ACT-BASE-2
           MOVE TIE-T-BASE TO TIE-RIGHT
           PERFORM WRITE-TIE-AMOUNT
           MOVE "GLPOST2 POSTING LINES" TO TIE-LABEL
           MOVE TOT-LINES-2 TO TIE-LEFT-COUNT
           MOVE TIE-T2-LINES TO TIE-RIGHT-COUNT
           PERFORM WRITE-TIE-COUNT
           MOVE "GLPOST2 NET ACTIVITY" TO TIE-LABEL
           MOVE TOT-ACTIVITY-2 TO TIE-LEFT
           MOVE TIE-T2-NET TO TIE-RIGHT
           PERFORM WRITE-TIE-AMOUNT
           MOVE "GLPOST2 BASE EQUIV ACTIVITY" TO TIE-LABEL
           MOVE TOT-ACT-BASE-2 TO TIE-LEFT
           MOVE TIE-T2-BASE TO TIE-RIGHT
           PERFORM WRITE-TIE-AMOUNT
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OPENING BALANCE IN BASE" TO RPT-AMT-LABEL
           MOVE TOT-OPENING-BASE TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PERIOD ACTIVITY IN BASE" TO RPT-AMT-LABEL
           MOVE TOT-ACT-BASE TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CLOSING BALANCE IN BASE" TO RPT-AMT-LABEL
           MOVE TOT-CLOSING-BASE TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * One amount tie - both sides, the difference and TIES or
      * BREAK.
       WRITE-TIE-AMOUNT.
           COMPUTE TIE-DIFF = TIE-LEFT - TIE-RIGHT
           MOVE TIE-LABEL TO RPT-TIE-LABEL
           MOVE TIE-LEFT TO RPT-TIE-LEFT
           MOVE TIE-RIGHT TO RPT-TIE-RIGHT
           MOVE TIE-DIFF TO RPT-TIE-DIFF
           IF TIE-DIFF = ZERO
           MOVE "TIES" TO RPT-TIE-VERDICT
           ELSE
           MOVE "BREAK" TO RPT-TIE-VERDICT
           ADD 1 TO NUM-TIE-BREAKS
           DISPLAY "TRIAL BALANCE BREAK - " TIE-LABEL
           END-IF
           MOVE RPT-TIE-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * One count tie, the same way.
       WRITE-TIE-COUNT.
           MOVE TIE-LABEL TO RPT-TIC-LABEL
           MOVE TIE-LEFT-COUNT TO RPT-TIC-LEFT
           MOVE TIE-RIGHT-COUNT TO RPT-TIC-RIGHT
           COMPUTE RPT-TIC-DIFF = TIE-LEFT-COUNT - TIE-RIGHT-COUNT
           IF TIE-LEFT-COUNT = TIE-RIGHT-COUNT
           MOVE "TIES" TO RPT-TIC-VERDICT
           ELSE
           MOVE "BREAK" TO RPT-TIC-VERDICT
           ADD 1 TO NUM-TIE-BREAKS
           DISPLAY "TRIAL BALANCE BREAK - " TIE-LABEL
           END-IF
           MOVE RPT-TIE-CNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * The closing balances, in account and currency order, as the
      * next period's opening balances. An entry that closes at zero
      * in currency and in base carries nothing forward and is left
      * off.
       WRITE-CLOSING-BALANCES.
           PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > TB-USED
           IF TB-CLOSING(TB-IX) NOT = ZERO
              OR TB-CLOSE-BASE(TB-IX) NOT = ZERO
           MOVE PARM-PERIOD TO TBO-PERIOD
           MOVE TB-ACCOUNT(TB-IX) TO TBO-ACCOUNT
           MOVE TB-CURRENCY(TB-IX) TO TBO-CURRENCY
           MOVE TB-CLOSING(TB-IX) TO TBO-BALANCE
           MOVE TB-CLOSE-BASE(TB-IX) TO TBO-BASE-BALANCE
           WRITE TBO-REC-1
           ADD 1 TO NUM-BALANCES-WRITTEN
           END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
           PERFORM WRITE-REPORT-HEADINGS
           END-IF
           WRITE RPT-LINE FROM RPT-WORK-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-HEADINGS.
           ADD 1 TO RPT-PAGE-NUM
           MOVE "{{COBOL-NAME}}" TO RPT-H1-PGM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-H1-DATE
           MOVE RPT-PAGE-NUM TO RPT-H1-PAGE
           MOVE PARM-PERIOD TO RPT-H2-PERIOD
           MOVE PERIOD-STATUS-WORDS TO RPT-H2-STATUS
           IF PERIOD-STATUS = 'H'
           MOVE "FINAL" TO RPT-H2-FINAL
           ELSE
           MOVE "PROVISIONAL" TO RPT-H2-FINAL
           END-IF
           WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE
           WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO RPT-LINE-COUNT.

      * Totals at the foot of the report.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GLPOST1 RECORDS READ" TO RPT-TOT-LABEL
           MOVE NUM-GLP-READ TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GLPOST2 RECORDS READ" TO RPT-TOT-LABEL
           MOVE NUM-GL2-READ TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GENERATIONS READ" TO RPT-TOT-LABEL
           MOVE NUM-GENERATIONS TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GLPOST2 GENERATIONS READ" TO RPT-TOT-LABEL
           MOVE NUM-GL2-GENERATIONS TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GENERATIONS IN THE PERIOD" TO RPT-TOT-LABEL
           MOVE NUM-GEN-IN-PERIOD TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GENERATIONS OUTSIDE THE PERIOD" TO RPT-TOT-LABEL
           MOVE NUM-GEN-OTHER TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "POSTING LINES IN THE PERIOD" TO RPT-TOT-LABEL
           MOVE NUM-LINES-IN-PERIOD TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "POSTING LINES OUTSIDE PERIOD" TO RPT-TOT-LABEL
           MOVE NUM-LINES-OTHER TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OPENING BALANCES READ" TO RPT-TOT-LABEL
           MOVE NUM-OPENING-READ TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCOUNTS REPORTED" TO RPT-TOT-LABEL
           MOVE NUM-ACCOUNTS-REPORTED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CLOSING BALANCES WRITTEN" TO RPT-TOT-LABEL
           MOVE NUM-BALANCES-WRITTEN TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STRUCTURE ERRORS" TO RPT-TOT-LABEL
           MOVE NUM-STRUCTURE-ERRORS TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "TIES BROKEN" TO RPT-TOT-LABEL
           MOVE NUM-TIE-BREAKS TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.
