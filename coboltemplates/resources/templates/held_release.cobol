       IDENTIFICATION DIVISION.
       PROGRAM-ID.    {{COBOL-NAME}}.
       AUTHOR.        {{AUTHOR}}.
      *
      * Release of high-value held items, companion to read_data.cobol.
      * The daily run holds any detail over the business area's limit
      * for its currency or key (HOLDLMT) out of its key subtotals
      * and GLPOST1, and files it on the HELDITM held-items file
      * under a hold ID - business date plus the detail's record
      * number - shown on that run's REPORT1. Nothing held moves
      * until two people have looked at it: this program takes their
      * decisions as cards. An approved item is posted to GLPOST2, a
      * posting extract in the GLPOST1 record format with its own
      * 'C' and 'T' trailers, to the account its key translates to
      * on KEYXLAT; a declined item is written to OUTREJ1 with
      * reason code R010, its full detail image intact for the
      * repair cycle. An approved item carries its base-currency
      * equivalent at the as-of date's FXRATE1 rate, as the daily
      * run's postings do; an item whose currency has no rate that
      * day, or whose key has no account to post to, cannot be
      * posted and its card is rejected, leaving it held. Either way
      * the held item is marked with the decision, the date and both
      * users, so it can never be released twice. An approved item
      * also joins the POSTHIST posted-items history the daily run
      * keeps, under its original business date and record number,
      * so a later 'R' reversal can name it like any detail posted
      * on the day. The history and the held item are both updated
      * before the posting line is cut, so an item that cannot be
      * marked never reaches the ledger. The report lists every
      * decision and then every item still waiting, aged in days.
      * The as-of date is checked against the accounting period
      * control (PRDCTL) exactly as the daily run checks its own: a
      * date in a hard-closed period refuses the run before anything
      * is opened, and a date in a soft-closed period dates every
      * GLPOST2 line the first working day (per CALNDR1) of the next
      * open period.
      * The SYSIN cards:
      *   first card - columns 1-8 the business as-of date
      *                (YYYYMMDD), the posting date of the approved
      *                items (unless its period is soft-closed) and
      *                the date waiting items are aged to
      *   then one card per decision:
      *   column  1     action - A approve, D decline
      *   columns 3-10  hold ID business date (YYYYMMDD)
      *   columns 12-20 hold ID sequence number (9 digits)
      *   columns 22-29 user id of the person keying the decision
      *   columns 31-38 user id of the person authorising it - must
      *                 be present and not the same person
      * A card that fails validation, names a hold ID that is not on
      * file, or names an item already decided is reported and
      * counted; the run applies the rest and ends with RETURN-CODE
      * 8 so the rejected cards get fixed and rerun.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE ASSIGN TO HELDITM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-ID
               FILE STATUS IS FILE-STATUS-HELD.
           SELECT GL-REL-FILE ASSIGN TO GLPOST2
               FILE STATUS IS FILE-STATUS-GL2.
           SELECT OUT-REJ-1 ASSIGN TO OUTREJ1
               FILE STATUS IS FILE-STATUS-REJ.
           SELECT KEY-XLAT-FILE ASSIGN TO KEYXLAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XLT-M-FULL-KEY
               FILE STATUS IS FILE-STATUS-XLT.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-M-FULL-KEY
               FILE STATUS IS FILE-STATUS-FX.
           SELECT POSTED-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-FULL-KEY
               FILE STATUS IS FILE-STATUS-PST.
           SELECT CAL-FILE ASSIGN TO CALNDR1
               FILE STATUS IS FILE-STATUS-CAL.
           SELECT PRD-CTL-FILE ASSIGN TO PRDCTL
               FILE STATUS IS FILE-STATUS-PRD.
           SELECT RPT-FILE ASSIGN TO REPORT1
               FILE STATUS IS FILE-STATUS-RPT.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.


       DATA DIVISION.
       FILE SECTION.
      * Hand-maintained mirror of the held-items file the read_data
      * template writes - keep the two in step.
       FD  HELD-FILE
           RECORD CONTAINS 494 CHARACTERS.
       01  HLD-REC-1.
           05  HLD-ID.
               10  HLD-BUS-DATE        PIC X(8).
               10  HLD-SEQ             PIC 9(9).
           05  HLD-STATUS          PIC X(1).
           05  HLD-KEY             PIC X(10).
           05  HLD-CURRENCY        PIC X(3).
           05  HLD-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  HLD-LIMIT           PIC 9(13)V99.
           05  HLD-SOURCE          PIC X(8).
           05  HLD-DEC-DATE        PIC X(8).
           05  HLD-DEC-USER-1      PIC X(8).
           05  HLD-DEC-USER-2      PIC X(8).
           05  HLD-RECORD-DATA     PIC X(400).

      * Hand-maintained mirror of the GLP-REC-1 layout the read_data
      * template writes - keep in step, as gl_reconcile and
      * suspense_workoff do. Approved items post here.
       FD  GL-REL-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  GL2-REC-1.
           05  GL2-REC-TYPE        PIC X(1).
           05  GL2-POST-DATE       PIC X(8).
           05  GL2-ACCOUNT         PIC X(8).
           05  GL2-KEY             PIC X(10).
           05  GL2-CURRENCY        PIC X(3).
           05  GL2-REC-COUNT       PIC 9(9).
           05  GL2-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GL2-HELD-COUNT      PIC 9(9).
           05  GL2-HELD-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GL2-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * The read_data template's reject file layout - declined items
      * join the day's rejects here under their own reason code.
       FD  OUT-REJ-1
           RECORDING MODE IS F.
       01  REJ-REC-1.
           05  REJ-REASON-CODE     PIC X(4).
           05  REJ-RECORD-DATA     PIC X(400).

      * The keyed key-to-account translation reference master, in
      * the same layout and under the same effective-date and
      * *CLOSED* conventions the read_data template reads it under.
       FD  KEY-XLAT-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  XLT-REC-1.
           05  XLT-M-FULL-KEY.
               10  XLT-M-KEY           PIC X(10).
               10  XLT-M-EFF-DATE      PIC X(8).
           05  XLT-M-ACCOUNT       PIC X(8).
           05  XLT-M-UPD-USER      PIC X(8).
           05  XLT-M-UPD-DATE      PIC X(8).
           05  XLT-M-UPD-TIME      PIC X(6).

      * The dated exchange-rate reference master, in the same layout
      * and under the same effective-date convention the read_data
      * template reads it under - keep the two in step.
       FD  FX-RATE-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  FX-REC-1.
           05  FX-M-FULL-KEY.
               10  FX-M-CURRENCY       PIC X(3).
               10  FX-M-EFF-DATE       PIC X(8).
           05  FX-M-RATE           PIC 9(6)V9(9).

      * Hand-maintained mirror of the posted-items history the
      * read_data template keeps - keep the two in step. Approved
      * items are added here with PST-ORIGIN H and the base they were
      * posted at on GLPOST2.
       FD  POSTED-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  PST-REC-1.
           05  PST-FULL-KEY.
               10  PST-KEY             PIC X(10).
               10  PST-BUS-DATE        PIC X(8).
               10  PST-SEQ             PIC 9(9).
           05  PST-CURRENCY        PIC X(3).
           05  PST-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  PST-SOURCE          PIC X(8).
           05  PST-ORIGIN          PIC X(1).
           05  PST-STATUS          PIC X(1).
           05  PST-RVS-ID.
               10  PST-RVS-DATE        PIC X(8).
               10  PST-RVS-SEQ         PIC 9(9).
           05  PST-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * The business calendar the read_data template reads - one
      * YYYYMMDD holiday per record. Only needed to find the first
      * working day of the next open period; optional, as there.
       FD  CAL-FILE
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
       01  CAL-REC-1.
           05  CAL-DATE            PIC X(8).

      * Hand-maintained mirror of the accounting period control the
      * read_data template reads - keep the two in step. O open, S
      * soft-closed, H hard-closed; a month with no record is open.
      * PRDCTL is optional - with no file supplied every period is
      * open.
       FD  PRD-CTL-FILE
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  PRD-REC-1.
           05  PRD-PERIOD          PIC X(6).
           05  PRD-STATUS          PIC X(1).
           05  PRD-UPD-DATE        PIC X(8).
           05  PRD-UPD-USER        PIC X(8).
           05  FILLER              PIC X(1).

      * The release report, in the operations report conventions of
      * the read_data template.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).

      * Run-control and decision cards - see the header comment.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-REC       PIC X(80).

       WORKING-STORAGE SECTION.

       01  LASTREC         PIC X(1).
       01  LASTREC-HELD    PIC X(1).
       01  LASTREC-CAL     PIC X(1) VALUE 'N'.
       01  LASTREC-PRD     PIC X(1) VALUE 'N'.

      * Counter must be big enough to display the value in the runtime output
       01  NUM-CARDS-READ  PIC 9(9) VALUE ZERO.
       01  NUM-APPROVED    PIC 9(9) VALUE ZERO.
       01  NUM-DECLINED    PIC 9(9) VALUE ZERO.
       01  NUM-REJECTED    PIC 9(9) VALUE ZERO.
       01  NUM-STILL-HELD  PIC 9(9) VALUE ZERO.
       01  GL2-POST-COUNT  PIC 9(9) VALUE ZERO.
       01  RELEASE-NET-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  RELEASE-BASE-AMOUNT PIC S9(15)V99 VALUE ZERO.

       01  FILE-STATUS-HELD PIC X(2).
       01  FILE-STATUS-GL2 PIC X(2).
       01  FILE-STATUS-REJ PIC X(2).
       01  FILE-STATUS-XLT PIC X(2).
       01  FILE-STATUS-FX  PIC X(2).
       01  FILE-STATUS-PST PIC X(2).
       01  FILE-STATUS-RPT PIC X(2).
       01  FILE-STATUS-PARM PIC X(2).
       01  FILE-STATUS-CAL PIC X(2).
       01  FILE-STATUS-PRD PIC X(2).

      * Run-control card.
       01  PARM-CARD.
           05  PARM-ASOF-DATE      PIC X(8).
           05  FILLER              PIC X(72).

      * One decision card.
       01  DECISION-CARD.
           05  CARD-ACTION         PIC X(1).
           05  FILLER              PIC X(1).
           05  CARD-HOLD-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  CARD-HOLD-SEQ       PIC X(9).
           05  FILLER              PIC X(1).
           05  CARD-USER-1         PIC X(8).
           05  FILLER              PIC X(1).
           05  CARD-USER-2         PIC X(8).
           05  FILLER              PIC X(42).

       01  CARD-VALID-SW   PIC X(1).
       01  HELD-FOUND-SW   PIC X(1).

      * The held item being worked, staged off the record area so
      * the REWRITE that marks the decision cannot disturb the
      * posting or the report line.
       01  ITEM-BUS-DATE   PIC X(8).
       01  ITEM-SEQ        PIC 9(9).
       01  ITEM-KEY        PIC X(10).
       01  ITEM-CURRENCY   PIC X(3).
       01  ITEM-AMOUNT     PIC S9(15)V99 VALUE ZERO.
       01  ITEM-BASE-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  ITEM-ACCOUNT    PIC X(8).
       01  ITEM-ACTION     PIC X(10).
       01  ITEM-USER-1     PIC X(8).
       01  ITEM-USER-2     PIC X(8).
       01  ITEM-AGE-DAYS   PIC S9(5) VALUE ZERO.
       01  ASOF-DAY-NUM    PIC S9(9) VALUE ZERO.
       01  ITEM-DAY-NUM    PIC S9(9) VALUE ZERO.

      * The reason code declined items are rejected under - R010
      * sits after the read_data template's R001-R009 and
      * load_unload's R007/R008, so keep it unique across the family.
       01  DECLINE-REASON  PIC X(4) VALUE "R010".

      * Keyed-lookup state for the translation master, in the
      * read_data template's convention. An approved item is never
      * sent to suspense here - the suspense workoff only picks up
      * the daily run's GLPOST1 - so with no KEYXLAT, or no account
      * for the key, the approval card is rejected and the item
      * stays held until the translation is fixed.
       01  XLAT-OPEN-SW    PIC X(1) VALUE 'N'.
       01  XLAT-FOUND-SW   PIC X(1).
       01  XLAT-EOF-SW     PIC X(1).
       01  XLAT-BEST-ACCOUNT PIC X(8).
       01  XLAT-CLOSED-ACCOUNT PIC X(8) VALUE "*CLOSED*".

      * Exchange-rate lookup state, in the read_data template's
      * convention - the base currency converts at 1 with no record,
      * anything else takes the rate with the highest effective date
      * not after the card's as-of date. FXRATE1 is required.
       01  BASE-CURRENCY   PIC X(3) VALUE "GBP".
       01  FX-FOUND-SW     PIC X(1).
       01  FX-EOF-SW       PIC X(1).
       01  FX-RATE-WORK    PIC 9(6)V9(9) VALUE ZERO.

      * Business calendar and date work - the read_data template's
      * holiday table, real-calendar-date check and working-day test.
       01  HOL-MAX         PIC 9(4) VALUE 1000.
       01  HOL-COUNT       PIC 9(4) VALUE ZERO.
       01  HOL-IX          PIC 9(4) VALUE ZERO.
       01  HOL-TABLE.
           05  HOL-DATE OCCURS 1000 TIMES PIC X(8).
       01  DATE-WORK.
           05  DW-YEAR         PIC 9(4).
           05  DW-MONTH        PIC 9(2).
           05  DW-DAY          PIC 9(2).
       01  DATE-WORK-X REDEFINES DATE-WORK PIC X(8).
       01  DATE-VALID-SW   PIC X(1).
       01  WORK-DAY-SW     PIC X(1).
       01  DW-MAX-DAY      PIC 9(2) VALUE ZERO.
       01  DAY-INT         PIC S9(9) VALUE ZERO.
       01  DOW-NUM         PIC 9(1) VALUE ZERO.
       01  DATE-NUM        PIC 9(8) VALUE ZERO.

      * Accounting periods - loaded from PRDCTL at start-up, as the
      * read_data template loads them. POSTING-DATE is the date every
      * GLPOST2 line carries - the as-of date, or the first working
      * day of the next open period when the as-of date's period is
      * soft-closed (POSTING-ROLLED-SW Y).
       01  PRD-LOADED-SW   PIC X(1) VALUE 'N'.
       01  PRD-MAX         PIC 9(4) VALUE 600.
       01  PRD-USED        PIC 9(4) VALUE ZERO.
       01  PRD-IX          PIC 9(4) VALUE ZERO.
       01  PRD-TABLE.
           05  PRD-ENTRY OCCURS 600 TIMES.
               10  PRD-TBL-PERIOD  PIC X(6).
               10  PRD-TBL-STATUS  PIC X(1).
       01  PRD-WORK-PERIOD.
           05  PRD-WORK-YEAR   PIC 9(4).
           05  PRD-WORK-MONTH  PIC 9(2).
       01  PRD-WORK-PERIOD-X REDEFINES PRD-WORK-PERIOD PIC X(6).
       01  PRD-WORK-STATUS PIC X(1).
       01  BUS-PERIOD      PIC X(6) VALUE SPACES.
       01  BUS-PERIOD-STATUS PIC X(1) VALUE 'O'.
       01  POSTING-DATE    PIC X(8) VALUE SPACES.
       01  POSTING-ROLLED-SW PIC X(1) VALUE 'N'.
       01  PRD-STATUS-WORDS PIC X(11) VALUE SPACES.

      * Per-currency posting-line counts and nets for the GLPOST2
      * trailer records, in the read_data template's 'C'-then-'T'
      * convention.
       01  CURR-MAX        PIC 9(2) VALUE 10.
       01  CURR-IX         PIC 9(2) VALUE ZERO.
       01  CURR-FOUND-SW   PIC X(1).
       01  CURR-USED       PIC 9(2) VALUE ZERO.
       01  CURR-TABLE.
           05  CURR-ENTRY OCCURS 10 TIMES.
               10  CURR-CODE       PIC X(3).
               10  CURR-POST-COUNT PIC 9(9).
               10  CURR-AMOUNT     PIC S9(15)V99.
               10  CURR-BASE-AMOUNT PIC S9(15)V99.

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
               "             HELD ITEMS RELEASE REPORT".
           05  FILLER          PIC X(5) VALUE "PAGE ".
           05  RPT-H1-PAGE     PIC ZZZZ9.

       01  RPT-HEADING-2.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "HOLD ID".
           05  FILLER          PIC X(12) VALUE "KEY".
           05  FILLER          PIC X(5) VALUE "CCY".
           05  FILLER          PIC X(23) VALUE
               "                 AMOUNT".
           05  FILLER          PIC X(12) VALUE "  ACTION".
           05  FILLER          PIC X(10) VALUE "ACCOUNT".
           05  FILLER          PIC X(7) VALUE "  AGE".
           05  FILLER          PIC X(17) VALUE "KEYED BY AUTH BY".
           05  FILLER          PIC X(25) VALUE SPACES.

       01  RPT-ITEM-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-ITM-DATE    PIC X(8).
           05  FILLER          PIC X(1) VALUE "-".
           05  RPT-ITM-SEQ     PIC 9(9).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-ITM-KEY     PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-ITM-CCY     PIC X(3).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-ITM-AMOUNT  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-ITM-ACTION  PIC X(10).
           05  RPT-ITM-ACCT    PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-ITM-AGE     PIC ZZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-ITM-USER-1  PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-ITM-USER-2  PIC X(8).
           05  FILLER          PIC X(25) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TOT-LABEL   PIC X(30).
           05  RPT-TOT-VALUE   PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(88) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-AMT-LABEL   PIC X(30).
           05  RPT-AMT-VALUE   PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(76) VALUE SPACES.

      * A dated line of the posting period section - a date or
      * period, and a status where there is one.
       01  RPT-PERIOD-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-PRD-LABEL   PIC X(30).
           05  RPT-PRD-VALUE   PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-PRD-STATUS  PIC X(11).
           05  FILLER          PIC X(80) VALUE SPACES.

       01  RPT-CCY-LABEL.
           05  FILLER          PIC X(4) VALUE "CCY ".
           05  RPT-CCY-LBL-CODE PIC X(3).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RPT-CCY-LBL-TEXT PIC X(22).

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE ZERO TO RETURN-CODE.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM CHECK-POSTING-PERIOD.
           OPEN I-O HELD-FILE.
           IF FILE-STATUS-HELD NOT = '00'
           DISPLAY "UNABLE TO OPEN HELDITM - FILE STATUS "
              FILE-STATUS-HELD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM OPEN-KEY-XLAT.
           OPEN INPUT FX-RATE-FILE.
           IF FILE-STATUS-FX NOT = '00'
           DISPLAY "UNABLE TO OPEN FXRATE1 - FILE STATUS "
              FILE-STATUS-FX
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN I-O POSTED-FILE.
           IF FILE-STATUS-PST NOT = '00'
           DISPLAY "UNABLE TO OPEN POSTHIST - FILE STATUS "
              FILE-STATUS-PST
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN OUTPUT GL-REL-FILE.
           IF FILE-STATUS-GL2 NOT = '00'
           DISPLAY "UNABLE TO OPEN GLPOST2 - FILE STATUS "
              FILE-STATUS-GL2
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN EXTEND OUT-REJ-1.
           IF FILE-STATUS-REJ NOT = '00'
           DISPLAY "UNABLE TO OPEN OUTREJ1 - FILE STATUS "
              FILE-STATUS-REJ
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
           COMPUTE ASOF-DAY-NUM = FUNCTION
              INTEGER-OF-DATE(FUNCTION NUMVAL(PARM-ASOF-DATE))
           MOVE " DECISIONS APPLIED THIS RUN" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-NEXT-CARD.
           PERFORM WRITE-RELEASE-TRAILERS.
           PERFORM LIST-STILL-HELD.
           PERFORM WRITE-REPORT-TOTALS.
           DISPLAY "# decision cards read: " NUM-CARDS-READ
           DISPLAY "# items approved: " NUM-APPROVED
           DISPLAY "# items declined: " NUM-DECLINED
           DISPLAY "# cards rejected: " NUM-REJECTED
           DISPLAY "# items still held: " NUM-STILL-HELD
           IF NUM-REJECTED > ZERO AND RETURN-CODE < 8
           MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-STOP.
           STOP RUN.

      * Read the next decision card
       READ-NEXT-CARD.
           PERFORM READ-CARD
           PERFORM UNTIL LASTREC = 'Y'
           ADD 1 TO NUM-CARDS-READ
           PERFORM APPLY-ONE-CARD
           PERFORM READ-CARD
           END-PERFORM.

       READ-CARD.
           READ PARM-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.

      * Closes the files and stops
       CLOSE-STOP.
           IF XLAT-OPEN-SW = 'Y'
           CLOSE KEY-XLAT-FILE
           END-IF
           CLOSE PARM-FILE.
           CLOSE FX-RATE-FILE.
           CLOSE HELD-FILE.
           CLOSE POSTED-FILE.
           CLOSE GL-REL-FILE.
           CLOSE OUT-REJ-1.
           CLOSE RPT-FILE.

      * Reads and validates the run-control card, in the main
      * template's convention. SYSIN stays open - the decision cards
      * follow it.
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
           MOVE PARM-ASOF-DATE TO DATE-WORK-X
           PERFORM CHECK-DATE-VALID
           IF DATE-VALID-SW = 'N'
           DISPLAY "RUN-CONTROL CARD INVALID - AS-OF DATE NOT A"
              " REAL CALENDAR DATE: " PARM-ASOF-DATE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

      * Loads the holiday list at start-up. CALNDR1 is optional, as
      * in the read_data template - without it the next open
      * period's first working day still steps over weekends, just
      * not bank holidays, and the job log says so.
       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CAL-FILE
           IF FILE-STATUS-CAL = '00'
           PERFORM READ-CAL-RECORD
           PERFORM UNTIL LASTREC-CAL = 'Y'
           IF CAL-DATE NUMERIC
           IF HOL-COUNT = HOL-MAX
           DISPLAY "CALENDAR FILE EXCEEDS TABLE SIZE " HOL-MAX
              " - RAISE HOL-MAX"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO HOL-COUNT
           MOVE CAL-DATE TO HOL-DATE(HOL-COUNT)
           ELSE
           DISPLAY "CALENDAR RECORD NOT A DATE - IGNORED: " CAL-DATE
           END-IF
           PERFORM READ-CAL-RECORD
           END-PERFORM
           CLOSE CAL-FILE
           ELSE
           DISPLAY "BUSINESS CALENDAR NOT SUPPLIED - WEEKENDS"
              " SKIPPED, HOLIDAYS NOT"
           END-IF.

       READ-CAL-RECORD.
           READ CAL-FILE
           AT END MOVE 'Y' TO LASTREC-CAL
           END-READ.

      * The read_data template's accounting period check, on the
      * card's as-of date. A date in a hard-closed period is refused
      * outright - nothing is opened and nothing is decided. A date
      * in a soft-closed period runs as normal, but every GLPOST2
      * line is dated the first working day of the next open
      * period, since the ledger would bounce a line dated in the
      * closed one.
       CHECK-POSTING-PERIOD.
           MOVE PARM-ASOF-DATE TO POSTING-DATE
           MOVE PARM-ASOF-DATE(1:6) TO BUS-PERIOD
           MOVE 'O' TO BUS-PERIOD-STATUS
           PERFORM LOAD-PERIOD-CONTROL
           MOVE BUS-PERIOD TO PRD-WORK-PERIOD-X
           PERFORM FIND-PERIOD-STATUS
           MOVE PRD-WORK-STATUS TO BUS-PERIOD-STATUS
           IF BUS-PERIOD-STATUS = 'H'
           DISPLAY "AS-OF DATE " PARM-ASOF-DATE " FALLS IN HARD-CLOSED"
              " PERIOD " BUS-PERIOD " - NOTHING MAY BE POSTED TO IT,"
              " RUN REFUSED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF BUS-PERIOD-STATUS = 'S'
           PERFORM FIND-NEXT-OPEN-PERIOD
           PERFORM FIND-FIRST-WORKING-DAY
           MOVE 'Y' TO POSTING-ROLLED-SW
           DISPLAY "AS-OF DATE " PARM-ASOF-DATE " FALLS IN SOFT-CLOSED"
              " PERIOD " BUS-PERIOD " - GL POSTINGS DATED "
              POSTING-DATE
           END-IF.

      * Loads the period control table. PRDCTL is optional, but a
      * record that is present and unreadable, or out of order,
      * fails the run - a garbled status would otherwise post into a
      * month finance has closed.
       LOAD-PERIOD-CONTROL.
           OPEN INPUT PRD-CTL-FILE
           IF FILE-STATUS-PRD = '00'
           PERFORM READ-PRD-RECORD
           PERFORM UNTIL LASTREC-PRD = 'Y'
           MOVE PRD-PERIOD TO DATE-WORK-X(1:6)
           MOVE "01" TO DATE-WORK-X(7:2)
           PERFORM CHECK-DATE-VALID
           IF DATE-VALID-SW = 'N'
              OR (PRD-STATUS NOT = 'O' AND PRD-STATUS NOT = 'S'
                  AND PRD-STATUS NOT = 'H')
           DISPLAY "PERIOD CONTROL RECORD INVALID - PERIOD NOT YYYYMM"
              " OR STATUS NOT O, S OR H: " PRD-REC-1
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PRD-USED > ZERO
              AND PRD-PERIOD NOT > PRD-TBL-PERIOD(PRD-USED)
           DISPLAY "PERIOD CONTROL OUT OF ORDER OR DUPLICATED AT"
              " PERIOD " PRD-PERIOD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PRD-USED = PRD-MAX
           DISPLAY "PERIOD CONTROL FILE EXCEEDS TABLE SIZE " PRD-MAX
              " - RAISE PRD-MAX"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO PRD-USED
           MOVE PRD-PERIOD TO PRD-TBL-PERIOD(PRD-USED)
           MOVE PRD-STATUS TO PRD-TBL-STATUS(PRD-USED)
           PERFORM READ-PRD-RECORD
           END-PERFORM
           CLOSE PRD-CTL-FILE
           MOVE 'Y' TO PRD-LOADED-SW
           DISPLAY "ACCOUNTING PERIODS LOADED: " PRD-USED
           ELSE
           DISPLAY "PERIOD CONTROL NOT SUPPLIED - EVERY PERIOD"
              " TREATED AS OPEN"
           END-IF.

       READ-PRD-RECORD.
           READ PRD-CTL-FILE
           AT END MOVE 'Y' TO LASTREC-PRD
           END-READ.

      * The status of the period in PRD-WORK-PERIOD - open unless
      * the table says otherwise.
       FIND-PERIOD-STATUS.
           MOVE 'O' TO PRD-WORK-STATUS
           PERFORM VARYING PRD-IX FROM 1 BY 1
              UNTIL PRD-IX > PRD-USED
           IF PRD-TBL-PERIOD(PRD-IX) = PRD-WORK-PERIOD-X
           MOVE PRD-TBL-STATUS(PRD-IX) TO PRD-WORK-STATUS
           END-IF
           END-PERFORM.

      * Steps forward a month at a time from the as-of date's
      * period, over soft- and hard-closed months, to the next open
      * one. Every month past the last one listed is open, so the
      * walk always ends.
       FIND-NEXT-OPEN-PERIOD.
           MOVE BUS-PERIOD TO PRD-WORK-PERIOD-X
           MOVE BUS-PERIOD-STATUS TO PRD-WORK-STATUS
           PERFORM UNTIL PRD-WORK-STATUS = 'O'
           IF PRD-WORK-MONTH = 12
           MOVE 1 TO PRD-WORK-MONTH
           ADD 1 TO PRD-WORK-YEAR
           ELSE
           ADD 1 TO PRD-WORK-MONTH
           END-IF
           PERFORM FIND-PERIOD-STATUS
           END-PERFORM.

      * The first working day of the period in PRD-WORK-PERIOD - it
      * becomes the posting date. A month the calendar leaves no
      * working day in is a calendar error and fails the run.
       FIND-FIRST-WORKING-DAY.
           MOVE PRD-WORK-PERIOD-X TO DATE-WORK-X(1:6)
           MOVE "01" TO DATE-WORK-X(7:2)
           PERFORM CHECK-WORKING-DAY
           PERFORM UNTIL WORK-DAY-SW = 'Y'
              OR DATE-WORK-X(1:6) NOT = PRD-WORK-PERIOD-X
           ADD 1 TO DAY-INT
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT)
           MOVE DATE-NUM TO DATE-WORK-X
           PERFORM CHECK-WORKING-DAY
           END-PERFORM
           IF DATE-WORK-X(1:6) NOT = PRD-WORK-PERIOD-X
           DISPLAY "NO WORKING DAY IN PERIOD " PRD-WORK-PERIOD-X
              " ON THE BUSINESS CALENDAR - CHECK CALNDR1"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE DATE-WORK-X TO POSTING-DATE.

      * The family's real-calendar-date check - month 1-12, day
      * within the month, February sized by the leap-year rule.
       CHECK-DATE-VALID.
           MOVE 'N' TO DATE-VALID-SW
           IF DATE-WORK-X NUMERIC
           IF DW-MONTH > 0 AND DW-MONTH < 13 AND DW-YEAR > 1600
           EVALUATE DW-MONTH
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
           MOVE 31 TO DW-MAX-DAY
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
           MOVE 30 TO DW-MAX-DAY
           WHEN 2
           IF FUNCTION MOD(DW-YEAR, 4) = 0 AND
              (FUNCTION MOD(DW-YEAR, 100) NOT = 0 OR
               FUNCTION MOD(DW-YEAR, 400) = 0)
           MOVE 29 TO DW-MAX-DAY
           ELSE
           MOVE 28 TO DW-MAX-DAY
           END-IF
           END-EVALUATE
           IF DW-DAY > 0 AND DW-DAY NOT > DW-MAX-DAY
           MOVE 'Y' TO DATE-VALID-SW
           END-IF
           END-IF
           END-IF.

      * Is the valid date in DATE-WORK-X a working day - not a
      * Saturday or Sunday and not on the holiday list? Day 1
      * (1 January 1601) was a Monday, so MOD 7 of 6 is Saturday
      * and 0 is Sunday.
       CHECK-WORKING-DAY.
           MOVE 'Y' TO WORK-DAY-SW
           COMPUTE DAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DATE-WORK-X))
           COMPUTE DOW-NUM = FUNCTION MOD(DAY-INT, 7)
           IF DOW-NUM = 0 OR DOW-NUM = 6
           MOVE 'N' TO WORK-DAY-SW
           END-IF
           PERFORM VARYING HOL-IX FROM 1 BY 1
              UNTIL HOL-IX > HOL-COUNT OR WORK-DAY-SW = 'N'
           IF HOL-DATE(HOL-IX) = DATE-WORK-X
           MOVE 'N' TO WORK-DAY-SW
           END-IF
           END-PERFORM.

      * Opens the keyed translation master, in the read_data
      * template's convention - with no file, nothing can be
      * approved, but declines still go through.
       OPEN-KEY-XLAT.
           OPEN INPUT KEY-XLAT-FILE
           IF FILE-STATUS-XLT = '00'
           MOVE 'Y' TO XLAT-OPEN-SW
           ELSE
           DISPLAY "KEY TRANSLATION MASTER NOT SUPPLIED - APPROVAL"
              " CARDS WILL BE REJECTED"
           END-IF.

      * One decision card: validated, its held item read, and the
      * decision applied only to an item still waiting - an item
      * already approved or declined is never decided twice. An
      * approval needs a rate and an account before anything is
      * written; a decision whose files cannot be updated is
      * rejected too, with nothing posted.
       APPLY-ONE-CARD.
           MOVE PARM-CARD-REC TO DECISION-CARD
           PERFORM VALIDATE-CARD
           IF CARD-VALID-SW = 'Y'
           PERFORM READ-HELD-ITEM
           END-IF
           IF CARD-VALID-SW = 'Y' AND CARD-ACTION = 'A'
           PERFORM CONVERT-ITEM-TO-BASE
           END-IF
           IF CARD-VALID-SW = 'Y' AND CARD-ACTION = 'A'
           PERFORM CHECK-ITEM-ACCOUNT
           END-IF
           IF CARD-VALID-SW = 'Y'
           EVALUATE CARD-ACTION
           WHEN 'A'
           PERFORM APPROVE-HELD-ITEM
           WHEN 'D'
           PERFORM DECLINE-HELD-ITEM
           END-EVALUATE
           END-IF
           IF CARD-VALID-SW = 'N'
           ADD 1 TO NUM-REJECTED
           END-IF.

      * Every field of the card is checked and every bad field is
      * reported, so one rerun fixes the whole card. Release takes
      * two people: the one keying the decision and the one
      * authorising it must both be named and must differ.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SW
           IF CARD-ACTION NOT = 'A' AND CARD-ACTION NOT = 'D'
           DISPLAY "CARD " NUM-CARDS-READ " INVALID - ACTION MUST"
              " BE A OR D, NOT: " CARD-ACTION
           MOVE 'N' TO CARD-VALID-SW
           END-IF
           IF CARD-HOLD-DATE NOT NUMERIC
           DISPLAY "CARD " NUM-CARDS-READ " INVALID - HOLD ID DATE"
              " NOT NUMERIC: " CARD-HOLD-DATE
           MOVE 'N' TO CARD-VALID-SW
           END-IF
           IF CARD-HOLD-SEQ NOT NUMERIC
           DISPLAY "CARD " NUM-CARDS-READ " INVALID - HOLD ID"
              " SEQUENCE NOT NUMERIC: " CARD-HOLD-SEQ
           MOVE 'N' TO CARD-VALID-SW
           END-IF
           IF CARD-USER-1 = SPACES
           DISPLAY "CARD " NUM-CARDS-READ " INVALID - KEYING USER"
              " ID MISSING"
           MOVE 'N' TO CARD-VALID-SW
           END-IF
           IF CARD-USER-2 = SPACES
           DISPLAY "CARD " NUM-CARDS-READ " INVALID - AUTHORISING"
              " USER ID MISSING"
           MOVE 'N' TO CARD-VALID-SW
           END-IF
           IF CARD-USER-1 NOT = SPACES AND CARD-USER-1 = CARD-USER-2
           DISPLAY "CARD " NUM-CARDS-READ " INVALID - " CARD-USER-1
              " CANNOT BOTH KEY AND AUTHORISE A RELEASE"
           MOVE 'N' TO CARD-VALID-SW
           END-IF.

      * Reads the held item the card names and stages it. A hold ID
      * not on file, or an item no longer waiting, rejects the card.
       READ-HELD-ITEM.
           MOVE 'Y' TO HELD-FOUND-SW
           MOVE CARD-HOLD-DATE TO HLD-BUS-DATE
           MOVE CARD-HOLD-SEQ TO HLD-SEQ
           READ HELD-FILE
           INVALID KEY MOVE 'N' TO HELD-FOUND-SW
           END-READ
           IF HELD-FOUND-SW = 'N'
           DISPLAY "CARD " NUM-CARDS-READ " REJECTED - HOLD ID "
              CARD-HOLD-DATE "-" CARD-HOLD-SEQ " NOT ON FILE"
           MOVE 'N' TO CARD-VALID-SW
           ELSE
           IF HLD-STATUS NOT = 'H'
           DISPLAY "CARD " NUM-CARDS-READ " REJECTED - HOLD ID "
              CARD-HOLD-DATE "-" CARD-HOLD-SEQ " ALREADY DECIDED -"
              " STATUS " HLD-STATUS " ON " HLD-DEC-DATE
           MOVE 'N' TO CARD-VALID-SW
           END-IF
           END-IF
           IF CARD-VALID-SW = 'Y'
           MOVE HLD-BUS-DATE TO ITEM-BUS-DATE
           MOVE HLD-SEQ TO ITEM-SEQ
           MOVE HLD-KEY TO ITEM-KEY
           MOVE HLD-CURRENCY TO ITEM-CURRENCY
           MOVE HLD-AMOUNT TO ITEM-AMOUNT
           MOVE CARD-USER-1 TO ITEM-USER-1
           MOVE CARD-USER-2 TO ITEM-USER-2
           END-IF.

      * Finds the base-currency equivalent of the item about to be
      * approved at the as-of date's rate. With no rate the item
      * cannot be posted - the card is rejected and the item stays
      * held until treasury loads the rate and the card is rerun.
       CONVERT-ITEM-TO-BASE.
           MOVE 'N' TO FX-FOUND-SW
           MOVE ZERO TO FX-RATE-WORK
           IF ITEM-CURRENCY = BASE-CURRENCY
           MOVE 1 TO FX-RATE-WORK
           ELSE
           MOVE 'N' TO FX-EOF-SW
           MOVE ITEM-CURRENCY TO FX-M-CURRENCY
           MOVE LOW-VALUES TO FX-M-EFF-DATE
           START FX-RATE-FILE KEY IS NOT LESS THAN FX-M-FULL-KEY
           INVALID KEY MOVE 'Y' TO FX-EOF-SW
           END-START
           PERFORM UNTIL FX-EOF-SW = 'Y'
           READ FX-RATE-FILE NEXT RECORD
           AT END MOVE 'Y' TO FX-EOF-SW
           NOT AT END
           IF FX-M-CURRENCY NOT = ITEM-CURRENCY
              OR FX-M-EFF-DATE > PARM-ASOF-DATE
           MOVE 'Y' TO FX-EOF-SW
           ELSE
           MOVE FX-M-RATE TO FX-RATE-WORK
           END-IF
           END-READ
           END-PERFORM
           END-IF
           IF FX-RATE-WORK > ZERO
           MOVE 'Y' TO FX-FOUND-SW
           COMPUTE ITEM-BASE-AMOUNT ROUNDED =
              ITEM-AMOUNT * FX-RATE-WORK
           ELSE
           DISPLAY "CARD " NUM-CARDS-READ " REJECTED - HOLD ID "
              CARD-HOLD-DATE "-" CARD-HOLD-SEQ " NO EXCHANGE RATE"
              " FOR " ITEM-CURRENCY " ON " PARM-ASOF-DATE
           MOVE 'N' TO CARD-VALID-SW
           END-IF.

      * Finds the account the item's key translates to on the
      * card's as-of date. With none - no KEYXLAT, no entry, or a
      * *CLOSED* one - the card is rejected and the item stays held:
      * the suspense workoff only ingests the daily run's GLPOST1,
      * so an item posted to suspense here would never clear.
       CHECK-ITEM-ACCOUNT.
           PERFORM LOOKUP-GL-ACCOUNT
           IF XLAT-FOUND-SW = 'N'
           DISPLAY "CARD " NUM-CARDS-READ " REJECTED - HOLD ID "
              CARD-HOLD-DATE "-" CARD-HOLD-SEQ " KEY " ITEM-KEY
              " HAS NO ACCOUNT ON THE TRANSLATION FILE"
           MOVE 'N' TO CARD-VALID-SW
           END-IF.

      * Records the approved item on the posted-items history and
      * marks it approved, and only then posts it on GLPOST2 to its
      * account - an item either file refuses is never posted, and
      * its card is rejected with the item still held. A held item
      * that cannot be marked has its history record taken back out.
       APPROVE-HELD-ITEM.
           PERFORM RECORD-POSTED-ITEM
           IF CARD-VALID-SW = 'Y'
           MOVE 'A' TO HLD-STATUS
           PERFORM MARK-HELD-ITEM
           IF CARD-VALID-SW = 'N'
           PERFORM REMOVE-POSTED-ITEM
           END-IF
           END-IF
           IF CARD-VALID-SW = 'Y'
           PERFORM POST-APPROVED-ITEM
           END-IF.

      * Cuts the approved item's GLPOST2 posting line and reports it.
       POST-APPROVED-ITEM.
           MOVE 'D' TO GL2-REC-TYPE
           MOVE POSTING-DATE TO GL2-POST-DATE
           MOVE ITEM-ACCOUNT TO GL2-ACCOUNT
           MOVE ITEM-KEY TO GL2-KEY
           MOVE ITEM-CURRENCY TO GL2-CURRENCY
           MOVE 1 TO GL2-REC-COUNT
           MOVE ITEM-AMOUNT TO GL2-AMOUNT
           MOVE ZERO TO GL2-HELD-COUNT
           MOVE ZERO TO GL2-HELD-AMOUNT
           MOVE ITEM-BASE-AMOUNT TO GL2-BASE-AMOUNT
           WRITE GL2-REC-1
           ADD 1 TO GL2-POST-COUNT
           ADD ITEM-AMOUNT TO RELEASE-NET-AMOUNT
           ADD ITEM-BASE-AMOUNT TO RELEASE-BASE-AMOUNT
           PERFORM COUNT-RELEASE-CURRENCY
           ADD 1 TO NUM-APPROVED
           MOVE "APPROVED" TO ITEM-ACTION
           PERFORM WRITE-ITEM-LINE.

      * Adds the approved item to the posted-items history under the
      * business date and record number it was held under - the
      * daily run's posting never recorded it, so a duplicate here
      * means the history and the held-items file disagree, and the
      * run ends RETURN-CODE 16 for them to be put right.
       RECORD-POSTED-ITEM.
           MOVE ITEM-KEY TO PST-KEY
           MOVE ITEM-BUS-DATE TO PST-BUS-DATE
           MOVE ITEM-SEQ TO PST-SEQ
           MOVE ITEM-CURRENCY TO PST-CURRENCY
           MOVE ITEM-AMOUNT TO PST-AMOUNT
           MOVE ITEM-BASE-AMOUNT TO PST-BASE-AMOUNT
           MOVE HLD-SOURCE TO PST-SOURCE
           MOVE 'H' TO PST-ORIGIN
           MOVE 'P' TO PST-STATUS
           MOVE SPACES TO PST-RVS-DATE
           MOVE ZERO TO PST-RVS-SEQ
           WRITE PST-REC-1
           INVALID KEY
           DISPLAY "CARD " NUM-CARDS-READ " REJECTED - POSTED-ITEMS"
              " WRITE FAILED FOR HOLD ID " ITEM-BUS-DATE "-" ITEM-SEQ
              " - FILE STATUS " FILE-STATUS-PST
           MOVE 'N' TO CARD-VALID-SW
           MOVE 16 TO RETURN-CODE
           END-WRITE.

      * Takes back out the history record just written for an item
      * that could not be marked approved, so the history never names
      * an item the ledger has not had. If that fails too the two
      * files disagree and the run stops.
       REMOVE-POSTED-ITEM.
           DELETE POSTED-FILE RECORD
           INVALID KEY
           DISPLAY "POSTED-ITEMS DELETE FAILED FOR HOLD ID "
              ITEM-BUS-DATE "-" ITEM-SEQ " - FILE STATUS "
              FILE-STATUS-PST " - POSTHIST NAMES AN ITEM NOT POSTED,"
              " RUN STOPPED"
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-DELETE.

      * Marks the item declined, then writes its detail image to
      * OUTREJ1 under the decline reason code - an item that cannot
      * be marked is not rejected twice when its card is rerun.
       DECLINE-HELD-ITEM.
           MOVE DECLINE-REASON TO REJ-REASON-CODE
           MOVE HLD-RECORD-DATA TO REJ-RECORD-DATA
           MOVE 'D' TO HLD-STATUS
           PERFORM MARK-HELD-ITEM
           IF CARD-VALID-SW = 'Y'
           WRITE REJ-REC-1
           ADD 1 TO NUM-DECLINED
           MOVE SPACES TO ITEM-ACCOUNT
           MOVE "DECLINED" TO ITEM-ACTION
           PERFORM WRITE-ITEM-LINE
           END-IF.

      * Stamps the decision date and both users on the held item and
      * rewrites it. A refused rewrite rejects the card - the item is
      * still waiting on file, and nothing is to be done about it.
       MARK-HELD-ITEM.
           MOVE PARM-ASOF-DATE TO HLD-DEC-DATE
           MOVE ITEM-USER-1 TO HLD-DEC-USER-1
           MOVE ITEM-USER-2 TO HLD-DEC-USER-2
           REWRITE HLD-REC-1
           INVALID KEY
           DISPLAY "CARD " NUM-CARDS-READ " REJECTED - HELD-ITEMS"
              " REWRITE FAILED FOR HOLD ID " ITEM-BUS-DATE "-"
              ITEM-SEQ " - FILE STATUS " FILE-STATUS-HELD
           MOVE 'N' TO CARD-VALID-SW
           MOVE 16 TO RETURN-CODE
           END-REWRITE.

      * Reads the translation master for the item's key, leaving the
      * account in ITEM-ACCOUNT when found - the read_data template's
      * effective-dated lookup, taking the highest effective date
      * not after the card's as-of date. A winning *CLOSED* entry
      * leaves the item with no account.
       LOOKUP-GL-ACCOUNT.
           MOVE 'N' TO XLAT-FOUND-SW
           MOVE SPACES TO ITEM-ACCOUNT
           IF XLAT-OPEN-SW = 'Y'
           MOVE SPACES TO XLAT-BEST-ACCOUNT
           MOVE 'N' TO XLAT-EOF-SW
           MOVE ITEM-KEY TO XLT-M-KEY
           MOVE LOW-VALUES TO XLT-M-EFF-DATE
           START KEY-XLAT-FILE KEY IS NOT LESS THAN XLT-M-FULL-KEY
           INVALID KEY MOVE 'Y' TO XLAT-EOF-SW
           END-START
           PERFORM UNTIL XLAT-EOF-SW = 'Y'
           READ KEY-XLAT-FILE NEXT RECORD
           AT END MOVE 'Y' TO XLAT-EOF-SW
           NOT AT END
           IF XLT-M-KEY NOT = ITEM-KEY
              OR XLT-M-EFF-DATE > PARM-ASOF-DATE
           MOVE 'Y' TO XLAT-EOF-SW
           ELSE
           MOVE XLT-M-ACCOUNT TO XLAT-BEST-ACCOUNT
           END-IF
           END-READ
           END-PERFORM
           IF XLAT-BEST-ACCOUNT NOT = SPACES AND
              XLAT-BEST-ACCOUNT NOT = XLAT-CLOSED-ACCOUNT
           MOVE 'Y' TO XLAT-FOUND-SW
           MOVE XLAT-BEST-ACCOUNT TO ITEM-ACCOUNT
           END-IF
           END-IF.

      * Rolls the posting line just written into its currency's
      * count and net for the trailer records, from the staged item
      * fields - the record area is not read back after the WRITE.
       COUNT-RELEASE-CURRENCY.
           MOVE 'N' TO CURR-FOUND-SW
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED OR CURR-FOUND-SW = 'Y'
           IF CURR-CODE(CURR-IX) = ITEM-CURRENCY
           MOVE 'Y' TO CURR-FOUND-SW
           SUBTRACT 1 FROM CURR-IX
           END-IF
           END-PERFORM
           IF CURR-FOUND-SW = 'N'
           IF CURR-USED = CURR-MAX
           DISPLAY "MORE THAN " CURR-MAX " CURRENCIES IN ONE RUN"
              " - RAISE CURR-MAX"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO CURR-USED
           MOVE CURR-USED TO CURR-IX
           MOVE ITEM-CURRENCY TO CURR-CODE(CURR-IX)
           MOVE ZERO TO CURR-POST-COUNT(CURR-IX)
           MOVE ZERO TO CURR-AMOUNT(CURR-IX)
           MOVE ZERO TO CURR-BASE-AMOUNT(CURR-IX)
           END-IF
           ADD 1 TO CURR-POST-COUNT(CURR-IX)
           ADD ITEM-AMOUNT TO CURR-AMOUNT(CURR-IX)
           ADD ITEM-BASE-AMOUNT TO CURR-BASE-AMOUNT(CURR-IX).

      * The 'C'-per-currency and final 'T' trailer records, in the
      * read_data template's GLPOST1 convention - written even when
      * nothing was approved, so the GL batch always gets a provable
      * file.
       WRITE-RELEASE-TRAILERS.
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           MOVE 'C' TO GL2-REC-TYPE
           MOVE POSTING-DATE TO GL2-POST-DATE
           MOVE SPACES TO GL2-ACCOUNT
           MOVE SPACES TO GL2-KEY
           MOVE CURR-CODE(CURR-IX) TO GL2-CURRENCY
           MOVE CURR-POST-COUNT(CURR-IX) TO GL2-REC-COUNT
           MOVE CURR-AMOUNT(CURR-IX) TO GL2-AMOUNT
           MOVE ZERO TO GL2-HELD-COUNT
           MOVE ZERO TO GL2-HELD-AMOUNT
           MOVE CURR-BASE-AMOUNT(CURR-IX) TO GL2-BASE-AMOUNT
           WRITE GL2-REC-1
           END-PERFORM
           MOVE 'T' TO GL2-REC-TYPE
           MOVE POSTING-DATE TO GL2-POST-DATE
           MOVE SPACES TO GL2-ACCOUNT
           MOVE SPACES TO GL2-KEY
           MOVE SPACES TO GL2-CURRENCY
           MOVE GL2-POST-COUNT TO GL2-REC-COUNT
           MOVE RELEASE-NET-AMOUNT TO GL2-AMOUNT
           MOVE ZERO TO GL2-HELD-COUNT
           MOVE ZERO TO GL2-HELD-AMOUNT
           MOVE RELEASE-BASE-AMOUNT TO GL2-BASE-AMOUNT
           WRITE GL2-REC-1.

      * Lists every item still waiting for a decision, oldest hold ID
      * first, aged in days to the card's as-of date - the list the
      * approvers work from tomorrow.
       LIST-STILL-HELD.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE " ITEMS STILL HELD AWAITING A DECISION" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO LASTREC-HELD
           MOVE LOW-VALUES TO HLD-ID
           START HELD-FILE KEY IS NOT LESS THAN HLD-ID
           INVALID KEY MOVE 'Y' TO LASTREC-HELD
           END-START
           PERFORM UNTIL LASTREC-HELD = 'Y'
           READ HELD-FILE NEXT RECORD
           AT END MOVE 'Y' TO LASTREC-HELD
           NOT AT END
           IF HLD-STATUS = 'H'
           ADD 1 TO NUM-STILL-HELD
           MOVE HLD-BUS-DATE TO ITEM-BUS-DATE
           MOVE HLD-SEQ TO ITEM-SEQ
           MOVE HLD-KEY TO ITEM-KEY
           MOVE HLD-CURRENCY TO ITEM-CURRENCY
           MOVE HLD-AMOUNT TO ITEM-AMOUNT
           MOVE SPACES TO ITEM-ACCOUNT
           MOVE SPACES TO ITEM-USER-1
           MOVE SPACES TO ITEM-USER-2
           MOVE "HELD" TO ITEM-ACTION
           PERFORM WRITE-ITEM-LINE
           END-IF
           END-READ
           END-PERFORM.

      * One report line for the item just worked, aged in days from
      * its business date to the card's as-of date.
       WRITE-ITEM-LINE.
           MOVE ITEM-BUS-DATE TO RPT-ITM-DATE
           MOVE ITEM-SEQ TO RPT-ITM-SEQ
           MOVE ITEM-KEY TO RPT-ITM-KEY
           MOVE ITEM-CURRENCY TO RPT-ITM-CCY
           MOVE ITEM-AMOUNT TO RPT-ITM-AMOUNT
           MOVE ITEM-ACTION TO RPT-ITM-ACTION
           MOVE ITEM-ACCOUNT TO RPT-ITM-ACCT
           PERFORM COMPUTE-ITEM-AGE
           MOVE ITEM-AGE-DAYS TO RPT-ITM-AGE
           MOVE ITEM-USER-1 TO RPT-ITM-USER-1
           MOVE ITEM-USER-2 TO RPT-ITM-USER-2
           MOVE RPT-ITEM-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * Age in calendar days. A hold ID whose date is not a valid
      * date cannot be aged - it shows as zero rather than abending
      * the release on one bad record.
       COMPUTE-ITEM-AGE.
           MOVE ZERO TO ITEM-AGE-DAYS
           IF ITEM-BUS-DATE NUMERIC
           COMPUTE ITEM-DAY-NUM = FUNCTION
              INTEGER-OF-DATE(FUNCTION NUMVAL(ITEM-BUS-DATE))
           IF ITEM-DAY-NUM > ZERO
           COMPUTE ITEM-AGE-DAYS = ASOF-DAY-NUM - ITEM-DAY-NUM
           END-IF
           END-IF.

      * Writes the line staged in RPT-WORK-LINE, breaking to a new
      * page with fresh headings every RPT-LINES-PER-PAGE lines.
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
           WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE
           WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO RPT-LINE-COUNT.

      * Totals at the foot of the report, with the approved net per
      * currency - the figures GLPOST2's 'C' trailers carry.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DECISION CARDS READ" TO RPT-TOT-LABEL
           MOVE NUM-CARDS-READ TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DECISION CARDS REJECTED" TO RPT-TOT-LABEL
           MOVE NUM-REJECTED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ITEMS APPROVED" TO RPT-TOT-LABEL
           MOVE NUM-APPROVED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ITEMS DECLINED" TO RPT-TOT-LABEL
           MOVE NUM-DECLINED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ITEMS STILL HELD" TO RPT-TOT-LABEL
           MOVE NUM-STILL-HELD TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RELEASE POSTING LINES CUT" TO RPT-TOT-LABEL
           MOVE GL2-POST-COUNT TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           MOVE CURR-CODE(CURR-IX) TO RPT-CCY-LBL-CODE
           MOVE "APPROVED NET AMOUNT" TO RPT-CCY-LBL-TEXT
           MOVE RPT-CCY-LABEL TO RPT-AMT-LABEL
           MOVE CURR-AMOUNT(CURR-IX) TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "APPROVED BASE EQUIV" TO RPT-CCY-LBL-TEXT
           MOVE RPT-CCY-LABEL TO RPT-AMT-LABEL
           MOVE CURR-BASE-AMOUNT(CURR-IX) TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE "APPROVED NET BASE EQUIVALENT" TO RPT-AMT-LABEL
           MOVE RELEASE-BASE-AMOUNT TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-PERIOD.

      * The posting period section, as on the read_data template's
      * grand-total page - the as-of date's accounting period and its
      * status, and the date the GLPOST2 lines were posted under.
      * When the period was soft-closed the section says so, with the
      * release lines rolled forward into the next open period and
      * their net - the 'T' trailer's count and amount.
       WRITE-REPORT-PERIOD.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "POSTING PERIOD" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF PRD-LOADED-SW = 'N'
           MOVE " NO PERIOD CONTROL SUPPLIED - EVERY PERIOD OPEN"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE BUS-PERIOD-STATUS TO PRD-WORK-STATUS
           PERFORM NAME-PERIOD-STATUS
           MOVE "AS-OF DATE PERIOD" TO RPT-PRD-LABEL
           MOVE BUS-PERIOD TO RPT-PRD-VALUE
           MOVE PRD-STATUS-WORDS TO RPT-PRD-STATUS
           MOVE RPT-PERIOD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GL POSTING DATE" TO RPT-PRD-LABEL
           MOVE POSTING-DATE TO RPT-PRD-VALUE
           MOVE SPACES TO RPT-PRD-STATUS
           MOVE RPT-PERIOD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF POSTING-ROLLED-SW = 'Y'
           MOVE " *** PERIOD SOFT-CLOSED - POSTINGS ROLLED FORWARD TO"
              TO RPT-WORK-LINE
           MOVE " THE NEXT OPEN PERIOD ***" TO RPT-WORK-LINE(53:25)
           PERFORM WRITE-REPORT-LINE
           MOVE "POSTING LINES ROLLED FORWARD" TO RPT-TOT-LABEL
           MOVE GL2-POST-COUNT TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "NET AMOUNT ROLLED FORWARD" TO RPT-AMT-LABEL
           MOVE RELEASE-NET-AMOUNT TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF.

      * The words for the period status in PRD-WORK-STATUS.
       NAME-PERIOD-STATUS.
           EVALUATE PRD-WORK-STATUS
           WHEN 'S'
           MOVE "SOFT-CLOSED" TO PRD-STATUS-WORDS
           WHEN 'H'
           MOVE "HARD-CLOSED" TO PRD-STATUS-WORDS
           WHEN OTHER
           MOVE "OPEN" TO PRD-STATUS-WORDS
           END-EVALUATE.
