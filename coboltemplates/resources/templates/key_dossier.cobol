       IDENTIFICATION DIVISION.
       PROGRAM-ID.    {{COBOL-NAME}}.
       AUTHOR.        {{AUTHOR}}.
      *
      * Single-key investigation dossier, companion to the whole
      * template family. When the business queries a key the answer
      * is spread over five files - the keyed master read_data_indexed
      * maintains, its JRNL1 before/after journal, the REGSTR1 reject
      * register, the KEYXLAT translation master with its XLTAUDIT
      * trail, and the KEYHIST trend history - and this program puts
      * them together. For every key card it prints one dossier,
      * starting on a new page and paginated on its own:
      *   - the current master image and amount
      *   - every journaled change to the key in the date range, with
      *     run identifier, sequence, timestamp and both images
      *   - its reject register entry and reason-code history
      *   - every effective-dated KEYXLAT entry for the key, with who
      *     last changed it, then the XLTAUDIT changes in the range
      *   - its KEYHIST count and net by business date in the range,
      *     with the reversals since posted against each date and
      *     the net after them, totalled per currency.
      * Everything is read only - nothing here changes any file.
      * The run-control card on SYSIN: columns 1-8 the first date of
      * the range, columns 10-17 the last (YYYYMMDD, both inclusive).
      * The range selects journal and audit records by the date they
      * were stamped and history records by business date; the master
      * image, register entry and translation entries are shown as
      * they stand. Each following card names one key in columns
      * 1-10. A key card with no key is reported and skipped and the
      * run ends RETURN-CODE 8; a key found nowhere still gets its
      * dossier, saying so - "never heard of it" is an answer too.
      * JRNL1 and XLTAUDIT are sequential trails, so each dossier
      * reads them through once - keep an inquiry to a handful of
      * keys rather than running the whole master through here.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-REC-1 ASSIGN TO MASTER1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REC-1-KEY
               FILE STATUS IS FILE-STATUS-1.
           SELECT JRNL-FILE ASSIGN TO JRNL1
               FILE STATUS IS FILE-STATUS-JRN.
           SELECT REJ-REG-FILE ASSIGN TO REGSTR1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY
               FILE STATUS IS FILE-STATUS-REG.
           SELECT KEY-XLAT-FILE ASSIGN TO KEYXLAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XLT-M-FULL-KEY
               FILE STATUS IS FILE-STATUS-XLT.
           SELECT XLT-AUDIT-FILE ASSIGN TO XLTAUDIT
               FILE STATUS IS FILE-STATUS-AUD.
           SELECT KEY-HIST-FILE ASSIGN TO KEYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KH-FULL-KEY
               FILE STATUS IS FILE-STATUS-KH.
           SELECT RPT-FILE ASSIGN TO REPORT1
               FILE STATUS IS FILE-STATUS-RPT.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.


       DATA DIVISION.
       FILE SECTION.
      * The record-struct placeholder supplies the FD and 01-level
      * record description for the keyed master, exactly as in
      * read_data_indexed - it must define REC-1-KEY and
      * REC-1-AMOUNT. It doubles as the work area the journal images
      * are laid over to pick out their amounts.
       {{INPUT-RECORD-STRUCT}}

      * Hand-maintained mirror of the read_data_indexed journal
      * layout (LRECL 842) - keep in step.
       FD  JRNL-FILE
           RECORDING MODE IS F.
       01  JRN-REC-1.
           05  JRN-RUN-ID          PIC X(8).
           05  JRN-SEQ             PIC 9(9).
           05  JRN-DATE            PIC X(8).
           05  JRN-TIME            PIC X(6).
           05  JRN-ACTION          PIC X(1).
           05  JRN-KEY             PIC X(10).
           05  JRN-BEFORE-IMAGE    PIC X(400).
           05  JRN-AFTER-IMAGE     PIC X(400).

      * The register layout the main and repair templates maintain -
      * keep in step with them and with reject_register.
       FD  REJ-REG-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  REG-REC-1.
           05  REG-KEY             PIC X(10).
           05  REG-STATUS          PIC X(1).
           05  REG-FIRST-DATE      PIC X(8).
           05  REG-LAST-DATE       PIC X(8).
           05  REG-CYCLES          PIC 9(4).
           05  REG-LAST-REASON     PIC X(4).
           05  REG-REASON-COUNT    PIC 9(2).
           05  REG-REASON-HIST OCCURS 10 TIMES PIC X(4).

      * The translation reference master - keep in step with
      * xlat_maint, which owns it.
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

      * The xlat_maint audit trail (LRECL 63) - keep in step.
       FD  XLT-AUDIT-FILE
           RECORDING MODE IS F.
       01  AUD-REC-1.
           05  AUD-DATE            PIC X(8).
           05  AUD-TIME            PIC X(6).
           05  AUD-USER            PIC X(8).
           05  AUD-ACTION          PIC X(1).
           05  AUD-KEY             PIC X(10).
           05  AUD-EFF-DATE        PIC X(8).
           05  AUD-OLD-ACCOUNT     PIC X(8).
           05  AUD-NEW-ACCOUNT     PIC X(8).
           05  FILLER              PIC X(6).

      * The key_history trend master - keep in step. A record
      * written before the reversal fields were kept has spaces in
      * them and is shown as having no reversals.
       FD  KEY-HIST-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  KH-REC-1.
           05  KH-FULL-KEY.
               10  KH-KEY              PIC X(10).
               10  KH-CURRENCY         PIC X(3).
               10  KH-BUS-DATE         PIC X(8).
           05  KH-REC-COUNT        PIC 9(9).
           05  KH-AMOUNT           PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  KH-RVS-COUNT        PIC 9(9).
           05  KH-RVS-AMOUNT       PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * The dossiers, in the operations report conventions of the
      * read_data template.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).

      * Run-control card, then one key card per dossier - see the
      * header comment for the columns.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-REC       PIC X(80).

       WORKING-STORAGE SECTION.

       01  LASTREC         PIC X(1).
       01  LASTREC-JRN     PIC X(1).
       01  LASTREC-XLT     PIC X(1).
       01  LASTREC-AUD     PIC X(1).
       01  LASTREC-KH      PIC X(1).

      * Counter must be big enough to display the value in the runtime output
       01  NUM-KEY-CARDS   PIC 9(9) VALUE ZERO.
       01  NUM-DOSSIERS    PIC 9(9) VALUE ZERO.
       01  NUM-NOT-ON-MASTER PIC 9(9) VALUE ZERO.
       01  NUM-CARDS-REJECTED PIC 9(9) VALUE ZERO.

      * Per-dossier counts, so an empty section says it is empty
      * rather than leaving the reader wondering.
       01  KEY-JRN-COUNT   PIC 9(9) VALUE ZERO.
       01  KEY-XLT-COUNT   PIC 9(9) VALUE ZERO.
       01  KEY-AUD-COUNT   PIC 9(9) VALUE ZERO.
       01  KEY-KH-COUNT    PIC 9(9) VALUE ZERO.

       01  FILE-STATUS-1   PIC X(2).
       01  FILE-STATUS-JRN PIC X(2).
       01  FILE-STATUS-REG PIC X(2).
       01  FILE-STATUS-XLT PIC X(2).
       01  FILE-STATUS-AUD PIC X(2).
       01  FILE-STATUS-KH  PIC X(2).
       01  FILE-STATUS-RPT PIC X(2).
       01  FILE-STATUS-PARM PIC X(2).

      * Run-control card fields.
       01  PARM-ERROR-SW   PIC X(1) VALUE 'N'.
       01  PARM-CARD.
           05  PARM-FROM-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-TO-DATE        PIC X(8).
           05  FILLER              PIC X(63).

      * One key card, and the key whose dossier is in progress.
       01  KEY-CARD.
           05  CARD-KEY            PIC X(10).
           05  FILLER              PIC X(70).
       01  DOSSIER-KEY     PIC X(10).

      * Date work fields for the family's real-calendar-date check.
       01  DATE-WORK.
           05  DW-YEAR         PIC 9(4).
           05  DW-MONTH        PIC 9(2).
           05  DW-DAY          PIC 9(2).
       01  DATE-WORK-X REDEFINES DATE-WORK PIC X(8).
       01  DATE-VALID-SW   PIC X(1).
       01  DW-MAX-DAY      PIC 9(2) VALUE ZERO.

      * A record image is printed in 100-byte slices; trailing slices
      * that are all spaces are left off, so a short record struct
      * prints on one line.
       01  IMAGE-WORK      PIC X(400).
       01  IMAGE-SLICES REDEFINES IMAGE-WORK.
           05  IMAGE-SLICE OCCURS 4 TIMES PIC X(100).
       01  IMAGE-LABEL     PIC X(7).
       01  IMAGE-IX        PIC 9(1) VALUE ZERO.
       01  IMAGE-LAST      PIC 9(1) VALUE ZERO.

       01  REG-HIST-IX     PIC 9(2) VALUE ZERO.

      * The currency group in progress while the key's history is
      * browsed - KEYHIST arrives currency by currency, dates
      * ascending, so each currency gets a range total line.
       01  GROUP-OPEN-SW   PIC X(1) VALUE 'N'.
       01  GROUP-CCY       PIC X(3).
       01  GROUP-COUNT     PIC 9(9) VALUE ZERO.
       01  GROUP-AMOUNT    PIC S9(15)V99 VALUE ZERO.
       01  GROUP-RVS-COUNT PIC 9(9) VALUE ZERO.
       01  GROUP-RVS-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  KH-NET-AFTER    PIC S9(15)V99 VALUE ZERO.

      * Report control - the same staged-line page-break machinery
      * as the read_data template's operations report, with a
      * second page counter restarted for every dossier.
       01  RPT-WORK-LINE   PIC X(132).
       01  SECTION-TITLE   PIC X(40).
       01  RPT-PAGE-NUM    PIC 9(5) VALUE ZERO.
       01  RPT-DOSSIER-PAGE PIC 9(4) VALUE ZERO.
       01  RPT-LINE-COUNT  PIC 9(3) VALUE 999.
       01  RPT-LINES-PER-PAGE PIC 9(3) VALUE 55.

       01  RPT-HEADING-1.
           05  FILLER          PIC X(9) VALUE "PROGRAM: ".
           05  RPT-H1-PGM      PIC X(8).
           05  FILLER          PIC X(12) VALUE "   RUN DATE ".
           05  RPT-H1-DATE     PIC X(8).
           05  FILLER          PIC X(68) VALUE
               "             KEY INVESTIGATION DOSSIER".
           05  FILLER          PIC X(5) VALUE "PAGE ".
           05  RPT-H1-PAGE     PIC ZZZZ9.

       01  RPT-HEADING-2.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(5) VALUE "KEY: ".
           05  RPT-H2-KEY      PIC X(10).
           05  FILLER          PIC X(15) VALUE "   DATE RANGE: ".
           05  RPT-H2-FROM     PIC X(8).
           05  FILLER          PIC X(4) VALUE " TO ".
           05  RPT-H2-TO       PIC X(8).
           05  FILLER          PIC X(16) VALUE "   DOSSIER PAGE ".
           05  RPT-H2-PAGE     PIC ZZZ9.
           05  FILLER          PIC X(61) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-AMT-LABEL   PIC X(30).
           05  RPT-AMT-VALUE   PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(74) VALUE SPACES.

       01  RPT-IMAGE-LINE.
           05  FILLER          PIC X(5) VALUE SPACES.
           05  RPT-IMG-LABEL   PIC X(7).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-IMG-TEXT    PIC X(100).
           05  FILLER          PIC X(18) VALUE SPACES.

       01  RPT-JRN-HEAD.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "RUN ID".
           05  FILLER          PIC X(11) VALUE "      SEQ".
           05  FILLER          PIC X(10) VALUE "DATE".
           05  FILLER          PIC X(8) VALUE "TIME".
           05  FILLER          PIC X(8) VALUE "ACTION".
           05  FILLER          PIC X(27) VALUE
               "            BEFORE AMOUNT".
           05  FILLER          PIC X(25) VALUE
               "             AFTER AMOUNT".
           05  FILLER          PIC X(30) VALUE SPACES.

      * The before and after amounts are blank on the side of an add
      * or delete that has no image, hence the alphanumeric views.
       01  RPT-JRN-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-JRN-RUN-ID  PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JRN-SEQ     PIC ZZZZZZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JRN-DATE    PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JRN-TIME    PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JRN-ACTION  PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JRN-BEF-X   PIC X(25).
           05  RPT-JRN-BEF REDEFINES RPT-JRN-BEF-X
                               PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JRN-AFT-X   PIC X(25).
           05  RPT-JRN-AFT REDEFINES RPT-JRN-AFT-X
                               PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(30) VALUE SPACES.

       01  RPT-REG-HEAD.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "STATUS".
           05  FILLER          PIC X(12) VALUE "FIRST SEEN".
           05  FILLER          PIC X(12) VALUE "LAST SEEN".
           05  FILLER          PIC X(8) VALUE "CYCLES".
           05  FILLER          PIC X(8) VALUE "REASON".
           05  FILLER          PIC X(50) VALUE "REASON HISTORY".
           05  FILLER          PIC X(29) VALUE SPACES.

       01  RPT-REG-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-REG-STATUS  PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REG-FIRST   PIC X(8).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-REG-LAST    PIC X(8).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-REG-CYCLES  PIC ZZZ9.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-REG-REASON  PIC X(4).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-REG-HIST.
               10  RPT-REG-HIST-ENT OCCURS 10 TIMES PIC X(5).
           05  FILLER          PIC X(29) VALUE SPACES.

       01  RPT-XLT-HEAD.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "EFFECTIVE".
           05  FILLER          PIC X(12) VALUE "ACCOUNT".
           05  FILLER          PIC X(12) VALUE "CHANGED BY".
           05  FILLER          PIC X(10) VALUE "ON".
           05  FILLER          PIC X(6) VALUE "AT".
           05  FILLER          PIC X(77) VALUE SPACES.

       01  RPT-XLT-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-XLT-EFF     PIC X(8).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-XLT-ACCOUNT PIC X(8).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-XLT-USER    PIC X(8).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-XLT-UPD-DATE PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-XLT-UPD-TIME PIC X(6).
           05  FILLER          PIC X(77) VALUE SPACES.

       01  RPT-AUD-HEAD.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "DATE".
           05  FILLER          PIC X(8) VALUE "TIME".
           05  FILLER          PIC X(10) VALUE "USER".
           05  FILLER          PIC X(8) VALUE "ACTION".
           05  FILLER          PIC X(12) VALUE "EFFECTIVE".
           05  FILLER          PIC X(12) VALUE "OLD ACCOUNT".
           05  FILLER          PIC X(12) VALUE "NEW ACCOUNT".
           05  FILLER          PIC X(57) VALUE SPACES.

       01  RPT-AUD-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-AUD-DATE    PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-AUD-TIME    PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-AUD-USER    PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-AUD-ACTION  PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-AUD-EFF     PIC X(8).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-AUD-OLD     PIC X(8).
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-AUD-NEW     PIC X(8).
           05  FILLER          PIC X(61) VALUE SPACES.

       01  RPT-KH-HEAD.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  FILLER          PIC X(6) VALUE "CCY".
           05  FILLER          PIC X(10) VALUE "BUS DATE".
           05  FILLER          PIC X(13) VALUE " RECORD COUNT".
           05  FILLER          PIC X(27) VALUE
               "                 POSTED NET".
           05  FILLER          PIC X(11) VALUE "  REVERSALS".
           05  FILLER          PIC X(27) VALUE
               "               REVERSED NET".
           05  FILLER          PIC X(27) VALUE
               "         NET AFTER REVERSAL".
           05  FILLER          PIC X(8) VALUE SPACES.

       01  RPT-KH-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-KH-CCY      PIC X(3).
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-KH-DATE     PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-KH-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-KH-NET      PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-KH-RVS-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-KH-RVS-NET  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-KH-NET-AFTER PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(8) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TOT-LABEL   PIC X(30).
           05  RPT-TOT-VALUE   PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(88) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE ZERO TO RETURN-CODE.
           PERFORM READ-PARM-CARD.
           OPEN INPUT IN-REC-1.
           IF FILE-STATUS-1 NOT = '00'
           DISPLAY "UNABLE TO OPEN MASTER1 - FILE STATUS "
              FILE-STATUS-1
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT REJ-REG-FILE.
           IF FILE-STATUS-REG NOT = '00'
           DISPLAY "UNABLE TO OPEN REGSTR1 - FILE STATUS "
              FILE-STATUS-REG
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT KEY-XLAT-FILE.
           IF FILE-STATUS-XLT NOT = '00'
           DISPLAY "UNABLE TO OPEN KEYXLAT - FILE STATUS "
              FILE-STATUS-XLT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT KEY-HIST-FILE.
           IF FILE-STATUS-KH NOT = '00'
           DISPLAY "UNABLE TO OPEN KEYHIST - FILE STATUS "
              FILE-STATUS-KH
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
           PERFORM READ-KEY-CARDS.
           PERFORM WRITE-REPORT-TOTALS.
           DISPLAY "# key cards read: " NUM-KEY-CARDS
           DISPLAY "# dossiers printed: " NUM-DOSSIERS
           DISPLAY "# keys not on the master: " NUM-NOT-ON-MASTER
           DISPLAY "# key cards rejected: " NUM-CARDS-REJECTED
           IF NUM-CARDS-REJECTED > ZERO
           MOVE 8 TO RETURN-CODE
           END-IF
           IF NUM-KEY-CARDS = ZERO
           DISPLAY "NO KEY CARDS FOLLOW THE RUN-CONTROL CARD -"
              " NOTHING TO REPORT"
           MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-STOP.
           STOP RUN.

      * Closes the files and stops
       CLOSE-STOP.
           CLOSE PARM-FILE.
           CLOSE IN-REC-1.
           CLOSE REJ-REG-FILE.
           CLOSE KEY-XLAT-FILE.
           CLOSE KEY-HIST-FILE.
           CLOSE RPT-FILE.

      * Reads and validates the run-control card before any input is
      * opened, in the main template's convention. SYSIN stays open
      * afterwards - the key cards follow on it.
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
           MOVE PARM-FROM-DATE TO DATE-WORK-X
           PERFORM CHECK-DATE-VALID
           IF DATE-VALID-SW = 'N'
           DISPLAY "RUN-CONTROL CARD INVALID - FROM DATE IS NOT A"
              " REAL CALENDAR DATE: " PARM-FROM-DATE
           MOVE 'Y' TO PARM-ERROR-SW
           END-IF
           MOVE PARM-TO-DATE TO DATE-WORK-X
           PERFORM CHECK-DATE-VALID
           IF DATE-VALID-SW = 'N'
           DISPLAY "RUN-CONTROL CARD INVALID - TO DATE IS NOT A"
              " REAL CALENDAR DATE: " PARM-TO-DATE
           MOVE 'Y' TO PARM-ERROR-SW
           END-IF
           IF PARM-ERROR-SW = 'N' AND PARM-FROM-DATE > PARM-TO-DATE
           DISPLAY "RUN-CONTROL CARD INVALID - FROM DATE "
              PARM-FROM-DATE " IS AFTER TO DATE " PARM-TO-DATE
           MOVE 'Y' TO PARM-ERROR-SW
           END-IF
           IF PARM-ERROR-SW = 'Y'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

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

      * One dossier per key card. A card with no key - or the
      * LOW-VALUES key the master keeps its control record under -
      * is reported and skipped.
       READ-KEY-CARDS.
           PERFORM READ-CARD
           PERFORM UNTIL LASTREC = 'Y'
           ADD 1 TO NUM-KEY-CARDS
           MOVE PARM-CARD-REC TO KEY-CARD
           IF CARD-KEY = SPACES OR CARD-KEY = LOW-VALUES
           DISPLAY "KEY CARD " NUM-KEY-CARDS " INVALID - KEY"
              " MISSING"
           ADD 1 TO NUM-CARDS-REJECTED
           ELSE
           MOVE CARD-KEY TO DOSSIER-KEY
           PERFORM PRINT-DOSSIER
           END-IF
           PERFORM READ-CARD
           END-PERFORM.

       READ-CARD.
           READ PARM-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.

      * The dossier always starts on a fresh page with its own page
      * count, so each key's pages can be pulled out and handed over
      * on their own.
       PRINT-DOSSIER.
           ADD 1 TO NUM-DOSSIERS
           MOVE ZERO TO RPT-DOSSIER-PAGE
           MOVE 999 TO RPT-LINE-COUNT
           PERFORM REPORT-MASTER-RECORD
           PERFORM REPORT-JOURNAL
           PERFORM REPORT-REGISTER
           PERFORM REPORT-XLAT-ENTRIES
           PERFORM REPORT-XLAT-AUDIT
           PERFORM REPORT-KEY-HISTORY.

      * Writes a section title with a blank line ahead of it.
       WRITE-SECTION-TITLE.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SECTION-TITLE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * The master image as it stands now.
       REPORT-MASTER-RECORD.
           MOVE " CURRENT MASTER RECORD" TO SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE DOSSIER-KEY TO REC-1-KEY
           READ IN-REC-1
           INVALID KEY
           ADD 1 TO NUM-NOT-ON-MASTER
           MOVE "   KEY NOT ON THE MASTER" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           NOT INVALID KEY
           MOVE "MASTER AMOUNT" TO RPT-AMT-LABEL
           MOVE REC-1-AMOUNT TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE REC-1 TO IMAGE-WORK
           MOVE "IMAGE" TO IMAGE-LABEL
           PERFORM WRITE-IMAGE-LINES
           END-READ.

      * Prints IMAGE-WORK in 100-byte slices up to its last non-blank
      * slice, IMAGE-LABEL against the first.
       WRITE-IMAGE-LINES.
           MOVE 1 TO IMAGE-LAST
           PERFORM VARYING IMAGE-IX FROM 4 BY -1
              UNTIL IMAGE-IX < 2
           IF IMAGE-LAST = 1 AND IMAGE-SLICE(IMAGE-IX) NOT = SPACES
           MOVE IMAGE-IX TO IMAGE-LAST
           END-IF
           END-PERFORM
           MOVE IMAGE-LABEL TO RPT-IMG-LABEL
           PERFORM VARYING IMAGE-IX FROM 1 BY 1
              UNTIL IMAGE-IX > IMAGE-LAST
           MOVE IMAGE-SLICE(IMAGE-IX) TO RPT-IMG-TEXT
           MOVE RPT-IMAGE-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-IMG-LABEL
           END-PERFORM.

      * Every journaled change to the key stamped inside the date
      * range, in journal order - an APPLY's change and the BACKOUT
      * that undid it both appear, under their own run identifiers.
       REPORT-JOURNAL.
           MOVE " JOURNALED CHANGES (JRNL1)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE RPT-JRN-HEAD TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO KEY-JRN-COUNT
           MOVE 'N' TO LASTREC-JRN
           OPEN INPUT JRNL-FILE
           IF FILE-STATUS-JRN NOT = '00'
           DISPLAY "UNABLE TO OPEN JRNL1 - FILE STATUS "
              FILE-STATUS-JRN
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL LASTREC-JRN = 'Y'
           IF JRN-KEY = DOSSIER-KEY
              AND JRN-DATE NOT < PARM-FROM-DATE
              AND JRN-DATE NOT > PARM-TO-DATE
           PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE JRNL-FILE
           IF KEY-JRN-COUNT = ZERO
           MOVE "   NO JOURNALED CHANGES IN THE DATE RANGE"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF.

       READ-JOURNAL-RECORD.
           READ JRNL-FILE
           AT END MOVE 'Y' TO LASTREC-JRN
           END-READ.

      * One journal entry - the summary line, then the before and
      * after images. Each image is laid over the record struct to
      * pick out its amount; the side an add or delete has no image
      * for is left blank.
       WRITE-JOURNAL-ENTRY.
           ADD 1 TO KEY-JRN-COUNT
           MOVE JRN-RUN-ID TO RPT-JRN-RUN-ID
           MOVE JRN-SEQ TO RPT-JRN-SEQ
           MOVE JRN-DATE TO RPT-JRN-DATE
           MOVE JRN-TIME TO RPT-JRN-TIME
           EVALUATE JRN-ACTION
           WHEN 'W'
           MOVE "ADD" TO RPT-JRN-ACTION
           WHEN 'R'
           MOVE "CHANGE" TO RPT-JRN-ACTION
           WHEN 'D'
           MOVE "DELETE" TO RPT-JRN-ACTION
           WHEN OTHER
           MOVE JRN-ACTION TO RPT-JRN-ACTION
           END-EVALUATE
           IF JRN-BEFORE-IMAGE = SPACES
           MOVE SPACES TO RPT-JRN-BEF-X
           ELSE
           MOVE JRN-BEFORE-IMAGE TO REC-1
           MOVE REC-1-AMOUNT TO RPT-JRN-BEF
           END-IF
           IF JRN-AFTER-IMAGE = SPACES
           MOVE SPACES TO RPT-JRN-AFT-X
           ELSE
           MOVE JRN-AFTER-IMAGE TO REC-1
           MOVE REC-1-AMOUNT TO RPT-JRN-AFT
           END-IF
           MOVE RPT-JRN-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF JRN-BEFORE-IMAGE NOT = SPACES
           MOVE JRN-BEFORE-IMAGE TO IMAGE-WORK
           MOVE "BEFORE" TO IMAGE-LABEL
           PERFORM WRITE-IMAGE-LINES
           END-IF
           IF JRN-AFTER-IMAGE NOT = SPACES
           MOVE JRN-AFTER-IMAGE TO IMAGE-WORK
           MOVE "AFTER" TO IMAGE-LABEL
           PERFORM WRITE-IMAGE-LINES
           END-IF.

      * The key's reject register entry, if it has ever been
      * rejected - shown whole, whatever the date range, since the
      * register keeps one entry per key with its full history.
       REPORT-REGISTER.
           MOVE " REJECT REGISTER (REGSTR1)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE DOSSIER-KEY TO REG-KEY
           READ REJ-REG-FILE
           INVALID KEY
           MOVE "   NO REJECT REGISTER ENTRY - NEVER REJECTED"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           NOT INVALID KEY
           MOVE RPT-REG-HEAD TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REGISTER-ENTRY
           END-READ.

       WRITE-REGISTER-ENTRY.
           EVALUATE REG-STATUS
           WHEN 'O'
           MOVE "OPEN" TO RPT-REG-STATUS
           WHEN 'R'
           MOVE "REPAIRED" TO RPT-REG-STATUS
           WHEN OTHER
           MOVE REG-STATUS TO RPT-REG-STATUS
           END-EVALUATE
           MOVE REG-FIRST-DATE TO RPT-REG-FIRST
           MOVE REG-LAST-DATE TO RPT-REG-LAST
           MOVE REG-CYCLES TO RPT-REG-CYCLES
           MOVE REG-LAST-REASON TO RPT-REG-REASON
           MOVE SPACES TO RPT-REG-HIST
           PERFORM VARYING REG-HIST-IX FROM 1 BY 1
              UNTIL REG-HIST-IX > REG-REASON-COUNT
              OR REG-HIST-IX > 10
           MOVE REG-REASON-HIST(REG-HIST-IX)
              TO RPT-REG-HIST-ENT(REG-HIST-IX)
           END-PERFORM
           MOVE RPT-REG-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * Every effective-dated translation entry for the key, oldest
      * first - the mapping over time, with who last changed each
      * entry. 00000000 is the "always" entry.
       REPORT-XLAT-ENTRIES.
           MOVE " ACCOUNT MAPPING (KEYXLAT)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE RPT-XLT-HEAD TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO KEY-XLT-COUNT
           MOVE 'N' TO LASTREC-XLT
           MOVE DOSSIER-KEY TO XLT-M-KEY
           MOVE LOW-VALUES TO XLT-M-EFF-DATE
           START KEY-XLAT-FILE KEY IS NOT LESS THAN XLT-M-FULL-KEY
           INVALID KEY MOVE 'Y' TO LASTREC-XLT
           END-START
           PERFORM UNTIL LASTREC-XLT = 'Y'
           READ KEY-XLAT-FILE NEXT RECORD
           AT END MOVE 'Y' TO LASTREC-XLT
           NOT AT END
           IF XLT-M-KEY NOT = DOSSIER-KEY
           MOVE 'Y' TO LASTREC-XLT
           ELSE
           PERFORM WRITE-XLAT-ENTRY
           END-IF
           END-READ
           END-PERFORM
           IF KEY-XLT-COUNT = ZERO
           MOVE "   NO TRANSLATION ENTRIES FOR THE KEY"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-XLAT-ENTRY.
           ADD 1 TO KEY-XLT-COUNT
           MOVE XLT-M-EFF-DATE TO RPT-XLT-EFF
           MOVE XLT-M-ACCOUNT TO RPT-XLT-ACCOUNT
           MOVE XLT-M-UPD-USER TO RPT-XLT-USER
           MOVE XLT-M-UPD-DATE TO RPT-XLT-UPD-DATE
           MOVE XLT-M-UPD-TIME TO RPT-XLT-UPD-TIME
           MOVE RPT-XLT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * The XLTAUDIT trail for the key inside the date range - every
      * add, change and delete of its mapping, including entries
      * since deleted from KEYXLAT, with who made it and when.
       REPORT-XLAT-AUDIT.
           MOVE " MAPPING CHANGES (XLTAUDIT)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE RPT-AUD-HEAD TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO KEY-AUD-COUNT
           MOVE 'N' TO LASTREC-AUD
           OPEN INPUT XLT-AUDIT-FILE
           IF FILE-STATUS-AUD NOT = '00'
           DISPLAY "UNABLE TO OPEN XLTAUDIT - FILE STATUS "
              FILE-STATUS-AUD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL LASTREC-AUD = 'Y'
           IF AUD-KEY = DOSSIER-KEY
              AND AUD-DATE NOT < PARM-FROM-DATE
              AND AUD-DATE NOT > PARM-TO-DATE
           PERFORM WRITE-AUDIT-ENTRY
           END-IF
           PERFORM READ-AUDIT-RECORD
           END-PERFORM
           CLOSE XLT-AUDIT-FILE
           IF KEY-AUD-COUNT = ZERO
           MOVE "   NO MAPPING CHANGES IN THE DATE RANGE"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF.

       READ-AUDIT-RECORD.
           READ XLT-AUDIT-FILE
           AT END MOVE 'Y' TO LASTREC-AUD
           END-READ.

       WRITE-AUDIT-ENTRY.
           ADD 1 TO KEY-AUD-COUNT
           MOVE AUD-DATE TO RPT-AUD-DATE
           MOVE AUD-TIME TO RPT-AUD-TIME
           MOVE AUD-USER TO RPT-AUD-USER
           EVALUATE AUD-ACTION
           WHEN 'A'
           MOVE "ADD" TO RPT-AUD-ACTION
           WHEN 'C'
           MOVE "CHANGE" TO RPT-AUD-ACTION
           WHEN 'D'
           MOVE "DELETE" TO RPT-AUD-ACTION
           WHEN OTHER
           MOVE AUD-ACTION TO RPT-AUD-ACTION
           END-EVALUATE
           MOVE AUD-EFF-DATE TO RPT-AUD-EFF
           MOVE AUD-OLD-ACCOUNT TO RPT-AUD-OLD
           MOVE AUD-NEW-ACCOUNT TO RPT-AUD-NEW
           MOVE RPT-AUD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * The key's KEYHIST count and net for each business date in the
      * range, the reversals since posted against the date and the
      * net after them, currency by currency, each currency closed
      * with its range total.
       REPORT-KEY-HISTORY.
           MOVE " POSTING HISTORY (KEYHIST)" TO SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE RPT-KH-HEAD TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO KEY-KH-COUNT
           MOVE 'N' TO GROUP-OPEN-SW
           MOVE 'N' TO LASTREC-KH
           MOVE DOSSIER-KEY TO KH-KEY
           MOVE LOW-VALUES TO KH-CURRENCY
           MOVE LOW-VALUES TO KH-BUS-DATE
           START KEY-HIST-FILE KEY IS NOT LESS THAN KH-FULL-KEY
           INVALID KEY MOVE 'Y' TO LASTREC-KH
           END-START
           PERFORM UNTIL LASTREC-KH = 'Y'
           READ KEY-HIST-FILE NEXT RECORD
           AT END MOVE 'Y' TO LASTREC-KH
           NOT AT END
           IF KH-KEY NOT = DOSSIER-KEY
           MOVE 'Y' TO LASTREC-KH
           ELSE
           IF KH-BUS-DATE NOT < PARM-FROM-DATE
              AND KH-BUS-DATE NOT > PARM-TO-DATE
           PERFORM WRITE-HISTORY-ENTRY
           END-IF
           END-IF
           END-READ
           END-PERFORM
           IF GROUP-OPEN-SW = 'Y'
           PERFORM WRITE-HISTORY-TOTAL
           END-IF
           IF KEY-KH-COUNT = ZERO
           MOVE "   NO POSTING HISTORY IN THE DATE RANGE"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-HISTORY-ENTRY.
           IF GROUP-OPEN-SW = 'Y' AND KH-CURRENCY NOT = GROUP-CCY
           PERFORM WRITE-HISTORY-TOTAL
           END-IF
           IF GROUP-OPEN-SW = 'N'
           MOVE 'Y' TO GROUP-OPEN-SW
           MOVE KH-CURRENCY TO GROUP-CCY
           MOVE ZERO TO GROUP-COUNT
           MOVE ZERO TO GROUP-AMOUNT
           MOVE ZERO TO GROUP-RVS-COUNT
           MOVE ZERO TO GROUP-RVS-AMOUNT
           END-IF
           IF KH-RVS-COUNT NOT NUMERIC OR KH-RVS-AMOUNT NOT NUMERIC
           MOVE ZERO TO KH-RVS-COUNT
           MOVE ZERO TO KH-RVS-AMOUNT
           END-IF
           ADD 1 TO KEY-KH-COUNT
           ADD KH-REC-COUNT TO GROUP-COUNT
           ADD KH-AMOUNT TO GROUP-AMOUNT
           ADD KH-RVS-COUNT TO GROUP-RVS-COUNT
           ADD KH-RVS-AMOUNT TO GROUP-RVS-AMOUNT
           MOVE KH-CURRENCY TO RPT-KH-CCY
           MOVE KH-BUS-DATE TO RPT-KH-DATE
           MOVE KH-REC-COUNT TO RPT-KH-COUNT
           MOVE KH-AMOUNT TO RPT-KH-NET
           MOVE KH-RVS-COUNT TO RPT-KH-RVS-COUNT
           MOVE KH-RVS-AMOUNT TO RPT-KH-RVS-NET
           COMPUTE KH-NET-AFTER = KH-AMOUNT + KH-RVS-AMOUNT
           MOVE KH-NET-AFTER TO RPT-KH-NET-AFTER
           MOVE RPT-KH-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-HISTORY-TOTAL.
           MOVE GROUP-CCY TO RPT-KH-CCY
           MOVE "TOTAL" TO RPT-KH-DATE
           MOVE GROUP-COUNT TO RPT-KH-COUNT
           MOVE GROUP-AMOUNT TO RPT-KH-NET
           MOVE GROUP-RVS-COUNT TO RPT-KH-RVS-COUNT
           MOVE GROUP-RVS-AMOUNT TO RPT-KH-RVS-NET
           COMPUTE KH-NET-AFTER = GROUP-AMOUNT + GROUP-RVS-AMOUNT
           MOVE KH-NET-AFTER TO RPT-KH-NET-AFTER
           MOVE RPT-KH-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO GROUP-OPEN-SW.

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
           ADD 1 TO RPT-DOSSIER-PAGE
           MOVE "{{COBOL-NAME}}" TO RPT-H1-PGM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-H1-DATE
           MOVE RPT-PAGE-NUM TO RPT-H1-PAGE
           MOVE DOSSIER-KEY TO RPT-H2-KEY
           MOVE PARM-FROM-DATE TO RPT-H2-FROM
           MOVE PARM-TO-DATE TO RPT-H2-TO
           MOVE RPT-DOSSIER-PAGE TO RPT-H2-PAGE
           WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE
           WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO RPT-LINE-COUNT.

      * Totals on a page of their own after the last dossier.
       WRITE-REPORT-TOTALS.
           MOVE "*TOTALS*" TO DOSSIER-KEY
           MOVE ZERO TO RPT-DOSSIER-PAGE
           MOVE 999 TO RPT-LINE-COUNT
           MOVE "KEY CARDS READ" TO RPT-TOT-LABEL
           MOVE NUM-KEY-CARDS TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DOSSIERS PRINTED" TO RPT-TOT-LABEL
           MOVE NUM-DOSSIERS TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "KEYS NOT ON THE MASTER" TO RPT-TOT-LABEL
           MOVE NUM-NOT-ON-MASTER TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "KEY CARDS REJECTED" TO RPT-TOT-LABEL
           MOVE NUM-CARDS-REJECTED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.
