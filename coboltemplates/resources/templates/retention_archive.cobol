       IDENTIFICATION DIVISION.
       PROGRAM-ID.    {{COBOL-NAME}}.
       AUTHOR.        {{AUTHOR}}.
      *
      * Retention and archiving for the files the template family
      * only ever adds to - the AUDITLOG run trail, the JRNL1
      * before/after journal and the XLTAUDIT mapping trail, all
      * accumulated under DISP=MOD, and the KEYHIST trend master,
      * which keeps every business date it is given. For each file
      * the run-control card gives a retention period in business
      * days; the cutoff is that many working days (per CALNDR1)
      * before the card's as-of date, and everything dated before
      * the cutoff moves to a new archive generation, leaving the
      * live file holding only the retained window. The archive
      * records keep the live layout, so a generation can be
      * concatenated back under audit_history or key_dossier when
      * an old question comes up.
      * Two rules override the dates:
      *   - AUDITLOG moves run by run - a header and the trailer
      *     that closes it always go to the same place, decided on
      *     the header's business date, so audit_history still pairs
      *     every run it can see.
      *   - JRNL1 moves run by run too, and only a run whose every
      *     record is older than the cutoff goes - a BACKOUT replays
      *     a run's records as a set, and half a run is worse than
      *     none. The newest run on the journal is never archived,
      *     whatever its age, so the last apply can always be undone.
      *     Nor is any run stamped at or after the master's last
      *     UNLOAD, or the last run stamped before it - RECOVER rolls
      *     the journal forward from the unload, and a run missing
      *     from that stretch would leave the recovered master short
      *     with no sequence break to show it.
      * A sequential trail is split into its archive generation and
      * a work copy of the retained records, the two are proved
      * against the records read, and only then is the work copy
      * written back over the live file. KEYHIST is keyed and is
      * trimmed in place.
      * The run-control card on SYSIN:
      *   columns  1-8  business as-of date (YYYYMMDD)
      *   columns 10-13 AUDITLOG retention in business days
      *   columns 15-18 JRNL1 retention in business days
      *   columns 20-23 XLTAUDIT retention in business days
      *   columns 25-28 KEYHIST retention in business days
      *   columns 30-37 date (YYYYMMDD) and 39-44 time (HHMMSS) the
      *                 master's last UNLOAD was taken, as its header
      *                 stamp gives them - required when JRNL1 is
      *                 trimmed
      * A retention of 0000 leaves that file alone - its DDs are not
      * opened, though the job's clean-up step still expects them.
      * The report shows, per file, the cutoff and the records in,
      * retained and archived. Any failure ends RETURN-CODE 16.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               FILE STATUS IS FILE-STATUS-AUDIT.
           SELECT AUDIT-ARCH-FILE ASSIGN TO AUDARCH
               FILE STATUS IS FILE-STATUS-AUDA.
           SELECT AUDIT-WORK-FILE ASSIGN TO AUDWORK
               FILE STATUS IS FILE-STATUS-AUDW.
           SELECT JRNL-FILE ASSIGN TO JRNL1
               FILE STATUS IS FILE-STATUS-JRN.
           SELECT JRN-ARCH-FILE ASSIGN TO JRNARCH
               FILE STATUS IS FILE-STATUS-JRNA.
           SELECT JRN-WORK-FILE ASSIGN TO JRNWORK
               FILE STATUS IS FILE-STATUS-JRNW.
           SELECT XLT-AUDIT-FILE ASSIGN TO XLTAUDIT
               FILE STATUS IS FILE-STATUS-AUD.
           SELECT XLT-ARCH-FILE ASSIGN TO XLTARCH
               FILE STATUS IS FILE-STATUS-AUDXA.
           SELECT XLT-WORK-FILE ASSIGN TO XLTWORK
               FILE STATUS IS FILE-STATUS-AUDXW.
           SELECT KEY-HIST-FILE ASSIGN TO KEYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KH-FULL-KEY
               FILE STATUS IS FILE-STATUS-KH.
           SELECT KH-ARCH-FILE ASSIGN TO KHARCH
               FILE STATUS IS FILE-STATUS-KHA.
           SELECT CAL-FILE ASSIGN TO CALNDR1
               FILE STATUS IS FILE-STATUS-CAL.
           SELECT RPT-FILE ASSIGN TO REPORT1
               FILE STATUS IS FILE-STATUS-RPT.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.


       DATA DIVISION.
       FILE SECTION.
      * Hand-maintained mirror of the AUDIT-REC layout written by the
      * read_data template (LRECL 127) - keep in step, as
      * audit_history does.
       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05  AUDIT-REC-TYPE      PIC X(1).
           05  AUDIT-PGM-NAME      PIC X(8).
           05  AUDIT-RUN-DATE      PIC X(8).
           05  AUDIT-RUN-TIME      PIC X(6).
           05  AUDIT-REC-COUNT     PIC 9(16).
           05  AUDIT-BUS-DATE      PIC X(8).
           05  AUDIT-PARM-DATA     PIC X(80).

      * Archive generation and retained work copy - the live layout
      * byte for byte.
       FD  AUDIT-ARCH-FILE
           RECORDING MODE IS F.
       01  AUDIT-ARCH-REC      PIC X(127).

       FD  AUDIT-WORK-FILE
           RECORDING MODE IS F.
       01  AUDIT-WORK-REC      PIC X(127).

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

       FD  JRN-ARCH-FILE
           RECORDING MODE IS F.
       01  JRN-ARCH-REC        PIC X(842).

       FD  JRN-WORK-FILE
           RECORDING MODE IS F.
       01  JRN-WORK-REC        PIC X(842).

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

       FD  XLT-ARCH-FILE
           RECORDING MODE IS F.
       01  XLT-ARCH-REC        PIC X(63).

       FD  XLT-WORK-FILE
           RECORDING MODE IS F.
       01  XLT-WORK-REC        PIC X(63).

      * The key_history trend master - keep in step. A date is
      * archived whole, its reversal figures with it.
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

      * KEYHIST archive generation - flat, in the master's layout, so
      * it can be reloaded with REPRO if it is ever wanted back.
       FD  KH-ARCH-FILE
           RECORDING MODE IS F.
       01  KH-ARCH-REC         PIC X(71).

      * Business calendar - one YYYYMMDD holiday per record, as read
      * by the read_data template.
       FD  CAL-FILE
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
       01  CAL-REC-1.
           05  CAL-DATE            PIC X(8).

      * The retention report, in the operations report conventions
      * of the read_data template.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).

      * Run-control card - see the header comment for the columns.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-REC       PIC X(80).

       WORKING-STORAGE SECTION.

       01  LASTREC         PIC X(1).
       01  LASTREC-CAL     PIC X(1).

       01  FILE-STATUS-AUDIT PIC X(2).
       01  FILE-STATUS-AUDA PIC X(2).
       01  FILE-STATUS-AUDW PIC X(2).
       01  FILE-STATUS-JRN PIC X(2).
       01  FILE-STATUS-JRNA PIC X(2).
       01  FILE-STATUS-JRNW PIC X(2).
       01  FILE-STATUS-AUD PIC X(2).
       01  FILE-STATUS-AUDXA PIC X(2).
       01  FILE-STATUS-AUDXW PIC X(2).
       01  FILE-STATUS-KH  PIC X(2).
       01  FILE-STATUS-KHA PIC X(2).
       01  FILE-STATUS-CAL PIC X(2).
       01  FILE-STATUS-RPT PIC X(2).
       01  FILE-STATUS-PARM PIC X(2).

      * Run-control card fields and the validated retention periods.
       01  PARM-ERROR-SW   PIC X(1) VALUE 'N'.
       01  PARM-CARD.
           05  PARM-ASOF-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-KEEP-AUDIT     PIC 9(4).
           05  FILLER              PIC X(1).
           05  PARM-KEEP-JRNL      PIC 9(4).
           05  FILLER              PIC X(1).
           05  PARM-KEEP-XLTAUD    PIC 9(4).
           05  FILLER              PIC X(1).
           05  PARM-KEEP-KEYHIST   PIC 9(4).
           05  FILLER              PIC X(1).
           05  PARM-UNLOAD-STAMP.
               10  PARM-UNLOAD-DATE    PIC X(8).
               10  FILLER              PIC X(1).
               10  PARM-UNLOAD-TIME    PIC X(6).
           05  FILLER              PIC X(36).

      * Counter must be big enough to display the value in the runtime output
      * The counts for the file in progress - zeroed as each file
      * starts, reported and proved as it ends. In must equal
      * retained plus archived, and the copy back must put exactly
      * the retained records back on the live file.
       01  NUM-RECS-IN     PIC 9(12) VALUE ZERO.
       01  NUM-RECS-KEPT   PIC 9(12) VALUE ZERO.
       01  NUM-RECS-ARCHIVED PIC 9(12) VALUE ZERO.
       01  NUM-RECS-COPIED PIC 9(12) VALUE ZERO.
       01  NUM-RUNS-KEPT   PIC 9(9) VALUE ZERO.
       01  NUM-RUNS-ARCHIVED PIC 9(9) VALUE ZERO.
       01  NUM-RUNS-HELD   PIC 9(9) VALUE ZERO.
       01  NUM-RUNS-RCV-HELD PIC 9(9) VALUE ZERO.
       01  NUM-FILES-DONE  PIC 9(1) VALUE ZERO.
       01  COUNT-CHECK     PIC 9(12) VALUE ZERO.

      * Business calendar and date work - the same holiday table,
      * real-calendar-date check and working-day test as the
      * read_data template. CUTOFF-DATE is the working day that many
      * business days before the as-of date; records dated before it
      * are archived.
       01  CAL-LOADED-SW   PIC X(1) VALUE 'N'.
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
       01  KEEP-DAYS       PIC 9(4) VALUE ZERO.
       01  KEEP-DAYS-FOUND PIC 9(4) VALUE ZERO.
       01  CUTOFF-DATE     PIC X(8) VALUE SPACES.

      * AUDITLOG pairing - where the header now waiting for its
      * trailer went: 'A' archived, 'K' kept, 'N' no header pending.
       01  PENDING-DEST-SW PIC X(1) VALUE 'N'.
       01  RECORD-DEST-SW  PIC X(1).

      * JRNL1 runs - the first pass records each run identifier with
      * its oldest and newest journal dates, the second decides every
      * record on its run's entry. A run is archived only when its
      * newest record is before the cutoff, it is not the last run
      * on the journal, and it ends before the run RECOVER-BASE-RUN
      * - the last run with a record stamped at or before the last
      * UNLOAD, which RECOVER needs to see the journal reach back to
      * the unload. The table bounds the runs one journal may hold
      * between retention runs - raise JRT-MAX if it fills.
       01  LASTREC-JRN     PIC X(1).
       01  JRT-MAX         PIC 9(5) VALUE 20000.
       01  JRT-USED        PIC 9(5) VALUE ZERO.
       01  JRT-IX          PIC 9(5) VALUE ZERO.
       01  JRT-FOUND-IX    PIC 9(5) VALUE ZERO.
       01  JRT-TABLE.
           05  JRT-ENTRY OCCURS 20000 TIMES.
               10  JRT-RUN-ID      PIC X(8).
               10  JRT-FIRST-DATE  PIC X(8).
               10  JRT-LAST-DATE   PIC X(8).
               10  JRT-LAST-STAMP  PIC X(14).
               10  JRT-ARCHIVE-SW  PIC X(1).
       01  NEWEST-RUN-ID   PIC X(8) VALUE SPACES.
       01  RECOVER-BASE-RUN PIC X(8) VALUE SPACES.
       01  UNLOAD-STAMP    PIC X(14) VALUE SPACES.
       01  BASE-RUN-SEEN-SW PIC X(1) VALUE 'N'.
       01  JRN-STAMP.
           05  JRN-STAMP-DATE  PIC X(8).
           05  JRN-STAMP-TIME  PIC X(6).

       01  LASTREC-AUD     PIC X(1).
       01  LASTREC-KH      PIC X(1).

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
               "             RETENTION AND ARCHIVE REPORT".
           05  FILLER          PIC X(5) VALUE "PAGE ".
           05  RPT-H1-PAGE     PIC ZZZZ9.

       01  RPT-HEADING-2.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(17) VALUE "BUSINESS AS-OF - ".
           05  RPT-H2-ASOF     PIC X(8).
           05  FILLER          PIC X(106) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-TOT-LABEL   PIC X(30).
           05  RPT-TOT-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(84) VALUE SPACES.

       01  RPT-CUTOFF-LINE.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  FILLER          PIC X(19) VALUE "RETENTION (DAYS) - ".
           05  RPT-CUT-DAYS    PIC ZZZ9.
           05  FILLER          PIC X(36) VALUE
               "   ARCHIVING RECORDS DATED BEFORE - ".
           05  RPT-CUT-DATE    PIC X(8).
           05  FILLER          PIC X(62) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE ZERO TO RETURN-CODE.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-BUSINESS-CALENDAR.
           OPEN OUTPUT RPT-FILE.
           IF FILE-STATUS-RPT NOT = '00'
           DISPLAY "UNABLE TO OPEN REPORT1 - FILE STATUS "
              FILE-STATUS-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PARM-KEEP-AUDIT > ZERO
           MOVE PARM-KEEP-AUDIT TO KEEP-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM ARCHIVE-AUDIT-LOG
           END-IF
           IF PARM-KEEP-JRNL > ZERO
           MOVE PARM-KEEP-JRNL TO KEEP-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM ARCHIVE-JOURNAL
           END-IF
           IF PARM-KEEP-XLTAUD > ZERO
           MOVE PARM-KEEP-XLTAUD TO KEEP-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM ARCHIVE-XLAT-AUDIT
           END-IF
           IF PARM-KEEP-KEYHIST > ZERO
           MOVE PARM-KEEP-KEYHIST TO KEEP-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM ARCHIVE-KEY-HISTORY
           END-IF
           DISPLAY "# files trimmed: " NUM-FILES-DONE
           PERFORM CLOSE-STOP.
           STOP RUN.

      * Closes the files and stops
       CLOSE-STOP.
           CLOSE RPT-FILE.

      * Reads and validates the run-control card before anything is
      * opened, in the main template's convention - a missing or
      * malformed card fails the job.
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
           MOVE PARM-ASOF-DATE TO DATE-WORK-X
           PERFORM CHECK-DATE-VALID
           IF DATE-VALID-SW = 'N'
           DISPLAY "RUN-CONTROL CARD INVALID - AS-OF DATE IS NOT A"
              " REAL CALENDAR DATE: " PARM-ASOF-DATE
           MOVE 'Y' TO PARM-ERROR-SW
           END-IF
           IF PARM-KEEP-AUDIT NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - AUDITLOG RETENTION"
              " NOT NUMERIC"
           MOVE 'Y' TO PARM-ERROR-SW
           END-IF
           IF PARM-KEEP-JRNL NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - JRNL1 RETENTION"
              " NOT NUMERIC"
           MOVE 'Y' TO PARM-ERROR-SW
           END-IF
           IF PARM-KEEP-XLTAUD NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - XLTAUDIT RETENTION"
              " NOT NUMERIC"
           MOVE 'Y' TO PARM-ERROR-SW
           END-IF
           IF PARM-KEEP-KEYHIST NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - KEYHIST RETENTION"
              " NOT NUMERIC"
           MOVE 'Y' TO PARM-ERROR-SW
           END-IF
           IF PARM-KEEP-JRNL NUMERIC AND PARM-KEEP-JRNL > ZERO
           MOVE PARM-UNLOAD-DATE TO DATE-WORK-X
           PERFORM CHECK-DATE-VALID
           IF DATE-VALID-SW = 'N' OR PARM-UNLOAD-TIME NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - JRNL1 IS TRIMMED BUT"
              " THE LAST UNLOAD DATE AND TIME (COLUMNS 30-44) ARE"
              " NOT A REAL DATE AND NUMERIC TIME: " PARM-UNLOAD-STAMP
           MOVE 'Y' TO PARM-ERROR-SW
           ELSE
           STRING PARM-UNLOAD-DATE PARM-UNLOAD-TIME
              DELIMITED BY SIZE INTO UNLOAD-STAMP
           END-IF
           END-IF
           IF PARM-ERROR-SW = 'Y'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

      * Loads the holiday list at start-up. CALNDR1 is optional, as
      * in the read_data template - without it the cutoff still
      * steps over weekends, just not bank holidays, and the job log
      * says so.
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
           MOVE 'Y' TO CAL-LOADED-SW
           ELSE
           DISPLAY "BUSINESS CALENDAR NOT SUPPLIED - WEEKENDS"
              " SKIPPED, HOLIDAYS NOT"
           END-IF.

       READ-CAL-RECORD.
           READ CAL-FILE
           AT END MOVE 'Y' TO LASTREC-CAL
           END-READ.

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

      * Steps back from the as-of date a day at a time, counting
      * only working days, until KEEP-DAYS of them have been passed
      * - that working day is the cutoff. A retention of 5 on a
      * Monday as-of keeps Monday and the whole previous week.
       COMPUTE-CUTOFF-DATE.
           MOVE ZERO TO KEEP-DAYS-FOUND
           COMPUTE DAY-INT = FUNCTION
              INTEGER-OF-DATE(FUNCTION NUMVAL(PARM-ASOF-DATE))
           PERFORM UNTIL KEEP-DAYS-FOUND = KEEP-DAYS
           SUBTRACT 1 FROM DAY-INT
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT)
           MOVE DATE-NUM TO DATE-WORK-X
           PERFORM CHECK-WORKING-DAY
           IF WORK-DAY-SW = 'Y'
           ADD 1 TO KEEP-DAYS-FOUND
           END-IF
           END-PERFORM
           MOVE DATE-WORK-X TO CUTOFF-DATE.

       RESET-FILE-COUNTS.
           MOVE ZERO TO NUM-RECS-IN
           MOVE ZERO TO NUM-RECS-KEPT
           MOVE ZERO TO NUM-RECS-ARCHIVED
           MOVE ZERO TO NUM-RECS-COPIED
           MOVE ZERO TO NUM-RUNS-KEPT
           MOVE ZERO TO NUM-RUNS-ARCHIVED
           MOVE ZERO TO NUM-RUNS-HELD
           MOVE ZERO TO NUM-RUNS-RCV-HELD.

      * Both halves of the split must account for every record read
      * before the live file is touched - otherwise the run stops
      * with the live file as it was.
       PROVE-SPLIT.
           COMPUTE COUNT-CHECK = NUM-RECS-KEPT + NUM-RECS-ARCHIVED
           IF COUNT-CHECK NOT = NUM-RECS-IN
           DISPLAY "RETENTION SPLIT DOES NOT BALANCE - READ "
              NUM-RECS-IN " KEPT " NUM-RECS-KEPT " ARCHIVED "
              NUM-RECS-ARCHIVED " - LIVE FILE NOT REPLACED"
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF.

      * The copy back must land exactly the retained records.
       PROVE-COPY-BACK.
           IF NUM-RECS-COPIED NOT = NUM-RECS-KEPT
           DISPLAY "COPY BACK WROTE " NUM-RECS-COPIED " RECORDS BUT "
              NUM-RECS-KEPT " WERE RETAINED - RESTORE THE LIVE FILE"
              " FROM ITS WORK COPY AND ARCHIVE GENERATION"
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF.

      * AUDITLOG moves run by run: a header goes by its business
      * date and its trailer follows it wherever it went, so a pair
      * is never split. A header with no trailer (an abended run)
      * goes by its own date; a trailer with no header ahead of it
      * (a damaged file) goes by its own date too.
       ARCHIVE-AUDIT-LOG.
           PERFORM RESET-FILE-COUNTS
           MOVE 'N' TO PENDING-DEST-SW
           MOVE 'N' TO LASTREC
           OPEN INPUT AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
           DISPLAY "UNABLE TO OPEN AUDITLOG - FILE STATUS "
              FILE-STATUS-AUDIT
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-ARCH-FILE
           IF FILE-STATUS-AUDA NOT = '00'
           DISPLAY "UNABLE TO OPEN AUDARCH - FILE STATUS "
              FILE-STATUS-AUDA
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-WORK-FILE
           IF FILE-STATUS-AUDW NOT = '00'
           DISPLAY "UNABLE TO OPEN AUDWORK - FILE STATUS "
              FILE-STATUS-AUDW
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL LASTREC = 'Y'
           ADD 1 TO NUM-RECS-IN
           PERFORM SPLIT-AUDIT-RECORD
           PERFORM READ-AUDIT-RECORD
           END-PERFORM
           CLOSE AUDIT-LOG
           CLOSE AUDIT-ARCH-FILE
           CLOSE AUDIT-WORK-FILE
           PERFORM PROVE-SPLIT
           PERFORM COPY-BACK-AUDIT-LOG
           PERFORM PROVE-COPY-BACK
           MOVE " AUDITLOG - RUN AUDIT TRAIL" TO RPT-WORK-LINE
           PERFORM WRITE-FILE-COUNTS
           MOVE "RUNS ARCHIVED" TO RPT-TOT-LABEL
           MOVE NUM-RUNS-ARCHIVED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RUNS RETAINED" TO RPT-TOT-LABEL
           MOVE NUM-RUNS-KEPT TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO NUM-FILES-DONE
           DISPLAY "AUDITLOG: " NUM-RECS-IN " READ, " NUM-RECS-KEPT
              " RETAINED, " NUM-RECS-ARCHIVED " ARCHIVED".

       READ-AUDIT-RECORD.
           READ AUDIT-LOG
           AT END MOVE 'Y' TO LASTREC
           END-READ.

       SPLIT-AUDIT-RECORD.
           EVALUATE TRUE
           WHEN AUDIT-REC-TYPE = 'H'
           PERFORM DECIDE-AUDIT-BY-DATE
           IF RECORD-DEST-SW = 'A'
           ADD 1 TO NUM-RUNS-ARCHIVED
           ELSE
           ADD 1 TO NUM-RUNS-KEPT
           END-IF
           MOVE RECORD-DEST-SW TO PENDING-DEST-SW
           WHEN AUDIT-REC-TYPE = 'T' AND PENDING-DEST-SW NOT = 'N'
           MOVE PENDING-DEST-SW TO RECORD-DEST-SW
           MOVE 'N' TO PENDING-DEST-SW
           WHEN AUDIT-REC-TYPE = 'T'
           DISPLAY "TRAILER WITHOUT HEADER ON AUDITLOG - RUN DATE "
              AUDIT-RUN-DATE " TIME " AUDIT-RUN-TIME
           PERFORM DECIDE-AUDIT-BY-DATE
           WHEN OTHER
           DISPLAY "UNKNOWN AUDIT RECORD TYPE: " AUDIT-REC-TYPE
              " - RETAINED"
           MOVE 'K' TO RECORD-DEST-SW
           END-EVALUATE
           IF RECORD-DEST-SW = 'A'
           WRITE AUDIT-ARCH-REC FROM AUDIT-REC
           ADD 1 TO NUM-RECS-ARCHIVED
           ELSE
           WRITE AUDIT-WORK-REC FROM AUDIT-REC
           ADD 1 TO NUM-RECS-KEPT
           END-IF.

       DECIDE-AUDIT-BY-DATE.
           IF AUDIT-BUS-DATE < CUTOFF-DATE
           MOVE 'A' TO RECORD-DEST-SW
           ELSE
           MOVE 'K' TO RECORD-DEST-SW
           END-IF.

      * Replaces the live AUDITLOG with the retained records - OPEN
      * OUTPUT under DISP=OLD rewinds and rewrites it.
       COPY-BACK-AUDIT-LOG.
           OPEN INPUT AUDIT-WORK-FILE
           OPEN OUTPUT AUDIT-LOG
           IF FILE-STATUS-AUDW NOT = '00'
              OR FILE-STATUS-AUDIT NOT = '00'
           DISPLAY "UNABLE TO COPY AUDWORK BACK TO AUDITLOG - FILE"
              " STATUS " FILE-STATUS-AUDW " / " FILE-STATUS-AUDIT
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           MOVE 'N' TO LASTREC
           PERFORM UNTIL LASTREC = 'Y'
           READ AUDIT-WORK-FILE
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
           WRITE AUDIT-REC FROM AUDIT-WORK-REC
           ADD 1 TO NUM-RECS-COPIED
           END-READ
           END-PERFORM
           CLOSE AUDIT-WORK-FILE
           CLOSE AUDIT-LOG.

      * JRNL1 moves run by run, in two passes. The first builds the
      * run table - each run's oldest and newest journal dates, and
      * which run wrote last; the second sends every record where
      * its run's verdict says. Runs that have records before the
      * cutoff but must stay are counted as held for BACKOUT; runs
      * old enough to go but kept for the roll forward from the
      * last UNLOAD are counted as held for RECOVER. The journal is
      * written in time order, so once the table reaches the base
      * run nothing after it can be archived.
       ARCHIVE-JOURNAL.
           PERFORM RESET-FILE-COUNTS
           MOVE ZERO TO JRT-USED
           MOVE ZERO TO JRT-FOUND-IX
           MOVE SPACES TO RECOVER-BASE-RUN
           PERFORM OPEN-JOURNAL-INPUT
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL LASTREC-JRN = 'Y'
           PERFORM RECORD-JOURNAL-RUN
           MOVE JRN-RUN-ID TO NEWEST-RUN-ID
           IF JRN-STAMP NOT > UNLOAD-STAMP
           MOVE JRN-RUN-ID TO RECOVER-BASE-RUN
           END-IF
           PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE JRNL-FILE
           MOVE 'N' TO BASE-RUN-SEEN-SW
           PERFORM VARYING JRT-IX FROM 1 BY 1 UNTIL JRT-IX > JRT-USED
           IF JRT-RUN-ID(JRT-IX) = RECOVER-BASE-RUN
              OR RECOVER-BASE-RUN = SPACES
           MOVE 'Y' TO BASE-RUN-SEEN-SW
           END-IF
           IF JRT-LAST-DATE(JRT-IX) < CUTOFF-DATE
              AND JRT-RUN-ID(JRT-IX) NOT = NEWEST-RUN-ID
              AND BASE-RUN-SEEN-SW = 'N'
              AND JRT-LAST-STAMP(JRT-IX) < UNLOAD-STAMP
           MOVE 'Y' TO JRT-ARCHIVE-SW(JRT-IX)
           ADD 1 TO NUM-RUNS-ARCHIVED
           ELSE
           MOVE 'N' TO JRT-ARCHIVE-SW(JRT-IX)
           ADD 1 TO NUM-RUNS-KEPT
           IF JRT-LAST-DATE(JRT-IX) < CUTOFF-DATE
              AND JRT-RUN-ID(JRT-IX) NOT = NEWEST-RUN-ID
           ADD 1 TO NUM-RUNS-RCV-HELD
           ELSE
           IF JRT-FIRST-DATE(JRT-IX) < CUTOFF-DATE
           ADD 1 TO NUM-RUNS-HELD
           END-IF
           END-IF
           END-IF
           END-PERFORM
           PERFORM OPEN-JOURNAL-INPUT
           OPEN OUTPUT JRN-ARCH-FILE
           IF FILE-STATUS-JRNA NOT = '00'
           DISPLAY "UNABLE TO OPEN JRNARCH - FILE STATUS "
              FILE-STATUS-JRNA
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           OPEN OUTPUT JRN-WORK-FILE
           IF FILE-STATUS-JRNW NOT = '00'
           DISPLAY "UNABLE TO OPEN JRNWORK - FILE STATUS "
              FILE-STATUS-JRNW
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           MOVE ZERO TO JRT-FOUND-IX
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL LASTREC-JRN = 'Y'
           ADD 1 TO NUM-RECS-IN
           PERFORM FIND-JOURNAL-RUN
           IF JRT-ARCHIVE-SW(JRT-FOUND-IX) = 'Y'
           WRITE JRN-ARCH-REC FROM JRN-REC-1
           ADD 1 TO NUM-RECS-ARCHIVED
           ELSE
           WRITE JRN-WORK-REC FROM JRN-REC-1
           ADD 1 TO NUM-RECS-KEPT
           END-IF
           PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE JRNL-FILE
           CLOSE JRN-ARCH-FILE
           CLOSE JRN-WORK-FILE
           PERFORM PROVE-SPLIT
           PERFORM COPY-BACK-JOURNAL
           PERFORM PROVE-COPY-BACK
           MOVE " JRNL1 - MASTER CHANGE JOURNAL" TO RPT-WORK-LINE
           PERFORM WRITE-FILE-COUNTS
           MOVE "RUNS ARCHIVED" TO RPT-TOT-LABEL
           MOVE NUM-RUNS-ARCHIVED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RUNS RETAINED" TO RPT-TOT-LABEL
           MOVE NUM-RUNS-KEPT TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OLD RUNS HELD FOR BACKOUT" TO RPT-TOT-LABEL
           MOVE NUM-RUNS-HELD TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OLD RUNS HELD FOR RECOVER" TO RPT-TOT-LABEL
           MOVE NUM-RUNS-RCV-HELD TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO NUM-FILES-DONE
           DISPLAY "JRNL1: " NUM-RECS-IN " READ, " NUM-RECS-KEPT
              " RETAINED, " NUM-RECS-ARCHIVED " ARCHIVED, "
              NUM-RUNS-HELD " OLD RUNS HELD FOR BACKOUT, "
              NUM-RUNS-RCV-HELD " FOR RECOVER".

       OPEN-JOURNAL-INPUT.
           MOVE 'N' TO LASTREC-JRN
           OPEN INPUT JRNL-FILE
           IF FILE-STATUS-JRN NOT = '00'
           DISPLAY "UNABLE TO OPEN JRNL1 - FILE STATUS "
              FILE-STATUS-JRN
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF.

       READ-JOURNAL-RECORD.
           READ JRNL-FILE
           AT END MOVE 'Y' TO LASTREC-JRN
           NOT AT END
           MOVE JRN-DATE TO JRN-STAMP-DATE
           MOVE JRN-TIME TO JRN-STAMP-TIME
           END-READ.

      * Adds the record's run to the run table, or widens the run's
      * date span if it is already there.
       RECORD-JOURNAL-RUN.
           PERFORM FIND-JOURNAL-RUN
           IF JRT-FOUND-IX = ZERO
           IF JRT-USED = JRT-MAX
           DISPLAY "JRNL1 HOLDS MORE THAN " JRT-MAX " RUNS - RAISE"
              " JRT-MAX"
           MOVE 16 TO RETURN-CODE
           CLOSE JRNL-FILE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           ADD 1 TO JRT-USED
           MOVE JRT-USED TO JRT-FOUND-IX
           MOVE JRN-RUN-ID TO JRT-RUN-ID(JRT-FOUND-IX)
           MOVE JRN-DATE TO JRT-FIRST-DATE(JRT-FOUND-IX)
           MOVE JRN-DATE TO JRT-LAST-DATE(JRT-FOUND-IX)
           MOVE JRN-STAMP TO JRT-LAST-STAMP(JRT-FOUND-IX)
           ELSE
           IF JRN-DATE < JRT-FIRST-DATE(JRT-FOUND-IX)
           MOVE JRN-DATE TO JRT-FIRST-DATE(JRT-FOUND-IX)
           END-IF
           IF JRN-DATE > JRT-LAST-DATE(JRT-FOUND-IX)
           MOVE JRN-DATE TO JRT-LAST-DATE(JRT-FOUND-IX)
           END-IF
           IF JRN-STAMP > JRT-LAST-STAMP(JRT-FOUND-IX)
           MOVE JRN-STAMP TO JRT-LAST-STAMP(JRT-FOUND-IX)
           END-IF
           END-IF.

      * Looks the record's run up in the run table. A run's records
      * sit together on the journal, so the entry found last time is
      * tried first and the table is only searched when the run
      * changes. JRT-FOUND-IX is zero when the run is not there.
       FIND-JOURNAL-RUN.
           IF JRT-FOUND-IX > ZERO
           IF JRT-RUN-ID(JRT-FOUND-IX) NOT = JRN-RUN-ID
           MOVE ZERO TO JRT-FOUND-IX
           END-IF
           END-IF
           IF JRT-FOUND-IX = ZERO
           PERFORM VARYING JRT-IX FROM 1 BY 1
              UNTIL JRT-IX > JRT-USED OR JRT-FOUND-IX > ZERO
           IF JRT-RUN-ID(JRT-IX) = JRN-RUN-ID
           MOVE JRT-IX TO JRT-FOUND-IX
           END-IF
           END-PERFORM
           END-IF.

       COPY-BACK-JOURNAL.
           OPEN INPUT JRN-WORK-FILE
           OPEN OUTPUT JRNL-FILE
           IF FILE-STATUS-JRNW NOT = '00'
              OR FILE-STATUS-JRN NOT = '00'
           DISPLAY "UNABLE TO COPY JRNWORK BACK TO JRNL1 - FILE"
              " STATUS " FILE-STATUS-JRNW " / " FILE-STATUS-JRN
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           MOVE 'N' TO LASTREC
           PERFORM UNTIL LASTREC = 'Y'
           READ JRN-WORK-FILE
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
           WRITE JRN-REC-1 FROM JRN-WORK-REC
           ADD 1 TO NUM-RECS-COPIED
           END-READ
           END-PERFORM
           CLOSE JRN-WORK-FILE
           CLOSE JRNL-FILE.

      * XLTAUDIT records stand alone - each goes by its own date.
       ARCHIVE-XLAT-AUDIT.
           PERFORM RESET-FILE-COUNTS
           MOVE 'N' TO LASTREC-AUD
           OPEN INPUT XLT-AUDIT-FILE
           IF FILE-STATUS-AUD NOT = '00'
           DISPLAY "UNABLE TO OPEN XLTAUDIT - FILE STATUS "
              FILE-STATUS-AUD
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           OPEN OUTPUT XLT-ARCH-FILE
           IF FILE-STATUS-AUDXA NOT = '00'
           DISPLAY "UNABLE TO OPEN XLTARCH - FILE STATUS "
              FILE-STATUS-AUDXA
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           OPEN OUTPUT XLT-WORK-FILE
           IF FILE-STATUS-AUDXW NOT = '00'
           DISPLAY "UNABLE TO OPEN XLTWORK - FILE STATUS "
              FILE-STATUS-AUDXW
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           PERFORM READ-XLAT-AUDIT-RECORD
           PERFORM UNTIL LASTREC-AUD = 'Y'
           ADD 1 TO NUM-RECS-IN
           IF AUD-DATE < CUTOFF-DATE
           WRITE XLT-ARCH-REC FROM AUD-REC-1
           ADD 1 TO NUM-RECS-ARCHIVED
           ELSE
           WRITE XLT-WORK-REC FROM AUD-REC-1
           ADD 1 TO NUM-RECS-KEPT
           END-IF
           PERFORM READ-XLAT-AUDIT-RECORD
           END-PERFORM
           CLOSE XLT-AUDIT-FILE
           CLOSE XLT-ARCH-FILE
           CLOSE XLT-WORK-FILE
           PERFORM PROVE-SPLIT
           PERFORM COPY-BACK-XLAT-AUDIT
           PERFORM PROVE-COPY-BACK
           MOVE " XLTAUDIT - MAPPING CHANGE TRAIL" TO RPT-WORK-LINE
           PERFORM WRITE-FILE-COUNTS
           ADD 1 TO NUM-FILES-DONE
           DISPLAY "XLTAUDIT: " NUM-RECS-IN " READ, " NUM-RECS-KEPT
              " RETAINED, " NUM-RECS-ARCHIVED " ARCHIVED".

       READ-XLAT-AUDIT-RECORD.
           READ XLT-AUDIT-FILE
           AT END MOVE 'Y' TO LASTREC-AUD
           END-READ.

       COPY-BACK-XLAT-AUDIT.
           OPEN INPUT XLT-WORK-FILE
           OPEN OUTPUT XLT-AUDIT-FILE
           IF FILE-STATUS-AUDXW NOT = '00'
              OR FILE-STATUS-AUD NOT = '00'
           DISPLAY "UNABLE TO COPY XLTWORK BACK TO XLTAUDIT - FILE"
              " STATUS " FILE-STATUS-AUDXW " / " FILE-STATUS-AUD
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           MOVE 'N' TO LASTREC
           PERFORM UNTIL LASTREC = 'Y'
           READ XLT-WORK-FILE
           AT END MOVE 'Y' TO LASTREC
           NOT AT END
           WRITE AUD-REC-1 FROM XLT-WORK-REC
           ADD 1 TO NUM-RECS-COPIED
           END-READ
           END-PERFORM
           CLOSE XLT-WORK-FILE
           CLOSE XLT-AUDIT-FILE.

      * KEYHIST is keyed, so it is trimmed in place: a browse in key
      * sequence writes every record dated before the cutoff to the
      * archive generation and deletes it from the master. The
      * archive record is written first, so a failure never leaves
      * a deleted record with no copy anywhere.
       ARCHIVE-KEY-HISTORY.
           PERFORM RESET-FILE-COUNTS
           MOVE 'N' TO LASTREC-KH
           OPEN I-O KEY-HIST-FILE
           IF FILE-STATUS-KH NOT = '00'
           DISPLAY "UNABLE TO OPEN KEYHIST - FILE STATUS "
              FILE-STATUS-KH
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           OPEN OUTPUT KH-ARCH-FILE
           IF FILE-STATUS-KHA NOT = '00'
           DISPLAY "UNABLE TO OPEN KHARCH - FILE STATUS "
              FILE-STATUS-KHA
           MOVE 16 TO RETURN-CODE
           CLOSE KEY-HIST-FILE
           PERFORM CLOSE-STOP
           STOP RUN
           END-IF
           MOVE LOW-VALUES TO KH-FULL-KEY
           START KEY-HIST-FILE KEY IS NOT LESS THAN KH-FULL-KEY
           INVALID KEY MOVE 'Y' TO LASTREC-KH
           END-START
           PERFORM UNTIL LASTREC-KH = 'Y'
           READ KEY-HIST-FILE NEXT RECORD
           AT END MOVE 'Y' TO LASTREC-KH
           NOT AT END
           ADD 1 TO NUM-RECS-IN
           IF KH-BUS-DATE < CUTOFF-DATE
           PERFORM ARCHIVE-HISTORY-RECORD
           ELSE
           ADD 1 TO NUM-RECS-KEPT
           END-IF
           END-READ
           END-PERFORM
           CLOSE KEY-HIST-FILE
           CLOSE KH-ARCH-FILE
           PERFORM PROVE-SPLIT
           MOVE " KEYHIST - PER-KEY TREND HISTORY" TO RPT-WORK-LINE
           PERFORM WRITE-FILE-COUNTS
           ADD 1 TO NUM-FILES-DONE
           DISPLAY "KEYHIST: " NUM-RECS-IN " READ, " NUM-RECS-KEPT
              " RETAINED, " NUM-RECS-ARCHIVED " ARCHIVED".

       ARCHIVE-HISTORY-RECORD.
           WRITE KH-ARCH-REC FROM KH-REC-1
           DELETE KEY-HIST-FILE
           INVALID KEY
           DISPLAY "HISTORY DELETE FAILED FOR KEY " KH-KEY " "
              KH-CURRENCY " " KH-BUS-DATE " - FILE STATUS "
              FILE-STATUS-KH
           MOVE 16 TO RETURN-CODE
           CLOSE KEY-HIST-FILE
           CLOSE KH-ARCH-FILE
           PERFORM CLOSE-STOP
           STOP RUN
           END-DELETE
           ADD 1 TO NUM-RECS-ARCHIVED.

      * One section per file - the title staged in RPT-WORK-LINE by
      * the caller, then the cutoff and the counts in and out.
       WRITE-FILE-COUNTS.
           PERFORM WRITE-REPORT-LINE
           MOVE KEEP-DAYS TO RPT-CUT-DAYS
           MOVE CUTOFF-DATE TO RPT-CUT-DATE
           MOVE RPT-CUTOFF-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RECORDS READ" TO RPT-TOT-LABEL
           MOVE NUM-RECS-IN TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RECORDS RETAINED" TO RPT-TOT-LABEL
           MOVE NUM-RECS-KEPT TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RECORDS ARCHIVED" TO RPT-TOT-LABEL
           MOVE NUM-RECS-ARCHIVED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

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
           MOVE PARM-ASOF-DATE TO RPT-H2-ASOF
           WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE
           WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO RPT-LINE-COUNT.
