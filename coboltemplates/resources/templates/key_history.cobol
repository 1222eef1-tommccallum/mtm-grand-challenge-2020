      * collapsing or exploding key is caught the morning it
      * happens, not at month-end. Any flagged swing ends the run
      * with RETURN-CODE 8 for the scheduler.
      * A reversal is a correction, not activity: its 'R' line is
      * rolled into the record of the business date the reversed
      * item posted under, in reversal fields of its own, so each
      * date shows what posted that day and what has since been
      * reversed out of it, and the movement is measured on the net
      * after reversals - a day whose wrong detail was later
      * cancelled trends as the corrected figure.
      * Roll each generation in exactly once - a rerun would double
      * its figures into the history.
      * The run-control card on SYSIN: columns 1-8 the business
      * The history master - one record per key, currency and
      * business date, accumulated from the GLPOST1 generations. A
      * key that posts in several transmissions of one day simply
      * adds into its date's record. KH-RVS-COUNT and KH-RVS-AMOUNT
      * are the reversals since posted against the date's items -
      * the lines and their net, the reversed amounts negated - kept
      * apart from the count and net the day itself posted. A record
      * written before the reversal fields were kept carries spaces
      * there and is read as no reversals.
       FD  KEY-HIST-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  KH-REC-1.
           05  KH-FULL-KEY.
               10  KH-KEY              PIC X(10).
           05  KH-REC-COUNT        PIC 9(9).
           05  KH-AMOUNT           PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  KH-RVS-COUNT        PIC 9(9).
           05  KH-RVS-AMOUNT       PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * Hand-maintained mirror of the GLP-REC-1 layout the read_data
      * template writes - keep in step, as gl_reconcile and
      * suspense_workoff do.
       FD  GL-POST-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
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
           05  GLP-HELD-FIELDS.
               10  GLP-HELD-COUNT      PIC 9(9).
               10  GLP-HELD-AMOUNT     PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
           05  GLP-RVS-FIELDS REDEFINES GLP-HELD-FIELDS.
               10  GLP-RVS-ORIG-DATE   PIC X(8).
               10  GLP-RVS-ORIG-SEQ    PIC 9(9).
               10  FILLER              PIC X(8).
           05  GLP-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * The trend report, in the operations report conventions of
      * the read_data template.
       01  LASTREC         PIC X(1).
       01  LASTREC-GLP     PIC X(1).

      * The date the generation's lines should carry - the card's
      * business date, or the posting date the 'T' trailer gives for
      * it when the daily run rolled the postings forward.
       01  EXPECTED-POST-DATE PIC X(8).

      * Counter must be big enough to display the value in the runtime output
       01  NUM-POSTINGS-ROLLED PIC 9(9) VALUE ZERO.
       01  NUM-POSTINGS-SKIPPED PIC 9(9) VALUE ZERO.
       01  NUM-REVERSALS-ROLLED PIC 9(9) VALUE ZERO.
       01  NUM-RVS-DATES-ADDED PIC 9(9) VALUE ZERO.
       01  NUM-KEYS-REPORTED PIC 9(9) VALUE ZERO.
       01  NUM-SWINGS-FLAGGED PIC 9(9) VALUE ZERO.

               10  HIST-DATE       PIC X(8).
               10  HIST-COUNT      PIC 9(9).
               10  HIST-AMOUNT     PIC S9(15)V99.
               10  HIST-RVS-AMOUNT PIC S9(15)V99.
               10  HIST-NET        PIC S9(15)V99.

      * The key and currency group in progress during the browse.
       01  GROUP-OPEN-SW   PIC X(1) VALUE 'N'.
           05  FILLER          PIC X(5) VALUE "CCY".
           05  FILLER          PIC X(10) VALUE "BUS DATE".
           05  FILLER          PIC X(14) VALUE "  RECORD COUNT".
           05  FILLER          PIC X(23) VALUE
               "          POSTED NET".
           05  FILLER          PIC X(23) VALUE
               "            REVERSED".
           05  FILLER          PIC X(23) VALUE
               "            MOVEMENT".
           05  FILLER          PIC X(21) VALUE SPACES.

       01  RPT-TREND-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TRD-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TRD-NET     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TRD-RVS     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TRD-MOVE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TRD-FLAG    PIC X(8).
           05  FILLER          PIC X(14) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM FIND-EXPECTED-POST-DATE.
           OPEN OUTPUT RPT-FILE.
           IF FILE-STATUS-RPT NOT = '00'
           DISPLAY "UNABLE TO OPEN REPORT1 - FILE STATUS "
           PERFORM WRITE-REPORT-TOTALS.
           DISPLAY "# posting lines rolled in: " NUM-POSTINGS-ROLLED
           DISPLAY "# posting lines skipped: " NUM-POSTINGS-SKIPPED
           DISPLAY "# reversal lines rolled in: " NUM-REVERSALS-ROLLED
           DISPLAY "# reversals for dates not on history: "
              NUM-RVS-DATES-ADDED
           DISPLAY "# key/currency groups reported: "
              NUM-KEYS-REPORTED
           DISPLAY "# swings flagged: " NUM-SWINGS-FLAGGED
           MOVE PARM-TREND-DAYS TO TREND-DAYS
           MOVE PARM-SWING-PCT TO SWING-PCT.

      * A first pass over GLPOST1 for its 'T' trailer. When the
      * trailer names the card's business date, its posting date is
      * the one every line should carry - the same date, or the
      * first working day of the next open period when the daily run
      * found the business date's period soft-closed. A trailer that
      * names no business date (a generation cut before the trailer
      * carried it) or another one leaves the card's date expected.
      * The file is then reopened for the roll-in.
       FIND-EXPECTED-POST-DATE.
           MOVE PARM-ASOF-DATE TO EXPECTED-POST-DATE
           PERFORM READ-POSTING-RECORD
           PERFORM UNTIL LASTREC-GLP = 'Y'
           IF GLP-REC-TYPE = 'T' AND GLP-TRL-BUS-DATE = PARM-ASOF-DATE
           MOVE GLP-POST-DATE TO EXPECTED-POST-DATE
           END-IF
           PERFORM READ-POSTING-RECORD
           END-PERFORM
           CLOSE GL-POST-FILE
           MOVE 'N' TO LASTREC-GLP
           OPEN INPUT GL-POST-FILE
           IF FILE-STATUS-GLP NOT = '00'
           DISPLAY "UNABLE TO REOPEN GLPOST1 - FILE STATUS "
              FILE-STATUS-GLP
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

      * Rolls the day's GLPOST1 generation into the history master -
      * every 'D' posting line adds its count and net into the
      * record for its key, currency and business date (the card's
      * date, even when the lines were posted forward into the next
      * open period, so the trend stays day by day). The restart
      * suspense adjustment's *RESTART* pseudo-key carries no
      * trendable history and is skipped; a posting line dated off
      * the expected posting date means the wrong generation is
      * allocated and fails the run before it pollutes the history.
      * An 'R' reversal line takes back an earlier day's posting, not
      * this day's activity - it is rolled into the reversal fields
      * of the record for its key, currency and the original business
      * date the line carries, so the correction lands on the day it
      * corrects and the day's own figure is left as it posted.
       ROLL-IN-GENERATION.
           PERFORM READ-POSTING-RECORD
           PERFORM UNTIL LASTREC-GLP = 'Y'
           IF GLP-REC-TYPE = 'D' OR GLP-REC-TYPE = 'R'
           IF GLP-KEY = "*RESTART*"
           ADD 1 TO NUM-POSTINGS-SKIPPED
           ELSE
           IF GLP-POST-DATE NOT = EXPECTED-POST-DATE
           DISPLAY "POSTING LINE DATED " GLP-POST-DATE " BUT CARD"
              " SAYS " EXPECTED-POST-DATE " - WRONG GENERATION"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF GLP-REC-TYPE = 'D'
           PERFORM ROLL-IN-ONE-POSTING
           ELSE
           PERFORM ROLL-IN-ONE-REVERSAL
           END-IF
           END-IF
           END-IF
           PERFORM READ-POSTING-RECORD
       ROLL-IN-ONE-POSTING.
           MOVE GLP-KEY TO KH-KEY
           MOVE GLP-CURRENCY TO KH-CURRENCY
           MOVE PARM-ASOF-DATE TO KH-BUS-DATE
           READ KEY-HIST-FILE
           INVALID KEY
           MOVE GLP-KEY TO KH-KEY
           MOVE GLP-CURRENCY TO KH-CURRENCY
           MOVE PARM-ASOF-DATE TO KH-BUS-DATE
           MOVE GLP-REC-COUNT TO KH-REC-COUNT
           MOVE GLP-AMOUNT TO KH-AMOUNT
           MOVE ZERO TO KH-RVS-COUNT
           MOVE ZERO TO KH-RVS-AMOUNT
           WRITE KH-REC-1
           INVALID KEY
           DISPLAY "HISTORY WRITE FAILED FOR KEY " KH-KEY
           END-WRITE
           ADD 1 TO NUM-POSTINGS-ROLLED
           NOT INVALID KEY
           PERFORM CHECK-REVERSAL-FIELDS
           ADD GLP-REC-COUNT TO KH-REC-COUNT
           ADD GLP-AMOUNT TO KH-AMOUNT
           REWRITE KH-REC-1
           ADD 1 TO NUM-POSTINGS-ROLLED
           END-READ.

      * Adds a reversal line into the record for the date the
      * reversed item posted under. A date with no record - the
      * item was posted before the history was started, by the
      * release job on GLPOST2, or its date has been archived - gets
      * one with no posted figures of its own, and is counted.
       ROLL-IN-ONE-REVERSAL.
           MOVE GLP-KEY TO KH-KEY
           MOVE GLP-CURRENCY TO KH-CURRENCY
           MOVE GLP-RVS-ORIG-DATE TO KH-BUS-DATE
           READ KEY-HIST-FILE
           INVALID KEY
           MOVE GLP-KEY TO KH-KEY
           MOVE GLP-CURRENCY TO KH-CURRENCY
           MOVE GLP-RVS-ORIG-DATE TO KH-BUS-DATE
           MOVE ZERO TO KH-REC-COUNT
           MOVE ZERO TO KH-AMOUNT
           MOVE GLP-REC-COUNT TO KH-RVS-COUNT
           MOVE GLP-AMOUNT TO KH-RVS-AMOUNT
           WRITE KH-REC-1
           INVALID KEY
           DISPLAY "HISTORY WRITE FAILED FOR KEY " KH-KEY
              " - FILE STATUS " FILE-STATUS-KH
           MOVE 16 TO RETURN-CODE
           END-WRITE
           ADD 1 TO NUM-RVS-DATES-ADDED
           NOT INVALID KEY
           PERFORM CHECK-REVERSAL-FIELDS
           ADD GLP-REC-COUNT TO KH-RVS-COUNT
           ADD GLP-AMOUNT TO KH-RVS-AMOUNT
           REWRITE KH-REC-1
           INVALID KEY
           DISPLAY "HISTORY REWRITE FAILED FOR KEY " KH-KEY
              " - FILE STATUS " FILE-STATUS-KH
           MOVE 16 TO RETURN-CODE
           END-REWRITE
           END-READ
           ADD 1 TO NUM-REVERSALS-ROLLED.

      * A record written before the reversal fields were kept has
      * spaces in them - it has had no reversals.
       CHECK-REVERSAL-FIELDS.
           IF KH-RVS-COUNT NOT NUMERIC OR KH-RVS-AMOUNT NOT NUMERIC
           MOVE ZERO TO KH-RVS-COUNT
           MOVE ZERO TO KH-RVS-AMOUNT
           END-IF.

      * Browses the whole history master in key sequence - entries
      * for one key and currency arrive date-ascending, so each
      * group's last N dates collect in the rolling window and are
           END-IF.

       COLLECT-HISTORY-RECORD.
           PERFORM CHECK-REVERSAL-FIELDS
           IF GROUP-OPEN-SW = 'Y'
              AND (KH-KEY NOT = GROUP-KEY
                   OR KH-CURRENCY NOT = GROUP-CCY)
           END-IF
           MOVE KH-BUS-DATE TO HIST-DATE(HIST-USED)
           MOVE KH-REC-COUNT TO HIST-COUNT(HIST-USED)
           MOVE KH-AMOUNT TO HIST-AMOUNT(HIST-USED)
           MOVE KH-RVS-AMOUNT TO HIST-RVS-AMOUNT(HIST-USED)
           COMPUTE HIST-NET(HIST-USED) = KH-AMOUNT + KH-RVS-AMOUNT.

      * Reports the group's collected dates oldest-first - count,
      * the net the day posted, what has since been reversed out of
      * it, the movement of the net after reversals against the
      * prior date's, and the *SWING* flag when the movement exceeds
      * the card's percentage of the prior net after reversals. The
      * first date of the window has nothing to move against and
      * shows zero movement unflagged.
       FLUSH-TREND-GROUP.
           ADD 1 TO NUM-KEYS-REPORTED
           PERFORM VARYING HIST-IX FROM 1 BY 1
           MOVE HIST-DATE(HIST-IX) TO RPT-TRD-DATE
           MOVE HIST-COUNT(HIST-IX) TO RPT-TRD-COUNT
           MOVE HIST-AMOUNT(HIST-IX) TO RPT-TRD-NET
           MOVE HIST-RVS-AMOUNT(HIST-IX) TO RPT-TRD-RVS
           MOVE SPACES TO RPT-TRD-FLAG
           IF HIST-IX = 1
           MOVE ZERO TO RPT-TRD-MOVE
           ELSE
           COMPUTE HIST-IX2 = HIST-IX - 1
           COMPUTE MOVE-AMT = HIST-NET(HIST-IX)
              - HIST-NET(HIST-IX2)
           MOVE MOVE-AMT TO RPT-TRD-MOVE
           PERFORM CHECK-SWING
           END-IF
           ELSE
           MOVE MOVE-AMT TO MOVE-ABS
           END-IF
           IF HIST-NET(HIST-IX2) < ZERO
           COMPUTE PRIOR-ABS = ZERO - HIST-NET(HIST-IX2)
           ELSE
           MOVE HIST-NET(HIST-IX2) TO PRIOR-ABS
           END-IF
           COMPUTE MOVE-SCALED = MOVE-ABS * 100
           COMPUTE PRIOR-SCALED = PRIOR-ABS * SWING-PCT
           MOVE NUM-POSTINGS-ROLLED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "REVERSAL LINES ROLLED IN" TO RPT-TOT-LABEL
           MOVE NUM-REVERSALS-ROLLED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "REVERSALS ON DATES NOT ON FILE" TO RPT-TOT-LABEL
           MOVE NUM-RVS-DATES-ADDED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "KEY/CURRENCY GROUPS REPORTED" TO RPT-TOT-LABEL
           MOVE NUM-KEYS-REPORTED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
