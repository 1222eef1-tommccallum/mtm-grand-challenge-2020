       IDENTIFICATION DIVISION.
       PROGRAM-ID.    {{COBOL-NAME}}.
       AUTHOR.        {{AUTHOR}}.
      *
      * Daily balancing sign-off, companion to read_data.cobol. Each
      * job in the day's chain proves its own file and nothing more -
      * the daily run balances INDATA1 to its trailers, gl_reconcile
      * proves the ledger's acknowledgments, suspense_workoff proves
      * its reclass pairs cancel, the indexed APPLY proves its
      * control record - and nobody proved that the figures agreed
      * with each other from one job to the next. Every one of those
      * jobs now appends a record of its control totals for the
      * business date to the shared run-control file (RUNCTL); this
      * program reads the records for the date on the card, takes
      * the latest run of each job, and ties them on one report:
      *   - the net the daily run posted to GLPOST1 equals what the
      *     ledger acknowledged, plus what it rejected, plus what
      *     went to suspense;
      *   - the posting lines the daily run wrote are the lines
      *     gl_reconcile reconciled, and the suspense lines the
      *     ledger saw are the ones the workoff took on;
      *   - the details read (the AUDITLOG trailer count) are the
      *     records on the posting lines plus the details held;
      *   - the match run's delta adds less deletes equal the
      *     movement in the keyed master's record count;
      *   - every reject written to OUTREJ1 touched a reject
      *     register entry, or had no key the register could take;
      *   - the workoff's GLPOST2 reclass pairs net to zero, two
      *     lines to every item cleared.
      * Every tie is printed with both sides and the difference; a
      * job with no record for the date is NOT REPORTED and breaks
      * every tie it takes part in. Any break ends the run with
      * RETURN-CODE 16; when everything ties but a job itself ended
      * non-zero, the run ends RETURN-CODE 8.
      * The run-control card on SYSIN: columns 1-8 the business date
      * to sign off (YYYYMMDD).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS FILE-STATUS-RCT.
           SELECT RPT-FILE ASSIGN TO REPORT1
               FILE STATUS IS FILE-STATUS-RPT.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.


       DATA DIVISION.
       FILE SECTION.
      * The shared run-control file the daily jobs append to - see
      * RCW-REC in WORKING-STORAGE for the figures each job carries.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 180 CHARACTERS
           RECORDING MODE IS F.
       01  RCT-REC-1.
           05  RCT-BUS-DATE        PIC X(8).
           05  RCT-SOURCE          PIC X(8).
           05  FILLER              PIC X(164).

      * The sign-off report, in the operations report conventions of
      * the read_data template.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE            PIC X(132).

      * Run-control card - see the header comment.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-REC       PIC X(80).

       WORKING-STORAGE SECTION.

       01  LASTREC         PIC X(1) VALUE 'N'.

      * Counter must be big enough to display the value in the runtime output
       01  NUM-RCT-READ    PIC 9(9) VALUE ZERO.
       01  NUM-RCT-FOR-DATE PIC 9(9) VALUE ZERO.
       01  NUM-RCT-UNKNOWN PIC 9(9) VALUE ZERO.
       01  NUM-TIES        PIC 9(9) VALUE ZERO.
       01  NUM-BREAKS      PIC 9(9) VALUE ZERO.
       01  NUM-JOBS-MISSING PIC 9(9) VALUE ZERO.
       01  NUM-JOBS-NON-ZERO PIC 9(9) VALUE ZERO.

       01  FILE-STATUS-RCT PIC X(2).
       01  FILE-STATUS-RPT PIC X(2).
       01  FILE-STATUS-PARM PIC X(2).

      * Run-control card.
       01  PARM-CARD.
           05  PARM-BUS-DATE       PIC X(8).
           05  FILLER              PIC X(72).

      * Hand-maintained mirror of the shared run-control record the
      * read_data template appends - keep the two in step. Each
      * job's figures are named over RCW-FIGURES in the same terms
      * the writing job names them.
       01  RCW-REC.
           05  RCW-BUS-DATE        PIC X(8).
           05  RCW-SOURCE          PIC X(8).
           05  RCW-PGM-NAME        PIC X(8).
           05  RCW-RUN-DATE        PIC X(8).
           05  RCW-RUN-TIME        PIC X(6).
           05  RCW-RETURN-CODE     PIC 9(4).
           05  RCW-FIGURES.
               10  RCW-COUNT OCCURS 8 TIMES PIC 9(9).
               10  RCW-AMOUNT OCCURS 4 TIMES PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
      * POSTING - the daily run, MODE SINGLE.
           05  RCW-POST-FIGURES REDEFINES RCW-FIGURES.
               10  RCW-POST-GL-LINES   PIC 9(9).
               10  RCW-POST-RECS-READ  PIC 9(9).
               10  RCW-POST-RECS-POSTED PIC 9(9).
               10  RCW-POST-HELD       PIC 9(9).
               10  RCW-POST-REJ-WRITTEN PIC 9(9).
               10  RCW-POST-REG-TOUCHED PIC 9(9).
               10  RCW-POST-REJ-NO-KEY PIC 9(9).
               10  RCW-POST-REVERSALS  PIC 9(9).
               10  RCW-POST-NET        PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(48).
      * MATCH - the daily run, MODE MATCH.
           05  RCW-MATCH-FIGURES REDEFINES RCW-FIGURES.
               10  RCW-MATCH-ADDS      PIC 9(9).
               10  RCW-MATCH-CHANGES   PIC 9(9).
               10  RCW-MATCH-DELETES   PIC 9(9).
               10  FILLER              PIC 9(9).
               10  RCW-MATCH-REJ-WRITTEN PIC 9(9).
               10  RCW-MATCH-REG-TOUCHED PIC 9(9).
               10  RCW-MATCH-REJ-NO-KEY PIC 9(9).
               10  FILLER              PIC X(73).
      * GLRECON - gl_reconcile.
           05  RCW-RECON-FIGURES REDEFINES RCW-FIGURES.
               10  RCW-RCN-LINES       PIC 9(9).
               10  RCW-RCN-ACCEPTED    PIC 9(9).
               10  RCW-RCN-REJECTED    PIC 9(9).
               10  RCW-RCN-MISSING     PIC 9(9).
               10  RCW-RCN-MISMATCHED  PIC 9(9).
               10  RCW-RCN-WRONG-DATE  PIC 9(9).
               10  RCW-RCN-UNMATCHED   PIC 9(9).
               10  RCW-RCN-SUSP-LINES  PIC 9(9).
               10  RCW-RCN-ACCEPTED-NET PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCW-RCN-REJECTED-NET PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCW-RCN-SUSP-NET    PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCW-RCN-UNRESOLVED-NET PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
      * SUSPENSE - suspense_workoff.
           05  RCW-SUSP-FIGURES REDEFINES RCW-FIGURES.
               10  RCW-SUSP-NEW        PIC 9(9).
               10  RCW-SUSP-MANUAL     PIC 9(9).
               10  RCW-SUSP-CLEARED    PIC 9(9).
               10  RCW-SUSP-CARRIED    PIC 9(9).
               10  RCW-SUSP-GL2-LINES  PIC 9(9).
               10  RCW-SUSP-BROUGHT-FWD PIC 9(9).
               10  FILLER              PIC X(18).
               10  RCW-SUSP-TAKEN-NET  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCW-SUSP-CLEARED-NET PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCW-SUSP-GL2-NET    PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(16).
      * APPLY - the indexed template's MODE APPLY.
           05  RCW-APPLY-FIGURES REDEFINES RCW-FIGURES.
               10  RCW-APL-ADDS        PIC 9(9).
               10  RCW-APL-CHANGES     PIC 9(9).
               10  RCW-APL-DELETES     PIC 9(9).
               10  RCW-APL-FAILED      PIC 9(9).
               10  RCW-APL-CTL-BEFORE  PIC 9(9).
               10  RCW-APL-CTL-AFTER   PIC 9(9).
               10  RCW-APL-BAD-ACTIONS PIC 9(9).
               10  FILLER              PIC X(9).
               10  RCW-APL-AMT-BEFORE  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCW-APL-AMT-AFTER   PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(32).
           05  FILLER              PIC X(2).

      * The jobs the sign-off expects for the date, in report order.
      * Each keeps the latest record it appended for the date - a
      * rerun after a failure replaces the failed attempt's figures -
      * and how many it appended in all. The subscripts below name
      * the entries.
       01  SRC-MAX         PIC 9(1) VALUE 5.
       01  SRC-IX          PIC 9(1) VALUE ZERO.
       01  SRC-POSTING     PIC 9(1) VALUE 1.
       01  SRC-MATCH       PIC 9(1) VALUE 2.
       01  SRC-GLRECON     PIC 9(1) VALUE 3.
       01  SRC-SUSPENSE    PIC 9(1) VALUE 4.
       01  SRC-APPLY       PIC 9(1) VALUE 5.
       01  SRC-NAME-VALUES.
           05  FILLER              PIC X(8) VALUE "POSTING".
           05  FILLER              PIC X(8) VALUE "MATCH".
           05  FILLER              PIC X(8) VALUE "GLRECON".
           05  FILLER              PIC X(8) VALUE "SUSPENSE".
           05  FILLER              PIC X(8) VALUE "APPLY".
       01  SRC-NAME-TABLE REDEFINES SRC-NAME-VALUES.
           05  SRC-NAME OCCURS 5 TIMES PIC X(8).
       01  SRC-FOUND-SW    PIC X(1).
       01  SRC-TABLE.
           05  SRC-ENTRY OCCURS 5 TIMES.
               10  SRC-REPORTED-SW PIC X(1).
               10  SRC-RUNS        PIC 9(4).
               10  SRC-IMAGE       PIC X(180).

      * The tie being worked - the two sides, their difference, and
      * the first job it needs that did not report, if any.
       01  TIE-LABEL       PIC X(40).
       01  TIE-LEFT        PIC S9(15)V99 VALUE ZERO.
       01  TIE-RIGHT       PIC S9(15)V99 VALUE ZERO.
       01  TIE-DIFF        PIC S9(15)V99 VALUE ZERO.
       01  TIE-COUNT-LEFT  PIC S9(11) VALUE ZERO.
       01  TIE-COUNT-RIGHT PIC S9(11) VALUE ZERO.
       01  TIE-COUNT-DIFF  PIC S9(11) VALUE ZERO.
       01  TIE-MISSING     PIC X(8).

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
               "             DAILY BALANCING SIGN-OFF".
           05  FILLER          PIC X(5) VALUE "PAGE ".
           05  RPT-H1-PAGE     PIC ZZZZ9.

       01  RPT-HEADING-2.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "BUSINESS DATE ".
           05  RPT-H2-DATE     PIC X(8).
           05  FILLER          PIC X(108) VALUE SPACES.

       01  RPT-JOB-HEAD-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "SOURCE".
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(10) VALUE "RUN DATE".
           05  FILLER          PIC X(8) VALUE "TIME".
           05  FILLER          PIC X(6) VALUE "RC".
           05  FILLER          PIC X(6) VALUE "RUNS".
           05  FILLER          PIC X(16) VALUE "STATUS".
           05  FILLER          PIC X(65) VALUE "NOTES".

       01  RPT-JOB-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-JOB-SOURCE  PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JOB-PGM     PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JOB-DATE    PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JOB-TIME    PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JOB-RC      PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JOB-RUNS    PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JOB-STATUS  PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-JOB-NOTE.
               10  RPT-JOB-NOTE-LABEL PIC X(16).
               10  RPT-JOB-NOTE-VALUE PIC ZZZZZZZZ9.
           05  FILLER          PIC X(40) VALUE SPACES.

       01  RPT-TIE-HEAD-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(42) VALUE "CONTROL".
           05  FILLER          PIC X(23) VALUE
               "                 LEFT".
           05  FILLER          PIC X(23) VALUE
               "                RIGHT".
           05  FILLER          PIC X(23) VALUE
               "           DIFFERENCE".
           05  FILLER          PIC X(20) VALUE "  VERDICT".

       01  RPT-TIE-AMT-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TIA-LABEL   PIC X(40).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TIA-LEFT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TIA-RIGHT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TIA-DIFF    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-TIA-VERDICT PIC X(12).
           05  FILLER          PIC X(8) VALUE SPACES.

       01  RPT-TIE-CNT-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TIC-LABEL   PIC X(40).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TIC-LEFT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(5) VALUE SPACES.
           05  RPT-TIC-RIGHT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(5) VALUE SPACES.
           05  RPT-TIC-DIFF    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(4) VALUE SPACES.
           05  RPT-TIC-VERDICT PIC X(12).
           05  FILLER          PIC X(8) VALUE SPACES.

       01  RPT-TIE-MISS-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-TIM-LABEL   PIC X(40).
           05  FILLER          PIC X(71) VALUE SPACES.
           05  RPT-TIM-VERDICT PIC X(12).
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
           OPEN INPUT RUN-CTL-FILE.
           IF FILE-STATUS-RCT NOT = '00'
           DISPLAY "UNABLE TO OPEN RUNCTL - FILE STATUS "
              FILE-STATUS-RCT
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
           PERFORM LOAD-RUN-CONTROL.
           PERFORM REPORT-JOBS.
           PERFORM REPORT-TIES.
           PERFORM WRITE-REPORT-TOTALS.
           DISPLAY "# run-control records read: " NUM-RCT-READ
           DISPLAY "# records for " PARM-BUS-DATE ": "
              NUM-RCT-FOR-DATE
           DISPLAY "# jobs not reported: " NUM-JOBS-MISSING
           DISPLAY "# controls tied: " NUM-TIES
           DISPLAY "# controls broken: " NUM-BREAKS
           IF NUM-BREAKS > ZERO
           DISPLAY "BUSINESS DATE " PARM-BUS-DATE
              " DOES NOT BALANCE - NOT SIGNED OFF"
           MOVE 16 TO RETURN-CODE
           ELSE
           IF NUM-JOBS-NON-ZERO > ZERO
           DISPLAY "BUSINESS DATE " PARM-BUS-DATE " BALANCES BUT "
              NUM-JOBS-NON-ZERO " JOB(S) ENDED NON-ZERO"
           MOVE 8 TO RETURN-CODE
           ELSE
           DISPLAY "BUSINESS DATE " PARM-BUS-DATE " BALANCES"
           END-IF
           END-IF
           PERFORM CLOSE-STOP.
           STOP RUN.

      * Closes the files and stops
       CLOSE-STOP.
           CLOSE RUN-CTL-FILE.
           CLOSE RPT-FILE.

      * Reads and validates the run-control card before any input is
      * opened, in the main template's convention.
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
           IF PARM-BUS-DATE NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - BUSINESS DATE NOT"
              " NUMERIC: " PARM-BUS-DATE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

      * Reads the whole run-control file and files each record for
      * the card's date under its job. The file is appended in run
      * order, so the last record a job wrote for the date is the
      * one kept. A source this program does not know is counted
      * and named in the job log - a job added to the chain that the
      * sign-off has not been taught to tie yet.
       LOAD-RUN-CONTROL.
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > SRC-MAX
           MOVE 'N' TO SRC-REPORTED-SW(SRC-IX)
           MOVE ZERO TO SRC-RUNS(SRC-IX)
           MOVE SPACES TO SRC-IMAGE(SRC-IX)
           END-PERFORM
           PERFORM READ-RUN-CONTROL-RECORD
           PERFORM UNTIL LASTREC = 'Y'
           ADD 1 TO NUM-RCT-READ
           IF RCT-BUS-DATE = PARM-BUS-DATE
           ADD 1 TO NUM-RCT-FOR-DATE
           PERFORM FILE-RUN-CONTROL-RECORD
           END-IF
           PERFORM READ-RUN-CONTROL-RECORD
           END-PERFORM.

       READ-RUN-CONTROL-RECORD.
           READ RUN-CTL-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.

       FILE-RUN-CONTROL-RECORD.
           MOVE 'N' TO SRC-FOUND-SW
           PERFORM VARYING SRC-IX FROM 1 BY 1
              UNTIL SRC-IX > SRC-MAX OR SRC-FOUND-SW = 'Y'
           IF SRC-NAME(SRC-IX) = RCT-SOURCE
           MOVE 'Y' TO SRC-FOUND-SW
           MOVE 'Y' TO SRC-REPORTED-SW(SRC-IX)
           ADD 1 TO SRC-RUNS(SRC-IX)
           MOVE RCT-REC-1 TO SRC-IMAGE(SRC-IX)
           END-IF
           END-PERFORM
           IF SRC-FOUND-SW = 'N'
           ADD 1 TO NUM-RCT-UNKNOWN
           DISPLAY "UNKNOWN RUN-CONTROL SOURCE IGNORED: " RCT-SOURCE
           END-IF.

      * First section - one line per expected job: the program and
      * clock stamp of the run whose figures are used, its
      * RETURN-CODE, and how many runs it recorded for the date.
      * The POSTING line also shows the reversal lines the daily run
      * posted - corrections, not new activity, so the sign-off
      * names them rather than leave them buried in the posted net.
       REPORT-JOBS.
           MOVE " JOBS REPORTING FOR THE BUSINESS DATE" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-JOB-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > SRC-MAX
           PERFORM REPORT-ONE-JOB
           END-PERFORM.

       REPORT-ONE-JOB.
           MOVE SPACES TO RPT-JOB-NOTE
           MOVE SRC-NAME(SRC-IX) TO RPT-JOB-SOURCE
           MOVE SRC-RUNS(SRC-IX) TO RPT-JOB-RUNS
           IF SRC-REPORTED-SW(SRC-IX) = 'N'
           ADD 1 TO NUM-JOBS-MISSING
           MOVE SPACES TO RPT-JOB-PGM
           MOVE SPACES TO RPT-JOB-DATE
           MOVE SPACES TO RPT-JOB-TIME
           MOVE ZERO TO RPT-JOB-RC
           MOVE "NOT REPORTED" TO RPT-JOB-STATUS
           DISPLAY "JOB NOT REPORTED FOR " PARM-BUS-DATE ": "
              SRC-NAME(SRC-IX)
           ELSE
           MOVE SRC-IMAGE(SRC-IX) TO RCW-REC
           MOVE RCW-PGM-NAME TO RPT-JOB-PGM
           MOVE RCW-RUN-DATE TO RPT-JOB-DATE
           MOVE RCW-RUN-TIME TO RPT-JOB-TIME
           MOVE RCW-RETURN-CODE TO RPT-JOB-RC
           IF RCW-RETURN-CODE = ZERO
           MOVE "REPORTED" TO RPT-JOB-STATUS
           ELSE
           ADD 1 TO NUM-JOBS-NON-ZERO
           MOVE "ENDED NON-ZERO" TO RPT-JOB-STATUS
           END-IF
           IF SRC-IX = SRC-POSTING
           MOVE "REVERSAL LINES" TO RPT-JOB-NOTE-LABEL
           MOVE RCW-POST-REVERSALS TO RPT-JOB-NOTE-VALUE
           END-IF
           END-IF
           MOVE RPT-JOB-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * Second section - the ties. Each one names the jobs it needs
      * first; a job that did not report breaks the tie outright.
       REPORT-TIES.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE " CROSS-JOB CONTROLS" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-TIE-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM TIE-POSTED-NET
           PERFORM TIE-POSTING-LINES
           PERFORM TIE-SUSPENSE-NET
           PERFORM TIE-DETAILS-READ
           PERFORM TIE-MASTER-MOVEMENT
           PERFORM TIE-REJECTS-REGISTERED
           PERFORM TIE-RECLASS-NET
           PERFORM TIE-RECLASS-LINES.

      * Posted net (the GLPOST1 'T' amount) = acknowledged by the
      * ledger + rejected by it + posted to suspense. A line still
      * missing, mismatched or wrongly dated sits in none of the
      * three and shows as the difference.
       TIE-POSTED-NET.
           MOVE "POSTED NET = ACKED + REJECTED + SUSPENSE"
              TO TIE-LABEL
           MOVE SPACES TO TIE-MISSING
           MOVE SRC-POSTING TO SRC-IX
           PERFORM NEED-SOURCE
           MOVE SRC-GLRECON TO SRC-IX
           PERFORM NEED-SOURCE
           MOVE SRC-SUSPENSE TO SRC-IX
           PERFORM NEED-SOURCE
           IF TIE-MISSING = SPACES
           MOVE SRC-IMAGE(SRC-POSTING) TO RCW-REC
           MOVE RCW-POST-NET TO TIE-LEFT
           MOVE SRC-IMAGE(SRC-GLRECON) TO RCW-REC
           COMPUTE TIE-RIGHT =
              RCW-RCN-ACCEPTED-NET + RCW-RCN-REJECTED-NET
           MOVE SRC-IMAGE(SRC-SUSPENSE) TO RCW-REC
           ADD RCW-SUSP-TAKEN-NET TO TIE-RIGHT
           END-IF
           PERFORM WRITE-AMOUNT-TIE.

      * Every posting line the daily run wrote was reconciled.
       TIE-POSTING-LINES.
           MOVE "GL POSTING LINES = LINES RECONCILED" TO TIE-LABEL
           MOVE SPACES TO TIE-MISSING
           MOVE SRC-POSTING TO SRC-IX
           PERFORM NEED-SOURCE
           MOVE SRC-GLRECON TO SRC-IX
           PERFORM NEED-SOURCE
           IF TIE-MISSING = SPACES
           MOVE SRC-IMAGE(SRC-POSTING) TO RCW-REC
           MOVE RCW-POST-GL-LINES TO TIE-COUNT-LEFT
           MOVE SRC-IMAGE(SRC-GLRECON) TO RCW-REC
           MOVE RCW-RCN-LINES TO TIE-COUNT-RIGHT
           END-IF
           PERFORM WRITE-COUNT-TIE.

      * The suspense lines the ledger saw are the ones the workoff
      * took on - both read the same GLPOST1 generation.
       TIE-SUSPENSE-NET.
           MOVE "SUSPENSE POSTED = SUSPENSE TAKEN ON" TO TIE-LABEL
           MOVE SPACES TO TIE-MISSING
           MOVE SRC-GLRECON TO SRC-IX
           PERFORM NEED-SOURCE
           MOVE SRC-SUSPENSE TO SRC-IX
           PERFORM NEED-SOURCE
           IF TIE-MISSING = SPACES
           MOVE SRC-IMAGE(SRC-GLRECON) TO RCW-REC
           MOVE RCW-RCN-SUSP-NET TO TIE-LEFT
           MOVE SRC-IMAGE(SRC-SUSPENSE) TO RCW-REC
           MOVE RCW-SUSP-TAKEN-NET TO TIE-RIGHT
           END-IF
           PERFORM WRITE-AMOUNT-TIE.

      * The details read - the count the AUDITLOG trailer carries -
      * are the records on the posting lines plus the held details.
       TIE-DETAILS-READ.
           MOVE "DETAILS READ = POSTED + HELD" TO TIE-LABEL
           MOVE SPACES TO TIE-MISSING
           MOVE SRC-POSTING TO SRC-IX
           PERFORM NEED-SOURCE
           IF TIE-MISSING = SPACES
           MOVE SRC-IMAGE(SRC-POSTING) TO RCW-REC
           MOVE RCW-POST-RECS-READ TO TIE-COUNT-LEFT
           COMPUTE TIE-COUNT-RIGHT =
              RCW-POST-RECS-POSTED + RCW-POST-HELD
           END-IF
           PERFORM WRITE-COUNT-TIE.

      * The match run's adds less deletes are the movement in the
      * keyed master's control count across the APPLY of them.
       TIE-MASTER-MOVEMENT.
           MOVE "DELTA ADDS-DELETES = MASTER MOVEMENT" TO TIE-LABEL
           MOVE SPACES TO TIE-MISSING
           MOVE SRC-MATCH TO SRC-IX
           PERFORM NEED-SOURCE
           MOVE SRC-APPLY TO SRC-IX
           PERFORM NEED-SOURCE
           IF TIE-MISSING = SPACES
           MOVE SRC-IMAGE(SRC-MATCH) TO RCW-REC
           COMPUTE TIE-COUNT-LEFT =
              RCW-MATCH-ADDS - RCW-MATCH-DELETES
           MOVE SRC-IMAGE(SRC-APPLY) TO RCW-REC
           COMPUTE TIE-COUNT-RIGHT =
              RCW-APL-CTL-AFTER - RCW-APL-CTL-BEFORE
           END-IF
           PERFORM WRITE-COUNT-TIE.

      * Rejects written to OUTREJ1 by both daily runs = the reject
      * register entries written or rewritten for them, plus the
      * rejects with no key the register could take.
       TIE-REJECTS-REGISTERED.
           MOVE "REJECTS WRITTEN = REGISTER ENTRIES" TO TIE-LABEL
           MOVE SPACES TO TIE-MISSING
           MOVE SRC-POSTING TO SRC-IX
           PERFORM NEED-SOURCE
           MOVE SRC-MATCH TO SRC-IX
           PERFORM NEED-SOURCE
           IF TIE-MISSING = SPACES
           MOVE SRC-IMAGE(SRC-POSTING) TO RCW-REC
           MOVE RCW-POST-REJ-WRITTEN TO TIE-COUNT-LEFT
           COMPUTE TIE-COUNT-RIGHT =
              RCW-POST-REG-TOUCHED + RCW-POST-REJ-NO-KEY
           MOVE SRC-IMAGE(SRC-MATCH) TO RCW-REC
           ADD RCW-MATCH-REJ-WRITTEN TO TIE-COUNT-LEFT
           COMPUTE TIE-COUNT-RIGHT = TIE-COUNT-RIGHT
              + RCW-MATCH-REG-TOUCHED + RCW-MATCH-REJ-NO-KEY
           END-IF
           PERFORM WRITE-COUNT-TIE.

      * The workoff's GLPOST2 reclass pairs net to zero.
       TIE-RECLASS-NET.
           MOVE "RECLASS PAIRS NET = ZERO" TO TIE-LABEL
           MOVE SPACES TO TIE-MISSING
           MOVE SRC-SUSPENSE TO SRC-IX
           PERFORM NEED-SOURCE
           IF TIE-MISSING = SPACES
           MOVE SRC-IMAGE(SRC-SUSPENSE) TO RCW-REC
           MOVE RCW-SUSP-GL2-NET TO TIE-LEFT
           MOVE ZERO TO TIE-RIGHT
           END-IF
           PERFORM WRITE-AMOUNT-TIE.

      * Two GLPOST2 lines - credit suspense, debit the account - for
      * every item cleared.
       TIE-RECLASS-LINES.
           MOVE "RECLASS LINES = 2 X ITEMS CLEARED" TO TIE-LABEL
           MOVE SPACES TO TIE-MISSING
           MOVE SRC-SUSPENSE TO SRC-IX
           PERFORM NEED-SOURCE
           IF TIE-MISSING = SPACES
           MOVE SRC-IMAGE(SRC-SUSPENSE) TO RCW-REC
           MOVE RCW-SUSP-GL2-LINES TO TIE-COUNT-LEFT
           COMPUTE TIE-COUNT-RIGHT = 2 * RCW-SUSP-CLEARED
           END-IF
           PERFORM WRITE-COUNT-TIE.

      * Notes the first job a tie needs that did not report.
       NEED-SOURCE.
           IF SRC-REPORTED-SW(SRC-IX) = 'N' AND TIE-MISSING = SPACES
           MOVE SRC-NAME(SRC-IX) TO TIE-MISSING
           END-IF.

      * Prints an amount tie with both sides and the difference, or
      * the job it is missing; anything but an exact tie is a break
      * and is named in the job log with both sides.
       WRITE-AMOUNT-TIE.
           IF TIE-MISSING NOT = SPACES
           PERFORM WRITE-MISSING-TIE
           ELSE
           COMPUTE TIE-DIFF = TIE-LEFT - TIE-RIGHT
           MOVE TIE-LABEL TO RPT-TIA-LABEL
           MOVE TIE-LEFT TO RPT-TIA-LEFT
           MOVE TIE-RIGHT TO RPT-TIA-RIGHT
           MOVE TIE-DIFF TO RPT-TIA-DIFF
           IF TIE-DIFF = ZERO
           ADD 1 TO NUM-TIES
           MOVE "TIES" TO RPT-TIA-VERDICT
           ELSE
           ADD 1 TO NUM-BREAKS
           MOVE "** BREAK **" TO RPT-TIA-VERDICT
           DISPLAY "BREAK - " TIE-LABEL " LEFT " TIE-LEFT
              " RIGHT " TIE-RIGHT
           END-IF
           MOVE RPT-TIE-AMT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ZERO TO TIE-LEFT
           MOVE ZERO TO TIE-RIGHT.

       WRITE-COUNT-TIE.
           IF TIE-MISSING NOT = SPACES
           PERFORM WRITE-MISSING-TIE
           ELSE
           COMPUTE TIE-COUNT-DIFF = TIE-COUNT-LEFT - TIE-COUNT-RIGHT
           MOVE TIE-LABEL TO RPT-TIC-LABEL
           MOVE TIE-COUNT-LEFT TO RPT-TIC-LEFT
           MOVE TIE-COUNT-RIGHT TO RPT-TIC-RIGHT
           MOVE TIE-COUNT-DIFF TO RPT-TIC-DIFF
           IF TIE-COUNT-DIFF = ZERO
           ADD 1 TO NUM-TIES
           MOVE "TIES" TO RPT-TIC-VERDICT
           ELSE
           ADD 1 TO NUM-BREAKS
           MOVE "** BREAK **" TO RPT-TIC-VERDICT
           DISPLAY "BREAK - " TIE-LABEL " LEFT " TIE-COUNT-LEFT
              " RIGHT " TIE-COUNT-RIGHT
           END-IF
           MOVE RPT-TIE-CNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ZERO TO TIE-COUNT-LEFT
           MOVE ZERO TO TIE-COUNT-RIGHT.

       WRITE-MISSING-TIE.
           ADD 1 TO NUM-BREAKS
           MOVE TIE-LABEL TO RPT-TIM-LABEL
           MOVE SPACES TO RPT-TIM-VERDICT
           STRING "NO " DELIMITED BY SIZE
              TIE-MISSING DELIMITED BY SPACE
              INTO RPT-TIM-VERDICT
           END-STRING
           DISPLAY "BREAK - " TIE-LABEL " - " TIE-MISSING
              " NOT REPORTED"
           MOVE RPT-TIE-MISS-LINE TO RPT-WORK-LINE
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
           MOVE PARM-BUS-DATE TO RPT-H2-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE
           WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO RPT-LINE-COUNT.

      * Totals at the foot of the report, with the verdict for the
      * business date.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RUN-CONTROL RECORDS READ" TO RPT-TOT-LABEL
           MOVE NUM-RCT-READ TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RECORDS FOR THE DATE" TO RPT-TOT-LABEL
           MOVE NUM-RCT-FOR-DATE TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "UNKNOWN SOURCES IGNORED" TO RPT-TOT-LABEL
           MOVE NUM-RCT-UNKNOWN TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "JOBS NOT REPORTED" TO RPT-TOT-LABEL
           MOVE NUM-JOBS-MISSING TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "JOBS ENDED NON-ZERO" TO RPT-TOT-LABEL
           MOVE NUM-JOBS-NON-ZERO TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CONTROLS TIED" TO RPT-TOT-LABEL
           MOVE NUM-TIES TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CONTROLS BROKEN" TO RPT-TOT-LABEL
           MOVE NUM-BREAKS TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF NUM-BREAKS > ZERO
           MOVE " *** BUSINESS DATE DOES NOT BALANCE - NOT SIGNED OFF"
              TO RPT-WORK-LINE
           ELSE
           MOVE " BUSINESS DATE BALANCES ACROSS ALL JOBS"
              TO RPT-WORK-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.
