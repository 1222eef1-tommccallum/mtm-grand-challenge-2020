       IDENTIFICATION DIVISION.
       PROGRAM-ID.    {{COBOL-NAME}}.
       AUTHOR.        {{AUTHOR}}.
      *
      * Monthly data-quality and timeliness scorecard by source
      * system, companion to read_data.cobol. INDATA1 can carry
      * transmissions from several upstream feeds, each naming itself
      * in its header's source field, and the daily run keeps
      * per-source statistics for every business date in the SRCSTAT
      * history: transmissions received, their header dates against
      * the expected prior working day, sets that failed to balance
      * to their trailers, details read and rejects by reason code.
      * This program totals a calendar month of that history per
      * source, alongside the month before, and ranks the sources
      * three ways, worst first:
      *   - by reject rate - rejects as a percentage of the records
      *     received (details read plus rejects);
      *   - by late deliveries - headers dated before the expected
      *     prior working day;
      *   - by out-of-balance sets;
      * each with the prior month's figure, the change and the trend
      * - WORSE, BETTER, SAME, or NEW for a source with no history in
      * the prior month. Equal figures share a rank. A fourth section
      * breaks each source's rejects down by reason code R001-R012,
      * and a source that sent in the prior month but not this one
      * is named, since a feed that stops is the worst score of all.
      * The run ends RETURN-CODE 8 when the month has no history at
      * all, a source went silent, or there were more sources than
      * the table holds; otherwise 0.
      * The run-control card on SYSIN: columns 1-6 the month to score
      * (YYYYMM).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRC-STAT-FILE ASSIGN TO SRCSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-FULL-KEY
               FILE STATUS IS FILE-STATUS-SS.
           SELECT RPT-FILE ASSIGN TO REPORT1
               FILE STATUS IS FILE-STATUS-RPT.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.


       DATA DIVISION.
       FILE SECTION.
      * Hand-maintained mirror of the per-source statistics history
      * the read_data template keeps - one record per source and
      * business date - keep the two in step.
       FD  SRC-STAT-FILE
           RECORD CONTAINS 184 CHARACTERS.
       01  SS-REC-1.
           05  SS-FULL-KEY.
               10  SS-SOURCE           PIC X(8).
               10  SS-BUS-DATE         PIC X(8).
           05  SS-EXPECTED-DATE    PIC X(8).
           05  SS-XMIT-COUNT       PIC 9(4).
           05  SS-ON-TIME-COUNT    PIC 9(4).
           05  SS-LATE-COUNT       PIC 9(4).
           05  SS-EARLY-COUNT      PIC 9(4).
           05  SS-FAILED-COUNT     PIC 9(4).
           05  SS-DETAIL-COUNT     PIC 9(9).
           05  SS-REJECT-COUNT     PIC 9(9).
           05  SS-REASON-COUNT OCCURS 12 TIMES PIC 9(9).
           05  SS-RUN-DATE         PIC X(8).
           05  SS-RUN-TIME         PIC X(6).

      * The scorecard, in the operations report conventions of the
      * read_data template.
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
       01  NUM-SS-READ     PIC 9(9) VALUE ZERO.
       01  NUM-SS-MONTH    PIC 9(9) VALUE ZERO.
       01  NUM-SS-PRIOR    PIC 9(9) VALUE ZERO.
       01  NUM-SOURCES-SCORED PIC 9(9) VALUE ZERO.
       01  NUM-SOURCES-SILENT PIC 9(9) VALUE ZERO.
       01  NUM-SOURCES-DROPPED PIC 9(9) VALUE ZERO.
       01  NUM-WORSE-REJECT PIC 9(9) VALUE ZERO.
       01  NUM-WORSE-LATE  PIC 9(9) VALUE ZERO.
       01  NUM-WORSE-BALANCE PIC 9(9) VALUE ZERO.

       01  FILE-STATUS-SS  PIC X(2).
       01  FILE-STATUS-RPT PIC X(2).
       01  FILE-STATUS-PARM PIC X(2).

      * Run-control card, and the prior month worked out from it.
       01  PARM-CARD.
           05  PARM-MONTH          PIC X(6).
           05  PARM-MONTH-NUM REDEFINES PARM-MONTH.
               10  PARM-YEAR           PIC 9(4).
               10  PARM-MM             PIC 9(2).
           05  FILLER              PIC X(74).
       01  PRIOR-MONTH.
           05  PRIOR-YEAR          PIC 9(4).
           05  PRIOR-MM            PIC 9(2).
       01  PRIOR-MONTH-X REDEFINES PRIOR-MONTH PIC X(6).

      * One entry per source found in either month, in source order,
      * with its month and prior-month totals side by side - the
      * period subscripts below name the two. SC-RANK-VALUE holds
      * the figure the current ranking sorts on. A source that does
      * not fit is named in the job log and left out.
       01  SC-MAX          PIC 9(3) VALUE 50.
       01  SC-USED         PIC 9(3) VALUE ZERO.
       01  SC-IX           PIC 9(3) VALUE ZERO.
       01  SC-FIND-IX      PIC 9(3) VALUE ZERO.
       01  SC-DROPPED-SOURCE PIC X(8) VALUE SPACES.
       01  PER-IX          PIC 9(1) VALUE ZERO.
       01  PER-MONTH       PIC 9(1) VALUE 1.
       01  PER-PRIOR       PIC 9(1) VALUE 2.
       01  PER-ZERO-IX     PIC 9(1) VALUE ZERO.
       01  RSN-IX          PIC 9(2) VALUE ZERO.
       01  RECEIVED-WORK   PIC 9(12) VALUE ZERO.
       01  SC-TABLE.
           05  SC-ENTRY OCCURS 50 TIMES.
               10  SC-SOURCE           PIC X(8).
               10  SC-RANK-VALUE       PIC 9(11)V99.
               10  SC-PERIOD OCCURS 2 TIMES.
                   15  SC-DAYS             PIC 9(5).
                   15  SC-XMITS            PIC 9(7).
                   15  SC-ON-TIME          PIC 9(7).
                   15  SC-LATE             PIC 9(7).
                   15  SC-EARLY            PIC 9(7).
                   15  SC-FAILED           PIC 9(7).
                   15  SC-DETAILS          PIC 9(11).
                   15  SC-REJECTS          PIC 9(11).
                   15  SC-REASONS OCCURS 12 TIMES PIC 9(11).
                   15  SC-REJ-RATE         PIC 9(3)V99.

      * The ranking order - subscripts into SC-TABLE for the sources
      * that sent this month, sorted worst first on SC-RANK-VALUE.
      * The sort is stable, so equal figures stay in source order.
       01  ORD-USED        PIC 9(3) VALUE ZERO.
       01  ORD-I           PIC 9(3) VALUE ZERO.
       01  ORD-J           PIC 9(3) VALUE ZERO.
       01  ORD-K           PIC 9(3) VALUE ZERO.
       01  ORD-A           PIC 9(3) VALUE ZERO.
       01  ORD-HOLD        PIC 9(3) VALUE ZERO.
       01  ORD-DONE-SW     PIC X(1).
       01  ORD-TABLE.
           05  ORD-ENTRY OCCURS 50 TIMES PIC 9(3).
       01  RANK-NUM        PIC 9(3) VALUE ZERO.
       01  RANK-PREV-VALUE PIC 9(11)V99 VALUE ZERO.

      * The trend of the figure being reported - this month against
      * the prior month.
       01  TREND-CUR       PIC 9(11)V99 VALUE ZERO.
       01  TREND-PRV       PIC 9(11)V99 VALUE ZERO.
       01  TREND-CHANGE    PIC S9(11)V99 VALUE ZERO.
       01  TREND-WORK      PIC X(6).
       01  PRIOR-RATE-ED   PIC ZZ9.99.
       01  CHANGE-RATE-ED  PIC +++9.99.
       01  PRIOR-COUNT-ED  PIC ZZZ,ZZ9.
       01  CHANGE-COUNT-ED PIC ++++,++9.

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
               "             MONTHLY SOURCE SCORECARD".
           05  FILLER          PIC X(5) VALUE "PAGE ".
           05  RPT-H1-PAGE     PIC ZZZZ9.

       01  RPT-HEADING-2.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(6) VALUE "MONTH ".
           05  RPT-H2-MONTH    PIC X(6).
           05  FILLER          PIC X(15) VALUE "   PRIOR MONTH ".
           05  RPT-H2-PRIOR    PIC X(6).
           05  FILLER          PIC X(98) VALUE SPACES.

       01  RPT-REJ-HEAD-LINE.
           05  FILLER          PIC X(7) VALUE " RANK  ".
           05  FILLER          PIC X(10) VALUE "SOURCE".
           05  FILLER          PIC X(7) VALUE " DAYS".
           05  FILLER          PIC X(9) VALUE "  XMITS".
           05  FILLER          PIC X(16) VALUE "       DETAILS".
           05  FILLER          PIC X(16) VALUE "       REJECTS".
           05  FILLER          PIC X(8) VALUE " RATE%".
           05  FILLER          PIC X(8) VALUE "PRIOR%".
           05  FILLER          PIC X(9) VALUE " CHANGE".
           05  FILLER          PIC X(6) VALUE "TREND".
           05  FILLER          PIC X(36) VALUE SPACES.

       01  RPT-REJ-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-REJ-RANK    PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-SOURCE  PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-DAYS    PIC ZZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-XMITS   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-DETAILS PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-REJECTS PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-RATE    PIC ZZ9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-PRIOR   PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-CHANGE  PIC X(7).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-REJ-TREND   PIC X(6).
           05  FILLER          PIC X(34) VALUE SPACES.

       01  RPT-LATE-HEAD-LINE.
           05  FILLER          PIC X(7) VALUE " RANK  ".
           05  FILLER          PIC X(10) VALUE "SOURCE".
           05  FILLER          PIC X(9) VALUE "  XMITS".
           05  FILLER          PIC X(9) VALUE "ON-TIME".
           05  FILLER          PIC X(9) VALUE "   LATE".
           05  FILLER          PIC X(9) VALUE "  NEWER".
           05  FILLER          PIC X(9) VALUE "  PRIOR".
           05  FILLER          PIC X(10) VALUE "  CHANGE".
           05  FILLER          PIC X(6) VALUE "TREND".
           05  FILLER          PIC X(54) VALUE SPACES.

       01  RPT-LATE-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-LATE-RANK   PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-LATE-SOURCE PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-LATE-XMITS  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-LATE-ON-TIME PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-LATE-LATE   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-LATE-NEWER  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-LATE-PRIOR  PIC X(7).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-LATE-CHANGE PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-LATE-TREND  PIC X(6).
           05  FILLER          PIC X(54) VALUE SPACES.

       01  RPT-BAL-HEAD-LINE.
           05  FILLER          PIC X(7) VALUE " RANK  ".
           05  FILLER          PIC X(10) VALUE "SOURCE".
           05  FILLER          PIC X(9) VALUE "  XMITS".
           05  FILLER          PIC X(9) VALUE " FAILED".
           05  FILLER          PIC X(9) VALUE "  PRIOR".
           05  FILLER          PIC X(10) VALUE "  CHANGE".
           05  FILLER          PIC X(6) VALUE "TREND".
           05  FILLER          PIC X(72) VALUE SPACES.

       01  RPT-BAL-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-BAL-RANK    PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-BAL-SOURCE  PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-BAL-XMITS   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-BAL-FAILED  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-BAL-PRIOR   PIC X(7).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-BAL-CHANGE  PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-BAL-TREND   PIC X(6).
           05  FILLER          PIC X(72) VALUE SPACES.

       01  RPT-RSN-HEAD-LINE.
           05  FILLER          PIC X(11) VALUE " SOURCE".
           05  FILLER          PIC X(11) VALUE "    REJECTS".
           05  FILLER          PIC X(9) VALUE "     R001".
           05  FILLER          PIC X(9) VALUE "     R002".
           05  FILLER          PIC X(9) VALUE "     R003".
           05  FILLER          PIC X(9) VALUE "     R004".
           05  FILLER          PIC X(9) VALUE "     R005".
           05  FILLER          PIC X(9) VALUE "     R006".
           05  FILLER          PIC X(9) VALUE "     R007".
           05  FILLER          PIC X(9) VALUE "     R008".
           05  FILLER          PIC X(9) VALUE "     R009".
           05  FILLER          PIC X(9) VALUE "     R010".
           05  FILLER          PIC X(9) VALUE "     R011".
           05  FILLER          PIC X(9) VALUE "     R012".
           05  FILLER          PIC X(2) VALUE SPACES.

       01  RPT-RSN-LINE.
           05  FILLER          PIC X(1).
           05  RPT-RSN-SOURCE  PIC X(8).
           05  FILLER          PIC X(2).
           05  RPT-RSN-TOTAL   PIC ZZZ,ZZZ,ZZ9.
           05  RPT-RSN-GROUP OCCURS 12 TIMES.
               10  FILLER          PIC X(1).
               10  RPT-RSN-COUNT   PIC ZZZZ,ZZ9.
           05  FILLER          PIC X(2).

       01  RPT-SILENT-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-SIL-SOURCE  PIC X(8).
           05  FILLER          PIC X(33) VALUE
               "  SENT NOTHING THIS MONTH - SENT ".
           05  RPT-SIL-XMITS   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(30) VALUE
               " TRANSMISSIONS IN PRIOR MONTH".
           05  FILLER          PIC X(53) VALUE SPACES.

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
           OPEN INPUT SRC-STAT-FILE.
           IF FILE-STATUS-SS NOT = '00'
           DISPLAY "UNABLE TO OPEN SRCSTAT - FILE STATUS "
              FILE-STATUS-SS
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
           PERFORM LOAD-SOURCE-STATS.
           PERFORM COMPUTE-REJECT-RATES.
           PERFORM REPORT-REJECT-RATE.
           PERFORM REPORT-LATE-DELIVERY.
           PERFORM REPORT-OUT-OF-BALANCE.
           PERFORM REPORT-REJECT-REASONS.
           PERFORM REPORT-SILENT-SOURCES.
           PERFORM WRITE-REPORT-TOTALS.
           DISPLAY "# source statistics records read: " NUM-SS-READ
           DISPLAY "# records for " PARM-MONTH ": " NUM-SS-MONTH
           DISPLAY "# records for " PRIOR-MONTH-X ": " NUM-SS-PRIOR
           DISPLAY "# sources scored: " NUM-SOURCES-SCORED
           DISPLAY "# sources silent this month: " NUM-SOURCES-SILENT
           DISPLAY "# sources worse on reject rate: " NUM-WORSE-REJECT
           DISPLAY "# sources worse on late deliveries: "
              NUM-WORSE-LATE
           DISPLAY "# sources worse on out-of-balance sets: "
              NUM-WORSE-BALANCE
           IF NUM-SS-MONTH = ZERO
           DISPLAY "NO SOURCE STATISTICS FOUND FOR MONTH " PARM-MONTH
           MOVE 8 TO RETURN-CODE
           END-IF
           IF NUM-SOURCES-SILENT > ZERO OR NUM-SOURCES-DROPPED > ZERO
           MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-STOP.
           STOP RUN.

      * Closes the files and stops
       CLOSE-STOP.
           CLOSE SRC-STAT-FILE.
           CLOSE RPT-FILE.

      * Reads and validates the run-control card before any input is
      * opened, in the main template's convention, and works out the
      * prior month.
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
           IF PARM-MONTH NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - MONTH NOT NUMERIC: "
              PARM-MONTH
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PARM-MM < 1 OR PARM-MM > 12
           DISPLAY "RUN-CONTROL CARD INVALID - MONTH NOT 01-12: "
              PARM-MONTH
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

      * Reads the whole history and totals each record dated in the
      * month or the prior month under its source and period.
       LOAD-SOURCE-STATS.
           PERFORM READ-SOURCE-STAT
           PERFORM UNTIL LASTREC = 'Y'
           ADD 1 TO NUM-SS-READ
           MOVE ZERO TO PER-IX
           IF SS-BUS-DATE(1:6) = PARM-MONTH
           ADD 1 TO NUM-SS-MONTH
           MOVE PER-MONTH TO PER-IX
           END-IF
           IF SS-BUS-DATE(1:6) = PRIOR-MONTH-X
           ADD 1 TO NUM-SS-PRIOR
           MOVE PER-PRIOR TO PER-IX
           END-IF
           IF PER-IX > ZERO
           PERFORM ACCUM-SOURCE-STAT
           END-IF
           PERFORM READ-SOURCE-STAT
           END-PERFORM.

       READ-SOURCE-STAT.
           READ SRC-STAT-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.

       ACCUM-SOURCE-STAT.
           PERFORM FIND-SOURCE
           IF SC-IX > ZERO
           ADD 1 TO SC-DAYS(SC-IX, PER-IX)
           ADD SS-XMIT-COUNT TO SC-XMITS(SC-IX, PER-IX)
           ADD SS-ON-TIME-COUNT TO SC-ON-TIME(SC-IX, PER-IX)
           ADD SS-LATE-COUNT TO SC-LATE(SC-IX, PER-IX)
           ADD SS-EARLY-COUNT TO SC-EARLY(SC-IX, PER-IX)
           ADD SS-FAILED-COUNT TO SC-FAILED(SC-IX, PER-IX)
           ADD SS-DETAIL-COUNT TO SC-DETAILS(SC-IX, PER-IX)
           ADD SS-REJECT-COUNT TO SC-REJECTS(SC-IX, PER-IX)
           PERFORM VARYING RSN-IX FROM 1 BY 1 UNTIL RSN-IX > 12
           ADD SS-REASON-COUNT(RSN-IX)
              TO SC-REASONS(SC-IX, PER-IX, RSN-IX)
           END-PERFORM
           END-IF.

      * Finds SS-SOURCE's entry, adding a zeroed one for a source not
      * yet seen, and leaves its subscript in SC-IX - zero when the
      * table is full, named once per source in the job log.
       FIND-SOURCE.
           MOVE ZERO TO SC-IX
           PERFORM VARYING SC-FIND-IX FROM 1 BY 1
              UNTIL SC-FIND-IX > SC-USED OR SC-IX > ZERO
           IF SC-SOURCE(SC-FIND-IX) = SS-SOURCE
           MOVE SC-FIND-IX TO SC-IX
           END-IF
           END-PERFORM
           IF SC-IX = ZERO
           IF SC-USED < SC-MAX
           ADD 1 TO SC-USED
           MOVE SC-USED TO SC-IX
           MOVE SS-SOURCE TO SC-SOURCE(SC-IX)
           MOVE ZERO TO SC-RANK-VALUE(SC-IX)
           PERFORM VARYING PER-ZERO-IX FROM 1 BY 1
              UNTIL PER-ZERO-IX > 2
           PERFORM ZERO-SOURCE-PERIOD
           END-PERFORM
           ELSE
           IF SS-SOURCE NOT = SC-DROPPED-SOURCE
           MOVE SS-SOURCE TO SC-DROPPED-SOURCE
           ADD 1 TO NUM-SOURCES-DROPPED
           DISPLAY "MORE THAN " SC-MAX " SOURCES - SOURCE "
              SS-SOURCE " LEFT OFF THE SCORECARD"
           END-IF
           END-IF
           END-IF.

       ZERO-SOURCE-PERIOD.
           MOVE ZERO TO SC-DAYS(SC-IX, PER-ZERO-IX)
           MOVE ZERO TO SC-XMITS(SC-IX, PER-ZERO-IX)
           MOVE ZERO TO SC-ON-TIME(SC-IX, PER-ZERO-IX)
           MOVE ZERO TO SC-LATE(SC-IX, PER-ZERO-IX)
           MOVE ZERO TO SC-EARLY(SC-IX, PER-ZERO-IX)
           MOVE ZERO TO SC-FAILED(SC-IX, PER-ZERO-IX)
           MOVE ZERO TO SC-DETAILS(SC-IX, PER-ZERO-IX)
           MOVE ZERO TO SC-REJECTS(SC-IX, PER-ZERO-IX)
           MOVE ZERO TO SC-REJ-RATE(SC-IX, PER-ZERO-IX)
           PERFORM VARYING RSN-IX FROM 1 BY 1 UNTIL RSN-IX > 12
           MOVE ZERO TO SC-REASONS(SC-IX, PER-ZERO-IX, RSN-IX)
           END-PERFORM.

      * Reject rate per source and period - rejects as a percentage
      * of the records received, details read plus rejects.
       COMPUTE-REJECT-RATES.
           PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-USED
           PERFORM VARYING PER-IX FROM 1 BY 1 UNTIL PER-IX > 2
           COMPUTE RECEIVED-WORK = SC-DETAILS(SC-IX, PER-IX)
              + SC-REJECTS(SC-IX, PER-IX)
           IF RECEIVED-WORK > ZERO
           COMPUTE SC-REJ-RATE(SC-IX, PER-IX) ROUNDED =
              SC-REJECTS(SC-IX, PER-IX) * 100 / RECEIVED-WORK
           END-IF
           END-PERFORM
           END-PERFORM.

      * Orders the sources that sent this month worst first on the
      * SC-RANK-VALUE the caller has just set - an insertion sort,
      * stable, so equal figures stay in source order.
       RANK-SOURCES.
           MOVE ZERO TO ORD-USED
           PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-USED
           IF SC-DAYS(SC-IX, PER-MONTH) > ZERO
           ADD 1 TO ORD-USED
           MOVE SC-IX TO ORD-ENTRY(ORD-USED)
           END-IF
           END-PERFORM
           PERFORM VARYING ORD-I FROM 2 BY 1 UNTIL ORD-I > ORD-USED
           MOVE ORD-ENTRY(ORD-I) TO ORD-HOLD
           MOVE ORD-I TO ORD-J
           MOVE 'N' TO ORD-DONE-SW
           PERFORM UNTIL ORD-DONE-SW = 'Y'
           IF ORD-J = 1
           MOVE 'Y' TO ORD-DONE-SW
           ELSE
           COMPUTE ORD-K = ORD-J - 1
           MOVE ORD-ENTRY(ORD-K) TO ORD-A
           IF SC-RANK-VALUE(ORD-A) < SC-RANK-VALUE(ORD-HOLD)
           MOVE ORD-A TO ORD-ENTRY(ORD-J)
           MOVE ORD-K TO ORD-J
           ELSE
           MOVE 'Y' TO ORD-DONE-SW
           END-IF
           END-IF
           END-PERFORM
           MOVE ORD-HOLD TO ORD-ENTRY(ORD-J)
           END-PERFORM
           MOVE ZERO TO RANK-NUM
           MOVE ZERO TO RANK-PREV-VALUE.

      * Competition ranking - a source whose figure equals the one
      * above it shares that source's rank.
       SET-RANK.
           IF ORD-I = 1 OR SC-RANK-VALUE(SC-IX) NOT = RANK-PREV-VALUE
           MOVE ORD-I TO RANK-NUM
           END-IF
           MOVE SC-RANK-VALUE(SC-IX) TO RANK-PREV-VALUE.

      * This month's figure against the prior month's - a higher
      * reject rate, more late deliveries or more unbalanced sets is
      * WORSE.
       SET-TREND.
           COMPUTE TREND-CHANGE = TREND-CUR - TREND-PRV
           EVALUATE TRUE
           WHEN SC-DAYS(SC-IX, PER-PRIOR) = ZERO
           MOVE "NEW" TO TREND-WORK
           WHEN TREND-CHANGE > ZERO
           MOVE "WORSE" TO TREND-WORK
           WHEN TREND-CHANGE < ZERO
           MOVE "BETTER" TO TREND-WORK
           WHEN OTHER
           MOVE "SAME" TO TREND-WORK
           END-EVALUATE.

      * First section - ranked by reject rate.
       REPORT-REJECT-RATE.
           PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-USED
           MOVE SC-REJ-RATE(SC-IX, PER-MONTH) TO SC-RANK-VALUE(SC-IX)
           END-PERFORM
           PERFORM RANK-SOURCES
           MOVE " SOURCES RANKED BY REJECT RATE" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-REJ-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I > ORD-USED
           PERFORM REPORT-ONE-REJECT-RATE
           END-PERFORM
           PERFORM WRITE-NONE-THIS-MONTH.

       REPORT-ONE-REJECT-RATE.
           MOVE ORD-ENTRY(ORD-I) TO SC-IX
           PERFORM SET-RANK
           MOVE RANK-NUM TO RPT-REJ-RANK
           MOVE SC-SOURCE(SC-IX) TO RPT-REJ-SOURCE
           MOVE SC-DAYS(SC-IX, PER-MONTH) TO RPT-REJ-DAYS
           MOVE SC-XMITS(SC-IX, PER-MONTH) TO RPT-REJ-XMITS
           MOVE SC-DETAILS(SC-IX, PER-MONTH) TO RPT-REJ-DETAILS
           MOVE SC-REJECTS(SC-IX, PER-MONTH) TO RPT-REJ-REJECTS
           MOVE SC-REJ-RATE(SC-IX, PER-MONTH) TO RPT-REJ-RATE
           MOVE SC-REJ-RATE(SC-IX, PER-MONTH) TO TREND-CUR
           MOVE SC-REJ-RATE(SC-IX, PER-PRIOR) TO TREND-PRV
           PERFORM SET-TREND
           IF SC-DAYS(SC-IX, PER-PRIOR) = ZERO
           MOVE SPACES TO RPT-REJ-PRIOR
           MOVE SPACES TO RPT-REJ-CHANGE
           ELSE
           MOVE TREND-PRV TO PRIOR-RATE-ED
           MOVE PRIOR-RATE-ED TO RPT-REJ-PRIOR
           MOVE TREND-CHANGE TO CHANGE-RATE-ED
           MOVE CHANGE-RATE-ED TO RPT-REJ-CHANGE
           END-IF
           MOVE TREND-WORK TO RPT-REJ-TREND
           IF TREND-WORK = "WORSE"
           ADD 1 TO NUM-WORSE-REJECT
           END-IF
           MOVE RPT-REJ-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * Second section - ranked by late deliveries, the headers dated
      * before the expected prior working day. Headers dated after
      * it are shown as NEWER but do not count against the source.
       REPORT-LATE-DELIVERY.
           PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-USED
           MOVE SC-LATE(SC-IX, PER-MONTH) TO SC-RANK-VALUE(SC-IX)
           END-PERFORM
           PERFORM RANK-SOURCES
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE " SOURCES RANKED BY LATE DELIVERIES" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-LATE-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I > ORD-USED
           PERFORM REPORT-ONE-LATE-DELIVERY
           END-PERFORM
           PERFORM WRITE-NONE-THIS-MONTH.

       REPORT-ONE-LATE-DELIVERY.
           MOVE ORD-ENTRY(ORD-I) TO SC-IX
           PERFORM SET-RANK
           MOVE RANK-NUM TO RPT-LATE-RANK
           MOVE SC-SOURCE(SC-IX) TO RPT-LATE-SOURCE
           MOVE SC-XMITS(SC-IX, PER-MONTH) TO RPT-LATE-XMITS
           MOVE SC-ON-TIME(SC-IX, PER-MONTH) TO RPT-LATE-ON-TIME
           MOVE SC-LATE(SC-IX, PER-MONTH) TO RPT-LATE-LATE
           MOVE SC-EARLY(SC-IX, PER-MONTH) TO RPT-LATE-NEWER
           MOVE SC-LATE(SC-IX, PER-MONTH) TO TREND-CUR
           MOVE SC-LATE(SC-IX, PER-PRIOR) TO TREND-PRV
           PERFORM SET-TREND
           PERFORM EDIT-COUNT-TREND
           MOVE PRIOR-COUNT-ED TO RPT-LATE-PRIOR
           MOVE CHANGE-COUNT-ED TO RPT-LATE-CHANGE
           IF SC-DAYS(SC-IX, PER-PRIOR) = ZERO
           MOVE SPACES TO RPT-LATE-PRIOR
           MOVE SPACES TO RPT-LATE-CHANGE
           END-IF
           MOVE TREND-WORK TO RPT-LATE-TREND
           IF TREND-WORK = "WORSE"
           ADD 1 TO NUM-WORSE-LATE
           END-IF
           MOVE RPT-LATE-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * Third section - ranked by sets that failed to balance to
      * their trailers.
       REPORT-OUT-OF-BALANCE.
           PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-USED
           MOVE SC-FAILED(SC-IX, PER-MONTH) TO SC-RANK-VALUE(SC-IX)
           END-PERFORM
           PERFORM RANK-SOURCES
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE " SOURCES RANKED BY OUT-OF-BALANCE SETS"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-BAL-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING ORD-I FROM 1 BY 1 UNTIL ORD-I > ORD-USED
           PERFORM REPORT-ONE-OUT-OF-BALANCE
           END-PERFORM
           PERFORM WRITE-NONE-THIS-MONTH.

       REPORT-ONE-OUT-OF-BALANCE.
           MOVE ORD-ENTRY(ORD-I) TO SC-IX
           PERFORM SET-RANK
           MOVE RANK-NUM TO RPT-BAL-RANK
           MOVE SC-SOURCE(SC-IX) TO RPT-BAL-SOURCE
           MOVE SC-XMITS(SC-IX, PER-MONTH) TO RPT-BAL-XMITS
           MOVE SC-FAILED(SC-IX, PER-MONTH) TO RPT-BAL-FAILED
           MOVE SC-FAILED(SC-IX, PER-MONTH) TO TREND-CUR
           MOVE SC-FAILED(SC-IX, PER-PRIOR) TO TREND-PRV
           PERFORM SET-TREND
           PERFORM EDIT-COUNT-TREND
           MOVE PRIOR-COUNT-ED TO RPT-BAL-PRIOR
           MOVE CHANGE-COUNT-ED TO RPT-BAL-CHANGE
           IF SC-DAYS(SC-IX, PER-PRIOR) = ZERO
           MOVE SPACES TO RPT-BAL-PRIOR
           MOVE SPACES TO RPT-BAL-CHANGE
           END-IF
           MOVE TREND-WORK TO RPT-BAL-TREND
           IF TREND-WORK = "WORSE"
           ADD 1 TO NUM-WORSE-BALANCE
           END-IF
           MOVE RPT-BAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       EDIT-COUNT-TREND.
           MOVE TREND-PRV TO PRIOR-COUNT-ED
           MOVE TREND-CHANGE TO CHANGE-COUNT-ED.

       WRITE-NONE-THIS-MONTH.
           IF ORD-USED = ZERO
           MOVE "   NO SOURCE SENT ANYTHING THIS MONTH"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF.

      * Fourth section - each source's rejects this month by reason
      * code, in source order.
       REPORT-REJECT-REASONS.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE " REJECTS BY REASON CODE THIS MONTH" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-RSN-HEAD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-USED
           IF SC-DAYS(SC-IX, PER-MONTH) > ZERO
           PERFORM REPORT-ONE-REASON-LINE
           END-IF
           END-PERFORM.

       REPORT-ONE-REASON-LINE.
           MOVE SPACES TO RPT-RSN-LINE
           MOVE SC-SOURCE(SC-IX) TO RPT-RSN-SOURCE
           MOVE SC-REJECTS(SC-IX, PER-MONTH) TO RPT-RSN-TOTAL
           PERFORM VARYING RSN-IX FROM 1 BY 1 UNTIL RSN-IX > 12
           MOVE SC-REASONS(SC-IX, PER-MONTH, RSN-IX)
              TO RPT-RSN-COUNT(RSN-IX)
           END-PERFORM
           MOVE RPT-RSN-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * Sources that sent in the prior month and not at all in this
      * one - named on the report and in the job log.
       REPORT-SILENT-SOURCES.
           PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-USED
           IF SC-DAYS(SC-IX, PER-MONTH) = ZERO
           IF NUM-SOURCES-SILENT = ZERO
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE " SOURCES SILENT THIS MONTH" TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO NUM-SOURCES-SILENT
           MOVE SC-SOURCE(SC-IX) TO RPT-SIL-SOURCE
           MOVE SC-XMITS(SC-IX, PER-PRIOR) TO RPT-SIL-XMITS
           MOVE RPT-SILENT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY "SOURCE " SC-SOURCE(SC-IX) " SENT NOTHING IN "
              PARM-MONTH
           ELSE
           ADD 1 TO NUM-SOURCES-SCORED
           END-IF
           END-PERFORM.

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
           MOVE PARM-MONTH TO RPT-H2-MONTH
           MOVE PRIOR-MONTH-X TO RPT-H2-PRIOR
           WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE
           WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO RPT-LINE-COUNT.

      * Totals at the foot of the report.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "HISTORY RECORDS READ" TO RPT-TOT-LABEL
           MOVE NUM-SS-READ TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RECORDS FOR THE MONTH" TO RPT-TOT-LABEL
           MOVE NUM-SS-MONTH TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RECORDS FOR THE PRIOR MONTH" TO RPT-TOT-LABEL
           MOVE NUM-SS-PRIOR TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SOURCES SCORED" TO RPT-TOT-LABEL
           MOVE NUM-SOURCES-SCORED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SOURCES SILENT THIS MONTH" TO RPT-TOT-LABEL
           MOVE NUM-SOURCES-SILENT TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SOURCES LEFT OFF - TABLE FULL" TO RPT-TOT-LABEL
           MOVE NUM-SOURCES-DROPPED TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "WORSE ON REJECT RATE" TO RPT-TOT-LABEL
           MOVE NUM-WORSE-REJECT TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "WORSE ON LATE DELIVERIES" TO RPT-TOT-LABEL
           MOVE NUM-WORSE-LATE TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "WORSE ON OUT-OF-BALANCE SETS" TO RPT-TOT-LABEL
           MOVE NUM-WORSE-BALANCE TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.
