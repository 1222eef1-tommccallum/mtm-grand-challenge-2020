      * Indexed (VSAM-style) variant of read_data.cobol - use this
      * template instead when the job is a lookup or update against a
      * keyed master file rather than a straight flat-file extract.
      * If the master's cluster is lost or damaged, MODE RECOVER
      * rebuilds it from the last load_unload UNLOAD plus the journal
      * of every change made since - see RECOVER-MASTER.
      * An APPLY run appends its figures to the shared run-control
      * file (RUNCTL) under source APPLY for the balance_signoff job
      * - see WRITE-RUN-CONTROL.
      * MODE PREVIEW reads DELTA1 against the master and reports what
      * an APPLY would do without changing anything, and an APPLY
      * refuses to start when the deltas would delete or move more
      * of the master than the card allows - see CHECK-MASS-CHANGE.
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS FILE-STATUS-DLT.
           SELECT JRNL-FILE ASSIGN TO JRNL1
               FILE STATUS IS FILE-STATUS-JRN.
           SELECT UNLOAD-FILE ASSIGN TO INUNL1
               FILE STATUS IS FILE-STATUS-UNL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS FILE-STATUS-RCT.


       DATA DIVISION.

      * Delta transactions written by the flat-file template's
      * MATCH-RECORDS - an action code plus the full record image in
      * the same layout as REC-1. Only opened for a MODE APPLY or
      * PREVIEW run - the run-control card on SYSIN names the mode,
      * the same convention the rest of the template family uses, and
      * a run that cannot open DELTA1 fails rather than silently
      * browsing instead.
       FD  DELTA-FILE
           RECORDING MODE IS F.
           05  JRN-BEFORE-IMAGE    PIC X(400).
           05  JRN-AFTER-IMAGE     PIC X(400).

      * The load_unload UNLOAD generation a MODE RECOVER run
      * rebuilds the master from - header, the master's detail
      * records in key sequence, and a trailer carrying the physical
      * record count and net amount. Hand-maintained to mirror
      * load_unload's OUT-UNL-1 - keep in step. Only opened for a
      * RECOVER run.
       FD  UNLOAD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  UNL-REC.
           05  UNL-REC-TYPE        PIC X(1).
           05  UNL-REC-BODY        PIC X(79).
           05  UNL-REC-HDR REDEFINES UNL-REC-BODY.
               10  UNL-HDR-DATE        PIC X(8).
               10  UNL-HDR-SOURCE      PIC X(8).
               10  UNL-HDR-STAMP-DATE  PIC X(8).
               10  UNL-HDR-STAMP-TIME  PIC X(6).
               10  FILLER              PIC X(49).
           05  UNL-REC-TRL REDEFINES UNL-REC-BODY.
               10  UNL-TRL-COUNT       PIC 9(9).
               10  UNL-TRL-AMOUNT      PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(54).

      * Run-control card naming the mode - see A000-START.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD-REC       PIC X(80).

      * Hand-maintained mirror of the shared run-control record the
      * flat-file read_data template appends - keep the two in step.
      * An APPLY writes source APPLY: the deltas applied by action,
      * those that failed (an add for a key already there, a change
      * or delete for one that is not) and those with an unknown
      * action, and the control record's count and net before and
      * after the run - the movement the sign-off ties to the match
      * run's adds less deletes. RUNCTL (LRECL 180, DISP=MOD, the
      * same dataset the daily jobs append to) is optional, and only
      * written when the card carries the business date.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 180 CHARACTERS
           RECORDING MODE IS F.
       01  RCT-REC-1.
           05  RCT-BUS-DATE        PIC X(8).
           05  RCT-SOURCE          PIC X(8).
           05  RCT-PGM-NAME        PIC X(8).
           05  RCT-RUN-DATE        PIC X(8).
           05  RCT-RUN-TIME        PIC X(6).
           05  RCT-RETURN-CODE     PIC 9(4).
           05  RCT-FIGURES.
               10  RCT-COUNT OCCURS 8 TIMES PIC 9(9).
               10  RCT-AMOUNT OCCURS 4 TIMES PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
           05  RCT-APPLY-FIGURES REDEFINES RCT-FIGURES.
               10  RCT-APL-ADDS        PIC 9(9).
               10  RCT-APL-CHANGES     PIC 9(9).
               10  RCT-APL-DELETES     PIC 9(9).
               10  RCT-APL-FAILED      PIC 9(9).
               10  RCT-APL-CTL-BEFORE  PIC 9(9).
               10  RCT-APL-CTL-AFTER   PIC 9(9).
               10  RCT-APL-BAD-ACTIONS PIC 9(9).
               10  FILLER              PIC X(9).
               10  RCT-APL-AMT-BEFORE  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCT-APL-AMT-AFTER   PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(32).
           05  FILLER              PIC X(2).

       WORKING-STORAGE SECTION.

       01  LASTREC             PIC X(1).
      * later backout. The mode field widened from 6 to 7 for
      * BACKOUT; a BROWSE or APPLY card cut at the old width still
      * reads correctly, column 7 having always been blank.
      * RECOVER (rebuild the master from an unload and roll the
      * journal forward) writes no journal records and needs no run
      * identifier. It stops after the run named in columns 18-25,
      * or after the last change stamped at or before the date in
      * columns 27-34 (YYYYMMDD) and time in columns 36-41 (HHMMSS,
      * 235959 if blank) - one or the other, not both. With neither,
      * it rolls forward to the end of the journal. The journal must
      * still reach back to the unload - its first record stamped at
      * or before the moment the unload was taken - or RECOVER is
      * refused, since records archived from between the two would
      * leave no sequence gap to find. A journal genuinely started
      * after the unload is accepted with OVERRIDE Y in column 51.
      * APPLY reads columns 27-34 as the business date (YYYYMMDD) the
      * delta file was cut for, which its run-control record is
      * filed under; blank, no run-control record is written.
      * PREVIEW reads DELTA1 exactly as an APPLY would but changes
      * nothing - no journal, no control record update, no run
      * identifier needed. APPLY and PREVIEW both read columns 43-45
      * as the most deletes the run may make, as a whole percentage
      * of the control record's count, and columns 47-49 as the most
      * net amount movement, as a whole percentage of the control
      * record's net; blank, 010 and 025. An APPLY over either limit
      * is refused before anything is touched unless column 51
      * carries OVERRIDE Y - the guard against a truncated or empty
      * INDATA1 turning a MATCH run into a delete of the whole file.
       01  FILE-STATUS-PARM    PIC X(2).
       01  PARM-CARD.
           05  PARM-MODE           PIC X(7).
           05  PARM-RUN-ID         PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-UNDO-ID        PIC X(8).
           05  PARM-STOP-RUN-ID REDEFINES PARM-UNDO-ID PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-STOP-DATE      PIC X(8).
           05  PARM-BUS-DATE REDEFINES PARM-STOP-DATE PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-STOP-TIME      PIC X(6).
           05  FILLER              PIC X(1).
           05  PARM-MAX-DEL-PCT    PIC X(3).
           05  PARM-MAX-DEL-PCT-N REDEFINES PARM-MAX-DEL-PCT
                                   PIC 9(3).
           05  FILLER              PIC X(1).
           05  PARM-MAX-NET-PCT    PIC X(3).
           05  PARM-MAX-NET-PCT-N REDEFINES PARM-MAX-NET-PCT
                                   PIC 9(3).
           05  FILLER              PIC X(1).
           05  PARM-OVERRIDE       PIC X(1).
           05  FILLER              PIC X(29).

      * Counter must be big enough to display the value in the runtime output
       01  NUM-RECS-READ       PIC 9(16) VALUE ZERO.
       01  MCTL-OLD-AMOUNT     PIC S9(15)V99 VALUE ZERO.
       01  MCTL-NEW-AMOUNT     PIC S9(15)V99 VALUE ZERO.

      * Run-control figures for an APPLY - see the RUN-CTL-FILE FD.
       01  FILE-STATUS-RCT     PIC X(2).
       01  APL-CTL-COUNT-BEFORE PIC 9(9) VALUE ZERO.
       01  APL-CTL-AMT-BEFORE  PIC S9(13)V99 VALUE ZERO.
       01  APL-FAILED          PIC 9(9) VALUE ZERO.

      * Preview of a delta file - what an APPLY would add, change
      * and delete, what would fail, and the net amount movement in
      * total and per currency, worked out by looking every delta up
      * on the master without writing anything. An APPLY takes the
      * same figures in a first pass over DELTA1 for the mass-change
      * check, then reads DELTA1 again to apply it. Each delta is
      * judged against the master as it stands, which is how an
      * APPLY meets a MATCH delta file - one action per key. The
      * percentages are of the control record's count and net; a
      * zero control figure makes any movement against it 99999.99.
      * More currencies than PVW-CCY-MAX is not kept by currency (the
      * total is still right) and is warned once.
       01  PREVIEW-MODE-SW     PIC X(1) VALUE 'N'.
       01  PVW-ADDS            PIC 9(9) VALUE ZERO.
       01  PVW-CHANGES         PIC 9(9) VALUE ZERO.
       01  PVW-DELETES         PIC 9(9) VALUE ZERO.
       01  PVW-ADD-EXISTS      PIC 9(9) VALUE ZERO.
       01  PVW-CHANGE-MISSING  PIC 9(9) VALUE ZERO.
       01  PVW-DELETE-MISSING  PIC 9(9) VALUE ZERO.
       01  PVW-BAD-ACTIONS     PIC 9(9) VALUE ZERO.
       01  PVW-NET-MOVEMENT    PIC S9(15)V99 VALUE ZERO.
       01  PVW-ABS-MOVEMENT    PIC S9(15)V99 VALUE ZERO.
       01  PVW-ABS-CONTROL     PIC S9(15)V99 VALUE ZERO.
       01  PVW-COUNT-AFTER     PIC S9(11) VALUE ZERO.
       01  PVW-AMOUNT-AFTER    PIC S9(15)V99 VALUE ZERO.
       01  PVW-DEL-PCT         PIC 9(5)V99 VALUE ZERO.
       01  PVW-NET-PCT         PIC 9(5)V99 VALUE ZERO.
       01  PVW-MAX-DEL-PCT     PIC 9(3) VALUE 10.
       01  PVW-MAX-NET-PCT     PIC 9(3) VALUE 25.
       01  PVW-TRIPPED-SW      PIC X(1) VALUE 'N'.
       01  PVW-OLD-AMOUNT      PIC S9(15)V99 VALUE ZERO.
       01  PVW-NEW-AMOUNT      PIC S9(15)V99 VALUE ZERO.
       01  PVW-OLD-CCY         PIC X(3).
       01  PVW-NEW-CCY         PIC X(3).
       01  PVW-CCY-WORK        PIC X(3).
       01  PVW-AMT-WORK        PIC S9(15)V99 VALUE ZERO.
       01  PVW-CCY-MAX         PIC 9(2) VALUE 20.
       01  PVW-CCY-USED        PIC 9(2) VALUE ZERO.
       01  PVW-CCY-IX          PIC 9(2) VALUE ZERO.
       01  PVW-CCY-FOUND-SW    PIC X(1).
       01  PVW-CCY-OVERFLOW-SW PIC X(1) VALUE 'N'.
       01  PVW-CCY-TABLE.
           05  PVW-CCY-ENTRY OCCURS 20 TIMES.
               10  PVW-CCY-CODE    PIC X(3).
               10  PVW-CCY-NET     PIC S9(15)V99.

      * Backout mode. The named run's journal records are loaded
      * into the table below and undone newest-first: a journaled
      * WRITE is deleted, a REWRITE gets its before image rewritten
               10  BKO-KEY         PIC X(10).
               10  BKO-BEFORE      PIC X(400).

      * Recovery mode. The unload is loaded into an empty master and
      * its trailer proved; the journal is then replayed forward in
      * file order - run by run, JRN-SEQ by JRN-SEQ - from the clock
      * time the unload was taken. Every step is checked against the
      * master before it is applied: a WRITE's key must be absent, a
      * REWRITE's or DELETE's record must still be exactly the
      * journaled before image, and each run's sequence numbers must
      * run on unbroken. The first step that fails the check is a
      * gap in the journal, and the recovery stops there rather than
      * roll on into a master that is quietly wrong. The stamps are
      * compared as YYYYMMDDHHMMSS.
       01  RECOVER-MODE-SW     PIC X(1) VALUE 'N'.
       01  FILE-STATUS-UNL     PIC X(2).
       01  LASTREC-UNL         PIC X(1) VALUE 'N'.
       01  RCV-HDR-FOUND-SW    PIC X(1) VALUE 'N'.
       01  RCV-TRL-FOUND-SW    PIC X(1) VALUE 'N'.
       01  RCV-GAP-SW          PIC X(1) VALUE 'N'.
       01  RCV-DONE-SW         PIC X(1) VALUE 'N'.
       01  RCV-STOP-SEEN-SW    PIC X(1) VALUE 'N'.
       01  RCV-IN-UNLOAD-SW    PIC X(1) VALUE 'N'.
       01  RCV-GAP-REASON      PIC X(50) VALUE SPACES.
       01  RCV-UNLOAD-STAMP.
           05  RCV-UNLOAD-DATE     PIC X(8).
           05  RCV-UNLOAD-TIME     PIC X(6).
       01  RCV-STOP-STAMP.
           05  RCV-STOP-DATE       PIC X(8).
           05  RCV-STOP-TIME       PIC X(6).
       01  RCV-JRN-STAMP.
           05  RCV-JRN-DATE        PIC X(8).
           05  RCV-JRN-TIME        PIC X(6).
       01  RCV-PREV-RUN-ID     PIC X(8) VALUE SPACES.
       01  RCV-PREV-SEQ        PIC 9(9) VALUE ZERO.
       01  RCV-LAST-RUN-ID     PIC X(8) VALUE SPACES.
       01  RCV-LAST-SEQ        PIC 9(9) VALUE ZERO.
       01  RCV-LAST-DATE       PIC X(8) VALUE SPACES.
       01  RCV-LAST-TIME       PIC X(6) VALUE SPACES.
       01  RCV-PHYS-READ       PIC 9(9) VALUE ZERO.
       01  RCV-TRL-COUNT       PIC 9(9) VALUE ZERO.
       01  RCV-TRL-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01  RCV-LOADED-COUNT    PIC 9(9) VALUE ZERO.
       01  RCV-LOADED-AMOUNT   PIC S9(15)V99 VALUE ZERO.
       01  RCV-IN-UNLOAD       PIC 9(9) VALUE ZERO.
       01  RCV-APPLIED         PIC 9(9) VALUE ZERO.
       01  RCV-RUNS-APPLIED    PIC 9(9) VALUE ZERO.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
      * lookup/update job, move the wanted key to SEARCH-KEY and
      * PERFORM LOOKUP-RECORD (and PERFORM UPDATE-RECORD after
      * changing fields in the record) instead of PERFORM
      * READ-NEXT-RECORD. RECOVER builds the master afresh from an
      * unload, so it opens the master itself - see RECOVER-MASTER.
      * PREVIEW only reads the master, so it opens it for input.
       A000-START.
           PERFORM READ-PARM-CARD.
           IF PARM-MODE = 'PREVIEW'
           OPEN INPUT IN-REC-1
           ELSE
           IF PARM-MODE NOT = 'RECOVER'
           OPEN I-O IN-REC-1
           END-IF
           END-IF
           EVALUATE PARM-MODE
           WHEN 'APPLY'
           PERFORM OPEN-DELTA-FILE
           PERFORM REQUIRE-MASTER-CONTROL
           MOVE MCTL-COUNT TO APL-CTL-COUNT-BEFORE
           MOVE MCTL-AMOUNT TO APL-CTL-AMT-BEFORE
           PERFORM PREVIEW-DELTAS
           PERFORM CHECK-MASS-CHANGE
           PERFORM REFUSE-MASS-CHANGE
           CLOSE DELTA-FILE
           MOVE 'N' TO LASTREC-DLT
           PERFORM OPEN-DELTA-FILE
           PERFORM OPEN-JOURNAL-EXTEND
           MOVE 'Y' TO APPLY-MODE-SW
           PERFORM APPLY-DELTAS
           DISPLAY "DELTA RECORDS WITH UNKNOWN ACTION: "
              DELTA-BAD-ACTIONS
           END-IF
           PERFORM WRITE-RUN-CONTROL
           WHEN 'PREVIEW'
           PERFORM OPEN-DELTA-FILE
           MOVE 'Y' TO PREVIEW-MODE-SW
           PERFORM READ-MASTER-CONTROL
           PERFORM PREVIEW-DELTAS
           PERFORM REPORT-PREVIEW
           WHEN 'BACKOUT'
           PERFORM REQUIRE-MASTER-CONTROL
           MOVE 'Y' TO BACKOUT-MODE-SW
              " FAILED: " BKO-FAILED
           WHEN 'VERIFY'
           PERFORM VERIFY-MASTER
           WHEN 'RECOVER'
           MOVE 'Y' TO RECOVER-MODE-SW
           PERFORM RECOVER-MASTER
           WHEN OTHER
           PERFORM READ-NEXT-RECORD
           DISPLAY "# records read: " NUM-RECS-READ
      * Closes the files and stops
       CLOSE-STOP.
           CLOSE IN-REC-1.
           IF APPLY-MODE-SW = 'Y' OR PREVIEW-MODE-SW = 'Y'
           CLOSE DELTA-FILE
           END-IF
           IF APPLY-MODE-SW = 'Y' OR BACKOUT-MODE-SW = 'Y'
           STOP RUN
           END-IF.

      * An APPLY or PREVIEW that cannot open DELTA1 fails rather than
      * silently browsing instead.
       OPEN-DELTA-FILE.
           OPEN INPUT DELTA-FILE
           IF FILE-STATUS-DLT NOT = '00'
           DISPLAY "UNABLE TO OPEN DELTA1 - FILE STATUS "
              FILE-STATUS-DLT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

      * Reads the run-control card from SYSIN before the master is
      * opened. A missing, empty or malformed card fails the job -
      * the processing mode is named on the card, not inferred from
           CLOSE PARM-FILE
           IF PARM-MODE NOT = 'BROWSE' AND PARM-MODE NOT = 'APPLY'
              AND PARM-MODE NOT = 'BACKOUT' AND PARM-MODE NOT = 'VERIFY'
              AND PARM-MODE NOT = 'RECOVER'
              AND PARM-MODE NOT = 'PREVIEW'
           DISPLAY "RUN-CONTROL CARD INVALID - MODE MUST BE BROWSE,"
              " APPLY, PREVIEW, BACKOUT, VERIFY OR RECOVER, NOT: "
              PARM-MODE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF
           IF PARM-MODE = 'RECOVER'
           PERFORM CHECK-RECOVER-CARD
           END-IF
           IF PARM-MODE = 'APPLY' AND PARM-BUS-DATE NOT = SPACES
              AND PARM-BUS-DATE NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - APPLY BUSINESS DATE"
              " (COLUMNS 27-34) NOT NUMERIC: " PARM-BUS-DATE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PARM-MODE = 'APPLY' OR PARM-MODE = 'PREVIEW'
           PERFORM CHECK-MASS-CHANGE-CARD
           END-IF.

      * The mass-change limits are whole percentages, blank for the
      * defaults in PVW-MAX-DEL-PCT and PVW-MAX-NET-PCT; the override
      * is Y or N.
       CHECK-MASS-CHANGE-CARD.
           IF PARM-MAX-DEL-PCT NOT = SPACES
           IF PARM-MAX-DEL-PCT NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - DELETE LIMIT"
              " (COLUMNS 43-45) NOT NUMERIC: " PARM-MAX-DEL-PCT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE PARM-MAX-DEL-PCT-N TO PVW-MAX-DEL-PCT
           END-IF
           IF PARM-MAX-NET-PCT NOT = SPACES
           IF PARM-MAX-NET-PCT NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - NET MOVEMENT LIMIT"
              " (COLUMNS 47-49) NOT NUMERIC: " PARM-MAX-NET-PCT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE PARM-MAX-NET-PCT-N TO PVW-MAX-NET-PCT
           END-IF
           IF PARM-OVERRIDE NOT = 'Y' AND PARM-OVERRIDE NOT = 'N'
              AND PARM-OVERRIDE NOT = SPACE
           DISPLAY "RUN-CONTROL CARD INVALID - OVERRIDE FLAG"
              " (COLUMN 51) MUST BE Y OR N, NOT: " PARM-OVERRIDE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

      * A RECOVER card names at most one stopping point - a run, or
      * a date and time. A stop date must be numeric; a blank stop
      * time means the end of that day.
       CHECK-RECOVER-CARD.
           IF PARM-STOP-RUN-ID NOT = SPACES
              AND PARM-STOP-DATE NOT = SPACES
           DISPLAY "RUN-CONTROL CARD INVALID - RECOVER STOPS AT A RUN"
              " (COLUMNS 18-25) OR A DATE AND TIME (27-41), NOT BOTH"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PARM-STOP-DATE NOT = SPACES
           IF PARM-STOP-TIME = SPACES
           MOVE '235959' TO PARM-STOP-TIME
           END-IF
           IF PARM-STOP-DATE NOT NUMERIC
              OR PARM-STOP-TIME NOT NUMERIC
           DISPLAY "RUN-CONTROL CARD INVALID - RECOVER STOP DATE AND"
              " TIME MUST BE NUMERIC: " PARM-STOP-DATE " "
              PARM-STOP-TIME
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE PARM-STOP-DATE TO RCV-STOP-DATE
           MOVE PARM-STOP-TIME TO RCV-STOP-TIME
           END-IF
           IF PARM-OVERRIDE NOT = 'Y' AND PARM-OVERRIDE NOT = 'N'
              AND PARM-OVERRIDE NOT = SPACE
           DISPLAY "RUN-CONTROL CARD INVALID - OVERRIDE FLAG"
              " (COLUMN 51) MUST BE Y OR N, NOT: " PARM-OVERRIDE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

      * Reads the next record in key sequence during a full browse.
           DISPLAY "DELETE FAILED - KEY NOT ON MASTER: " SEARCH-KEY
           END-IF.

      * Reads DELTA1 through against the master and works out what an
      * APPLY would do with it - nothing is written, rewritten or
      * deleted. Each delta's key is looked up exactly as the apply
      * looks it up: an add must find no record, a change or delete
      * must find one. The net movement is what the apply would post
      * to the control record - the new amount of an add, new less
      * old on a change, less the old amount of a delete - and is
      * also kept per currency, the old amount against the master
      * record's currency and the new against the delta's. The keys
      * that would fail are listed on a PREVIEW run only; an APPLY
      * lists them itself as it meets them.
       PREVIEW-DELTAS.
           PERFORM READ-DELTA-RECORD
           PERFORM UNTIL LASTREC-DLT = 'Y'
           PERFORM PREVIEW-ONE-DELTA
           PERFORM READ-DELTA-RECORD
           END-PERFORM.

       PREVIEW-ONE-DELTA.
           MOVE DLT-RECORD-DATA TO REC-1
           MOVE REC-1-KEY TO SEARCH-KEY
           EVALUATE DLT-ACTION
           WHEN 'A'
           PERFORM LOOKUP-RECORD
           IF RECORD-FOUND-SW = 'Y'
           ADD 1 TO PVW-ADD-EXISTS
           IF PREVIEW-MODE-SW = 'Y'
           DISPLAY "ADD WOULD FAIL - KEY ALREADY ON MASTER: "
              SEARCH-KEY
           END-IF
           ELSE
           ADD 1 TO PVW-ADDS
           MOVE DLT-RECORD-DATA TO REC-1
           MOVE REC-1-AMOUNT TO PVW-NEW-AMOUNT
           ADD PVW-NEW-AMOUNT TO PVW-NET-MOVEMENT
           MOVE REC-1-CURRENCY TO PVW-CCY-WORK
           MOVE PVW-NEW-AMOUNT TO PVW-AMT-WORK
           PERFORM ADD-PREVIEW-CURRENCY
           END-IF
           WHEN 'C'
           PERFORM LOOKUP-RECORD
           IF RECORD-FOUND-SW = 'Y'
           ADD 1 TO PVW-CHANGES
           MOVE REC-1-AMOUNT TO PVW-OLD-AMOUNT
           MOVE REC-1-CURRENCY TO PVW-OLD-CCY
           MOVE DLT-RECORD-DATA TO REC-1
           MOVE REC-1-AMOUNT TO PVW-NEW-AMOUNT
           MOVE REC-1-CURRENCY TO PVW-NEW-CCY
           SUBTRACT PVW-OLD-AMOUNT FROM PVW-NET-MOVEMENT
           ADD PVW-NEW-AMOUNT TO PVW-NET-MOVEMENT
           MOVE PVW-OLD-CCY TO PVW-CCY-WORK
           COMPUTE PVW-AMT-WORK = 0 - PVW-OLD-AMOUNT
           PERFORM ADD-PREVIEW-CURRENCY
           MOVE PVW-NEW-CCY TO PVW-CCY-WORK
           MOVE PVW-NEW-AMOUNT TO PVW-AMT-WORK
           PERFORM ADD-PREVIEW-CURRENCY
           ELSE
           ADD 1 TO PVW-CHANGE-MISSING
           IF PREVIEW-MODE-SW = 'Y'
           DISPLAY "CHANGE WOULD FAIL - KEY NOT ON MASTER: "
              SEARCH-KEY
           END-IF
           END-IF
           WHEN 'D'
           PERFORM LOOKUP-RECORD
           IF RECORD-FOUND-SW = 'Y'
           ADD 1 TO PVW-DELETES
           MOVE REC-1-AMOUNT TO PVW-OLD-AMOUNT
           SUBTRACT PVW-OLD-AMOUNT FROM PVW-NET-MOVEMENT
           MOVE REC-1-CURRENCY TO PVW-CCY-WORK
           COMPUTE PVW-AMT-WORK = 0 - PVW-OLD-AMOUNT
           PERFORM ADD-PREVIEW-CURRENCY
           ELSE
           ADD 1 TO PVW-DELETE-MISSING
           IF PREVIEW-MODE-SW = 'Y'
           DISPLAY "DELETE WOULD FAIL - KEY NOT ON MASTER: "
              SEARCH-KEY
           END-IF
           END-IF
           WHEN OTHER
           ADD 1 TO PVW-BAD-ACTIONS
           IF PREVIEW-MODE-SW = 'Y'
           DISPLAY "UNKNOWN DELTA ACTION: " DLT-ACTION
           END-IF
           END-EVALUATE.

      * Adds PVW-AMT-WORK to PVW-CCY-WORK's net movement, opening a
      * slot for a currency not seen yet.
       ADD-PREVIEW-CURRENCY.
           MOVE 'N' TO PVW-CCY-FOUND-SW
           PERFORM VARYING PVW-CCY-IX FROM 1 BY 1
              UNTIL PVW-CCY-IX > PVW-CCY-USED
           IF PVW-CCY-CODE(PVW-CCY-IX) = PVW-CCY-WORK
           ADD PVW-AMT-WORK TO PVW-CCY-NET(PVW-CCY-IX)
           MOVE 'Y' TO PVW-CCY-FOUND-SW
           END-IF
           END-PERFORM
           IF PVW-CCY-FOUND-SW = 'N'
           IF PVW-CCY-USED < PVW-CCY-MAX
           ADD 1 TO PVW-CCY-USED
           MOVE PVW-CCY-WORK TO PVW-CCY-CODE(PVW-CCY-USED)
           MOVE PVW-AMT-WORK TO PVW-CCY-NET(PVW-CCY-USED)
           ELSE
           IF PVW-CCY-OVERFLOW-SW = 'N'
           MOVE 'Y' TO PVW-CCY-OVERFLOW-SW
           DISPLAY "MORE THAN " PVW-CCY-MAX " CURRENCIES IN DELTA1"
              " - NET MOVEMENT BY CURRENCY INCOMPLETE, RAISE"
              " PVW-CCY-MAX"
           END-IF
           END-IF
           END-IF.

      * Measures the previewed deletes against the control record's
      * count and the absolute net movement against the absolute of
      * its net, and sets PVW-TRIPPED-SW when either is over the
      * card's limit. A zero control figure with any movement against
      * it counts as over.
       CHECK-MASS-CHANGE.
           MOVE 'N' TO PVW-TRIPPED-SW
           IF MCTL-COUNT = ZERO
           IF PVW-DELETES > ZERO
           MOVE 99999.99 TO PVW-DEL-PCT
           ELSE
           MOVE ZERO TO PVW-DEL-PCT
           END-IF
           ELSE
           COMPUTE PVW-DEL-PCT ROUNDED =
              PVW-DELETES * 100 / MCTL-COUNT
              ON SIZE ERROR MOVE 99999.99 TO PVW-DEL-PCT
           END-COMPUTE
           END-IF
           MOVE PVW-NET-MOVEMENT TO PVW-ABS-MOVEMENT
           IF PVW-ABS-MOVEMENT < ZERO
           MULTIPLY -1 BY PVW-ABS-MOVEMENT
           END-IF
           MOVE MCTL-AMOUNT TO PVW-ABS-CONTROL
           IF PVW-ABS-CONTROL < ZERO
           MULTIPLY -1 BY PVW-ABS-CONTROL
           END-IF
           IF PVW-ABS-CONTROL = ZERO
           IF PVW-ABS-MOVEMENT > ZERO
           MOVE 99999.99 TO PVW-NET-PCT
           ELSE
           MOVE ZERO TO PVW-NET-PCT
           END-IF
           ELSE
           COMPUTE PVW-NET-PCT ROUNDED =
              PVW-ABS-MOVEMENT * 100 / PVW-ABS-CONTROL
              ON SIZE ERROR MOVE 99999.99 TO PVW-NET-PCT
           END-COMPUTE
           END-IF
           IF PVW-DEL-PCT > PVW-MAX-DEL-PCT
              OR PVW-NET-PCT > PVW-MAX-NET-PCT
           MOVE 'Y' TO PVW-TRIPPED-SW
           END-IF.

      * An APPLY over either mass-change limit stops here, before
      * the journal is opened or any delta applied, unless the card
      * carries OVERRIDE Y - the same refuse-unless-overridden guard
      * the flat-file template puts on a business date already
      * processed.
       REFUSE-MASS-CHANGE.
           IF PVW-TRIPPED-SW = 'Y'
           IF PARM-OVERRIDE = 'Y'
           DISPLAY "WARNING - DELTA1 EXCEEDS THE MASS-CHANGE LIMITS"
              " - OVERRIDE ACCEPTED"
           PERFORM DISPLAY-MASS-CHANGE
           ELSE
           DISPLAY "RUN REFUSED - DELTA1 WOULD CHANGE MORE OF THE"
              " MASTER THAN THE MASS-CHANGE LIMITS ALLOW - CODE"
              " OVERRIDE Y IN COLUMN 51 TO APPLY IT"
           PERFORM DISPLAY-MASS-CHANGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF.

       DISPLAY-MASS-CHANGE.
           DISPLAY "DELETES: " PVW-DELETES " OF " MCTL-COUNT
              " RECORDS = " PVW-DEL-PCT "% - LIMIT "
              PVW-MAX-DEL-PCT "%"
           DISPLAY "NET MOVEMENT: " PVW-NET-MOVEMENT " AGAINST "
              MCTL-AMOUNT " = " PVW-NET-PCT "% - LIMIT "
              PVW-MAX-NET-PCT "%".

      * The PREVIEW report on the job log: what the APPLY would do,
      * what would fail, the net movement in total and per currency,
      * the control record as it would stand after, and whether the
      * APPLY would pass the mass-change check with this card. Ends
      * RETURN-CODE 8 when any delta would fail, the APPLY would be
      * refused (or would need its override), the master has no
      * control record, or a currency was not kept; 0 when the APPLY
      * would run clean.
       REPORT-PREVIEW.
           DISPLAY "PREVIEW OF DELTA1 - NOTHING HAS BEEN CHANGED"
           DISPLAY "DELTA ADDS: " PVW-ADDS
              " WOULD FAIL, KEY ALREADY ON MASTER: " PVW-ADD-EXISTS
           DISPLAY "DELTA CHANGES: " PVW-CHANGES
              " WOULD FAIL, KEY NOT ON MASTER: " PVW-CHANGE-MISSING
           DISPLAY "DELTA DELETES: " PVW-DELETES
              " WOULD FAIL, KEY NOT ON MASTER: " PVW-DELETE-MISSING
           IF PVW-BAD-ACTIONS > ZERO
           DISPLAY "DELTA RECORDS WITH UNKNOWN ACTION: "
              PVW-BAD-ACTIONS
           END-IF
           DISPLAY "NET AMOUNT MOVEMENT: " PVW-NET-MOVEMENT
           PERFORM VARYING PVW-CCY-IX FROM 1 BY 1
              UNTIL PVW-CCY-IX > PVW-CCY-USED
           DISPLAY "  NET MOVEMENT " PVW-CCY-CODE(PVW-CCY-IX) ": "
              PVW-CCY-NET(PVW-CCY-IX)
           END-PERFORM
           IF PVW-ADD-EXISTS > ZERO OR PVW-CHANGE-MISSING > ZERO
              OR PVW-DELETE-MISSING > ZERO OR PVW-BAD-ACTIONS > ZERO
              OR PVW-CCY-OVERFLOW-SW = 'Y'
           MOVE 8 TO RETURN-CODE
           END-IF
           IF MCTL-FOUND-SW = 'N'
           DISPLAY "MASTER HAS NO CONTROL RECORD - AN APPLY WOULD BE"
              " REFUSED UNTIL IT IS REBUILT THROUGH AN UNLOAD/LOAD"
           MOVE 8 TO RETURN-CODE
           ELSE
           COMPUTE PVW-COUNT-AFTER =
              MCTL-COUNT + PVW-ADDS - PVW-DELETES
           COMPUTE PVW-AMOUNT-AFTER =
              MCTL-AMOUNT + PVW-NET-MOVEMENT
           DISPLAY "CONTROL RECORD NOW: " MCTL-COUNT " RECORDS NET "
              MCTL-AMOUNT
           DISPLAY "CONTROL RECORD AFTER APPLY: " PVW-COUNT-AFTER
              " RECORDS NET " PVW-AMOUNT-AFTER
           PERFORM CHECK-MASS-CHANGE
           PERFORM DISPLAY-MASS-CHANGE
           IF PVW-TRIPPED-SW = 'Y'
           MOVE 8 TO RETURN-CODE
           IF PARM-OVERRIDE = 'Y'
           DISPLAY "OVER THE MASS-CHANGE LIMITS - THE APPLY WOULD RUN"
              " ONLY ON THE CARD'S OVERRIDE"
           ELSE
           DISPLAY "OVER THE MASS-CHANGE LIMITS - THE APPLY WOULD BE"
              " REFUSED"
           END-IF
           ELSE
           DISPLAY "WITHIN THE MASS-CHANGE LIMITS - THE APPLY WOULD"
              " RUN"
           END-IF
           END-IF.

      * One journal record per change that landed on the master -
      * the action, the card's run identifier, a date/time stamp and
      * sequence number, the key, and the full before and after
           STOP RUN
           END-IF.

      * Appends the APPLY's figures to the shared run-control file
      * for the balance_signoff job, with the run's RETURN-CODE and
      * the control record as it stood before and after. A card with
      * no business date, or a job with no RUNCTL DD, writes nothing
      * - the apply itself is unaffected, and the sign-off reports
      * the APPLY as missing.
       WRITE-RUN-CONTROL.
           IF PARM-BUS-DATE = SPACES
           DISPLAY "NO BUSINESS DATE ON THE CARD - NO CONTROL TOTALS"
              " FOR THE BALANCING SIGN-OFF THIS RUN"
           ELSE
           OPEN OUTPUT RUN-CTL-FILE
           IF FILE-STATUS-RCT NOT = '00'
           DISPLAY "RUN-CONTROL FILE NOT SUPPLIED - NO CONTROL TOTALS"
              " FOR THE BALANCING SIGN-OFF THIS RUN"
           ELSE
           MOVE SPACES TO RCT-REC-1
           MOVE ZERO TO RCT-FIGURES
           MOVE ZERO TO RCT-AMOUNT(3)
           MOVE ZERO TO RCT-AMOUNT(4)
           MOVE PARM-BUS-DATE TO RCT-BUS-DATE
           MOVE "APPLY" TO RCT-SOURCE
           MOVE "{{COBOL-NAME}}" TO RCT-PGM-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCT-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCT-RUN-TIME
           MOVE RETURN-CODE TO RCT-RETURN-CODE
           MOVE APPLIED-ADDS TO RCT-APL-ADDS
           MOVE APPLIED-CHANGES TO RCT-APL-CHANGES
           MOVE APPLIED-DELETES TO RCT-APL-DELETES
           COMPUTE APL-FAILED =
              FAILED-ADDS + FAILED-CHANGES + FAILED-DELETES
           MOVE APL-FAILED TO RCT-APL-FAILED
           MOVE APL-CTL-COUNT-BEFORE TO RCT-APL-CTL-BEFORE
           MOVE MCTL-COUNT TO RCT-APL-CTL-AFTER
           MOVE DELTA-BAD-ACTIONS TO RCT-APL-BAD-ACTIONS
           MOVE APL-CTL-AMT-BEFORE TO RCT-APL-AMT-BEFORE
           MOVE MCTL-AMOUNT TO RCT-APL-AMT-AFTER
           WRITE RCT-REC-1
           CLOSE RUN-CTL-FILE
           END-IF
           END-IF.

      * Posts the run's accumulated count and amount deltas to the
      * control record once the apply or backout has finished, so
      * the control always states what the master now holds.
           MOVE 16 TO RETURN-CODE
           END-IF
           END-IF.

      * Rebuilds a lost or damaged master to a point in time: the
      * named unload generation is loaded into the freshly defined
      * (empty) cluster, the journal is rolled forward over it from
      * the moment the unload was taken, the control record is
      * rebuilt from the unload's figures plus the journal's
      * movement, and VERIFY proves the result - so the master is
      * handed back with a proof that it is right as at the stopping
      * point. A gap in the journal stops the roll forward where it
      * is found and ends the run RETURN-CODE 16 with the control
      * record left at zero, so nothing downstream can take the
      * partial master for a proven one. Nothing is journaled - the
      * changes being replayed are on the journal already.
       RECOVER-MASTER.
           PERFORM OPEN-UNLOAD-FILE
           IF PARM-STOP-RUN-ID NOT = SPACES
           PERFORM FIND-STOP-RUN
           END-IF
           PERFORM CHECK-JOURNAL-REACHES-UNLOAD
           PERFORM LOAD-FROM-UNLOAD
           PERFORM ROLL-FORWARD-JOURNAL
           DISPLAY "UNLOAD RECORDS LOADED: " RCV-LOADED-COUNT
              " NET " RCV-LOADED-AMOUNT
           DISPLAY "JOURNAL RECORDS ALREADY IN THE UNLOAD: "
              RCV-IN-UNLOAD
           DISPLAY "JOURNAL RECORDS ROLLED FORWARD: " RCV-APPLIED
              " FROM " RCV-RUNS-APPLIED " RUNS"
           IF RCV-APPLIED > ZERO
           DISPLAY "MASTER RECOVERED TO RUN " RCV-LAST-RUN-ID
              " SEQUENCE " RCV-LAST-SEQ " STAMPED " RCV-LAST-DATE
              " " RCV-LAST-TIME
           ELSE
           DISPLAY "MASTER RECOVERED TO THE UNLOAD TAKEN "
              RCV-UNLOAD-DATE " " RCV-UNLOAD-TIME
           END-IF
           IF RCV-GAP-SW = 'Y'
           DISPLAY "RECOVERY STOPPED AT A JOURNAL GAP - CONTROL"
              " RECORD NOT REBUILT, MASTER NOT PROVEN"
           MOVE 16 TO RETURN-CODE
           ELSE
           ADD RCV-LOADED-COUNT TO MCTL-COUNT-DELTA
           ADD RCV-LOADED-AMOUNT TO MCTL-AMT-DELTA
           PERFORM UPDATE-MASTER-CONTROL
           MOVE ZERO TO NUM-RECS-READ
           MOVE ZERO TO RUN-TOTAL-AMOUNT
           MOVE 'N' TO LASTREC
           PERFORM VERIFY-MASTER
           END-IF.

      * Opens the unload and reads its header, which must carry the
      * clock time the unload was taken - the roll forward starts
      * there. A stop time earlier than that is a card error.
       OPEN-UNLOAD-FILE.
           OPEN INPUT UNLOAD-FILE
           IF FILE-STATUS-UNL NOT = '00'
           DISPLAY "UNABLE TO OPEN INUNL1 - FILE STATUS "
              FILE-STATUS-UNL
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM READ-UNLOAD-RECORD
           IF LASTREC-UNL = 'Y' OR UNL-REC-TYPE NOT = 'H'
           DISPLAY "INUNL1 DOES NOT START WITH AN UNLOAD HEADER"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 'Y' TO RCV-HDR-FOUND-SW
           IF UNL-HDR-STAMP-DATE NOT NUMERIC
              OR UNL-HDR-STAMP-TIME NOT NUMERIC
           DISPLAY "UNLOAD HEADER CARRIES NO UNLOAD TIME - TAKE A"
              " FRESH UNLOAD TO RECOVER FROM"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE UNL-HDR-STAMP-DATE TO RCV-UNLOAD-DATE
           MOVE UNL-HDR-STAMP-TIME TO RCV-UNLOAD-TIME
           DISPLAY "RECOVERING FROM UNLOAD AS OF " UNL-HDR-DATE
              " TAKEN " RCV-UNLOAD-DATE " " RCV-UNLOAD-TIME
           IF PARM-STOP-DATE NOT = SPACES
              AND RCV-STOP-STAMP < RCV-UNLOAD-STAMP
           DISPLAY "RECOVER STOP TIME " RCV-STOP-DATE " "
              RCV-STOP-TIME " IS BEFORE THE UNLOAD WAS TAKEN"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

       READ-UNLOAD-RECORD.
           READ UNLOAD-FILE
           AT END MOVE 'Y' TO LASTREC-UNL
           NOT AT END ADD 1 TO RCV-PHYS-READ
           END-READ.

      * The stop run must be on the journal after the unload, or the
      * recovery would roll past where it was meant to stop - the
      * journal is checked before the master is touched.
       FIND-STOP-RUN.
           OPEN INPUT JRNL-FILE
           IF FILE-STATUS-JRN NOT = '00'
           DISPLAY "UNABLE TO OPEN JRNL1 - FILE STATUS "
              FILE-STATUS-JRN
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 'N' TO LASTREC-JRN
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL LASTREC-JRN = 'Y' OR RCV-STOP-SEEN-SW = 'Y'
           MOVE JRN-DATE TO RCV-JRN-DATE
           MOVE JRN-TIME TO RCV-JRN-TIME
           IF JRN-RUN-ID = PARM-STOP-RUN-ID
              AND RCV-JRN-STAMP NOT < RCV-UNLOAD-STAMP
           MOVE 'Y' TO RCV-STOP-SEEN-SW
           END-IF
           PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE JRNL-FILE
           IF RCV-STOP-SEEN-SW = 'N'
           DISPLAY "RUN " PARM-STOP-RUN-ID " IS NOT ON THE JOURNAL"
              " AFTER THE UNLOAD - NOTHING RECOVERED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 'N' TO RCV-STOP-SEEN-SW.

      * Every run numbers its journal from sequence 1, so a whole run
      * missing from the front of the roll forward leaves no break
      * for CHECK-JOURNAL-SEQUENCE to find. The journal is written in
      * time order; unless its first record is stamped at or before
      * the unload, the changes between the two may have been
      * archived away, and the recovered master would be silently
      * short of them. The run is refused before the master is
      * touched, unless the card's OVERRIDE Y says the journal was
      * started after the unload was taken.
       CHECK-JOURNAL-REACHES-UNLOAD.
           OPEN INPUT JRNL-FILE
           IF FILE-STATUS-JRN NOT = '00'
           DISPLAY "UNABLE TO OPEN JRNL1 - FILE STATUS "
              FILE-STATUS-JRN
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 'N' TO LASTREC-JRN
           PERFORM READ-JOURNAL-RECORD
           IF LASTREC-JRN = 'N'
           MOVE JRN-DATE TO RCV-JRN-DATE
           MOVE JRN-TIME TO RCV-JRN-TIME
           END-IF
           CLOSE JRNL-FILE
           IF LASTREC-JRN = 'Y' OR RCV-JRN-STAMP > RCV-UNLOAD-STAMP
           IF PARM-OVERRIDE = 'Y'
           DISPLAY "WARNING - JRNL1 HOLDS NOTHING STAMPED AT OR"
              " BEFORE THE UNLOAD - OVERRIDE ACCEPTED"
           ELSE
           DISPLAY "RUN REFUSED - JRNL1 HOLDS NOTHING STAMPED AT OR"
              " BEFORE THE UNLOAD TAKEN " RCV-UNLOAD-DATE " "
              RCV-UNLOAD-TIME " - RESTORE THE ARCHIVED JOURNAL RUNS"
              " AHEAD OF IT, OR CODE OVERRIDE Y IN COLUMN 51 IF THE"
              " JOURNAL WAS STARTED AFTER THE UNLOAD"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF.

      * Loads the unload's details into the empty master behind a
      * zero control record - the same seed-first convention as
      * load_unload's LOAD - and proves them against the unload
      * trailer. The unload was validated when it was written, so
      * every detail must land: a refused write, a second header or
      * an unknown record type stops the recovery.
       LOAD-FROM-UNLOAD.
           OPEN OUTPUT IN-REC-1
           IF FILE-STATUS-1 NOT = '00'
           DISPLAY "UNABLE TO OPEN INDATA1 FOR OUTPUT - FILE STATUS "
              FILE-STATUS-1
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE SPACES TO REC-1
           MOVE 'C' TO MCTL-TYPE
           MOVE LOW-VALUES TO MCTL-KEY
           MOVE ZERO TO MCTL-COUNT
           MOVE ZERO TO MCTL-AMOUNT
           MOVE MCTL-IMAGE TO REC-1
           WRITE REC-1
           INVALID KEY
           DISPLAY "CONTROL RECORD WRITE FAILED ON INDATA1 - FILE"
              " STATUS " FILE-STATUS-1
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-WRITE
           PERFORM READ-UNLOAD-RECORD
           PERFORM UNTIL LASTREC-UNL = 'Y'
           EVALUATE UNL-REC-TYPE
           WHEN 'D'
           PERFORM LOAD-UNLOAD-DETAIL
           WHEN 'T'
           MOVE 'Y' TO RCV-TRL-FOUND-SW
           MOVE UNL-TRL-COUNT TO RCV-TRL-COUNT
           MOVE UNL-TRL-AMOUNT TO RCV-TRL-AMOUNT
           WHEN OTHER
           DISPLAY "UNEXPECTED RECORD TYPE " UNL-REC-TYPE
              " ON INUNL1 AT RECORD " RCV-PHYS-READ
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-EVALUATE
           PERFORM READ-UNLOAD-RECORD
           END-PERFORM
           CLOSE UNLOAD-FILE
           IF RCV-TRL-FOUND-SW = 'N'
           DISPLAY "INUNL1 HAS NO TRAILER - UNLOAD INCOMPLETE"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF RCV-TRL-COUNT NOT = RCV-PHYS-READ
              OR RCV-TRL-AMOUNT NOT = RCV-LOADED-AMOUNT
           DISPLAY "UNLOAD OUT OF BALANCE WITH ITS TRAILER"
           DISPLAY "  TRAILER COUNT: " RCV-TRL-COUNT
              " ACTUAL: " RCV-PHYS-READ
           DISPLAY "  TRAILER AMOUNT: " RCV-TRL-AMOUNT
              " ACTUAL: " RCV-LOADED-AMOUNT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           CLOSE IN-REC-1
           OPEN I-O IN-REC-1
           IF FILE-STATUS-1 NOT = '00'
           DISPLAY "UNABLE TO REOPEN INDATA1 - FILE STATUS "
              FILE-STATUS-1
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF.

       LOAD-UNLOAD-DETAIL.
           IF RCV-TRL-FOUND-SW = 'Y'
           DISPLAY "INUNL1 HAS RECORDS AFTER ITS TRAILER"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE UNL-REC TO REC-1
           PERFORM WRITE-NEW-RECORD
           IF RECORD-WRITTEN-SW = 'N'
           DISPLAY "UNLOAD RECORD " RCV-PHYS-READ
              " REFUSED BY THE MASTER - RECOVERY STOPPED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO RCV-LOADED-COUNT
           ADD REC-1-AMOUNT TO RCV-LOADED-AMOUNT.

      * Replays the journal forward in file order - the order the
      * runs wrote it, each run's records in JRN-SEQ order. Records
      * stamped before the unload was taken are already in it; a
      * record stamped in the same second is taken as already in the
      * unload only if the master already shows its after image. The
      * replay ends at the journal's end, after the card's stop run,
      * at the first record stamped after the card's stop time, or
      * at a gap.
       ROLL-FORWARD-JOURNAL.
           OPEN INPUT JRNL-FILE
           IF FILE-STATUS-JRN NOT = '00'
           DISPLAY "UNABLE TO OPEN JRNL1 - FILE STATUS "
              FILE-STATUS-JRN
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 'N' TO LASTREC-JRN
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL LASTREC-JRN = 'Y' OR RCV-GAP-SW = 'Y'
              OR RCV-DONE-SW = 'Y'
           PERFORM ROLL-FORWARD-ONE-RECORD
           IF RCV-GAP-SW = 'N' AND RCV-DONE-SW = 'N'
           PERFORM READ-JOURNAL-RECORD
           END-IF
           END-PERFORM
           CLOSE JRNL-FILE
           IF PARM-STOP-RUN-ID NOT = SPACES AND RCV-GAP-SW = 'N'
              AND RCV-STOP-SEEN-SW = 'N'
           DISPLAY "STOP RUN " PARM-STOP-RUN-ID " NOT REACHED"
           MOVE 'Y' TO RCV-GAP-SW
           END-IF.

       ROLL-FORWARD-ONE-RECORD.
           MOVE JRN-DATE TO RCV-JRN-DATE
           MOVE JRN-TIME TO RCV-JRN-TIME
           IF PARM-STOP-RUN-ID NOT = SPACES
              AND RCV-STOP-SEEN-SW = 'Y'
              AND JRN-RUN-ID NOT = PARM-STOP-RUN-ID
           MOVE 'Y' TO RCV-DONE-SW
           END-IF
           IF PARM-STOP-DATE NOT = SPACES
              AND RCV-JRN-STAMP > RCV-STOP-STAMP
           MOVE 'Y' TO RCV-DONE-SW
           IF RCV-APPLIED > ZERO AND JRN-RUN-ID = RCV-LAST-RUN-ID
              AND JRN-SEQ = RCV-LAST-SEQ + 1
           DISPLAY "STOP TIME FALLS INSIDE RUN " JRN-RUN-ID
              " - APPLIED TO SEQUENCE " RCV-LAST-SEQ " ONLY"
           MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           IF RCV-DONE-SW = 'N'
           IF RCV-JRN-STAMP < RCV-UNLOAD-STAMP
           ADD 1 TO RCV-IN-UNLOAD
           ELSE
           PERFORM CHECK-JOURNAL-SEQUENCE
           IF RCV-GAP-SW = 'N'
           IF RCV-JRN-STAMP = RCV-UNLOAD-STAMP
           PERFORM CHECK-ALREADY-UNLOADED
           ELSE
           MOVE 'N' TO RCV-IN-UNLOAD-SW
           END-IF
           IF RCV-IN-UNLOAD-SW = 'Y'
           ADD 1 TO RCV-IN-UNLOAD
           ELSE
           PERFORM ROLL-FORWARD-APPLY
           END-IF
           END-IF
           END-IF
           MOVE JRN-RUN-ID TO RCV-PREV-RUN-ID
           MOVE JRN-SEQ TO RCV-PREV-SEQ
           END-IF.

      * Each run numbers its journal records from 1, so within a run
      * every record must follow the one before it by exactly one,
      * and a run must begin at 1 - anything else means journal
      * records are missing.
       CHECK-JOURNAL-SEQUENCE.
           IF JRN-SEQ NOT = 1
           IF JRN-RUN-ID NOT = RCV-PREV-RUN-ID
              OR JRN-SEQ NOT = RCV-PREV-SEQ + 1
           MOVE "JOURNAL SEQUENCE BROKEN" TO RCV-GAP-REASON
           PERFORM REPORT-JOURNAL-GAP
           DISPLAY "  PREVIOUS RECORD - RUN " RCV-PREV-RUN-ID
              " SEQUENCE " RCV-PREV-SEQ
           END-IF
           END-IF.

      * Decides whether a record stamped in the unload's own second
      * is already reflected on the loaded master.
       CHECK-ALREADY-UNLOADED.
           MOVE 'N' TO RCV-IN-UNLOAD-SW
           MOVE JRN-KEY TO SEARCH-KEY
           PERFORM LOOKUP-RECORD
           IF JRN-ACTION = 'D'
           IF RECORD-FOUND-SW = 'N'
           MOVE 'Y' TO RCV-IN-UNLOAD-SW
           END-IF
           ELSE
           IF RECORD-FOUND-SW = 'Y'
           MOVE REC-1 TO SAVE-AFTER-IMAGE
           IF SAVE-AFTER-IMAGE = JRN-AFTER-IMAGE
           MOVE 'Y' TO RCV-IN-UNLOAD-SW
           END-IF
           END-IF
           END-IF.

      * Applies one journaled change after proving the master still
      * holds what the change was made against.
       ROLL-FORWARD-APPLY.
           MOVE JRN-KEY TO SEARCH-KEY
           PERFORM LOOKUP-RECORD
           IF RECORD-FOUND-SW = 'Y'
           MOVE REC-1 TO SAVE-BEFORE-IMAGE
           ELSE
           MOVE SPACES TO SAVE-BEFORE-IMAGE
           END-IF
           EVALUATE JRN-ACTION
           WHEN 'W'
           PERFORM ROLL-FORWARD-WRITE
           WHEN 'R'
           PERFORM ROLL-FORWARD-REWRITE
           WHEN 'D'
           PERFORM ROLL-FORWARD-DELETE
           WHEN OTHER
           MOVE "UNKNOWN JOURNAL ACTION" TO RCV-GAP-REASON
           PERFORM REPORT-JOURNAL-GAP
           END-EVALUATE
           IF RCV-GAP-SW = 'N'
           ADD 1 TO RCV-APPLIED
           IF JRN-RUN-ID NOT = RCV-LAST-RUN-ID OR JRN-SEQ = 1
           ADD 1 TO RCV-RUNS-APPLIED
           END-IF
           MOVE JRN-RUN-ID TO RCV-LAST-RUN-ID
           MOVE JRN-SEQ TO RCV-LAST-SEQ
           MOVE JRN-DATE TO RCV-LAST-DATE
           MOVE JRN-TIME TO RCV-LAST-TIME
           IF JRN-RUN-ID = PARM-STOP-RUN-ID
           MOVE 'Y' TO RCV-STOP-SEEN-SW
           END-IF
           END-IF.

      * A journaled WRITE needs the key to be absent.
       ROLL-FORWARD-WRITE.
           IF RECORD-FOUND-SW = 'Y'
           MOVE "WRITE OF A KEY ALREADY ON THE MASTER"
              TO RCV-GAP-REASON
           PERFORM REPORT-JOURNAL-GAP
           ELSE
           MOVE JRN-AFTER-IMAGE TO REC-1
           MOVE REC-1-AMOUNT TO MCTL-NEW-AMOUNT
           PERFORM WRITE-NEW-RECORD
           IF RECORD-WRITTEN-SW = 'Y'
           ADD 1 TO MCTL-COUNT-DELTA
           ADD MCTL-NEW-AMOUNT TO MCTL-AMT-DELTA
           ELSE
           MOVE "WRITE REFUSED BY THE MASTER" TO RCV-GAP-REASON
           PERFORM REPORT-JOURNAL-GAP
           END-IF
           END-IF.

      * A journaled REWRITE needs the master record to be exactly
      * its before image.
       ROLL-FORWARD-REWRITE.
           IF RECORD-FOUND-SW = 'N'
              OR SAVE-BEFORE-IMAGE NOT = JRN-BEFORE-IMAGE
           MOVE "REWRITE BEFORE IMAGE NOT ON THE MASTER"
              TO RCV-GAP-REASON
           PERFORM REPORT-JOURNAL-GAP
           ELSE
           MOVE REC-1-AMOUNT TO MCTL-OLD-AMOUNT
           MOVE JRN-AFTER-IMAGE TO REC-1
           MOVE REC-1-AMOUNT TO MCTL-NEW-AMOUNT
           PERFORM UPDATE-RECORD
           IF RECORD-UPDATED-SW = 'Y'
           SUBTRACT MCTL-OLD-AMOUNT FROM MCTL-AMT-DELTA
           ADD MCTL-NEW-AMOUNT TO MCTL-AMT-DELTA
           ELSE
           MOVE "REWRITE REFUSED BY THE MASTER" TO RCV-GAP-REASON
           PERFORM REPORT-JOURNAL-GAP
           END-IF
           END-IF.

      * A journaled DELETE needs the master record to be exactly
      * its before image.
       ROLL-FORWARD-DELETE.
           IF RECORD-FOUND-SW = 'N'
              OR SAVE-BEFORE-IMAGE NOT = JRN-BEFORE-IMAGE
           MOVE "DELETE BEFORE IMAGE NOT ON THE MASTER"
              TO RCV-GAP-REASON
           PERFORM REPORT-JOURNAL-GAP
           ELSE
           MOVE REC-1-AMOUNT TO MCTL-OLD-AMOUNT
           PERFORM DELETE-MASTER-RECORD
           IF RECORD-DELETED-SW = 'Y'
           SUBTRACT 1 FROM MCTL-COUNT-DELTA
           SUBTRACT MCTL-OLD-AMOUNT FROM MCTL-AMT-DELTA
           ELSE
           MOVE "DELETE REFUSED BY THE MASTER" TO RCV-GAP-REASON
           PERFORM REPORT-JOURNAL-GAP
           END-IF
           END-IF.

       REPORT-JOURNAL-GAP.
           MOVE 'Y' TO RCV-GAP-SW
           DISPLAY "JOURNAL GAP - " RCV-GAP-REASON
           DISPLAY "  AT RUN " JRN-RUN-ID " SEQUENCE " JRN-SEQ
              " KEY " JRN-KEY " STAMPED " JRN-DATE " " JRN-TIME.
