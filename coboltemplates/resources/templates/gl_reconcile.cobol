      * each posting line by key, posting date and currency with an
      * accepted/rejected status; this program matches that return
      * file against the GLPOST1 generation it answers, confirms
      * every 'D' and 'R' posting record was acknowledged, and
      * reports every line with its amount and verdict on a
      * paginated report -
      * ACCEPTED, REJECTED (the ledger refused it), MISSING (never
      * acknowledged at all), AMT MISMATCH (acknowledged at a
      * different amount) or WRONG DATE (the generation does not
      * answer the business date on the card - its lines are dated
      * the business date, or the date its 'T' trailer says they
      * were rolled forward to when the business date's period was
      * soft-closed). Acknowledgments that
      * match no posting line are reported too - they mean the wrong
      * generation or the wrong return file is paired up. Anything
      * other than a file of ACCEPTED lines ends the run with
      * RETURN-CODE 16, so the scheduler raises it the same night.
      * The run-control card on SYSIN: columns 1-8 the business
      * posting date the GLPOST1 generation was cut for (YYYYMMDD).
      * Every run appends its figures to the shared run-control file
      * (RUNCTL) under source GLRECON for the balance_signoff job.
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS FILE-STATUS-RPT.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS FILE-STATUS-RCT.


       DATA DIVISION.
      * template writes - keep the two in step, the same way REC-2 is
      * kept in step with the record struct there.
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
           05  GLP-HELD-COUNT      PIC 9(9).
           05  GLP-HELD-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GLP-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * The ledger's acknowledgment return file - one record per
      * posting line it received, by key, posting date and currency,
           RECORDING MODE IS F.
       01  PARM-CARD-REC       PIC X(80).

      * Hand-maintained mirror of the shared run-control record the
      * read_data template appends - keep the two in step. This job
      * writes source GLRECON. Lines posted to the suspense account
      * are counted apart whatever their verdict, since the suspense
      * work-off takes them on; every other line's net lands under
      * its verdict, so posted net = accepted + rejected + suspense
      * + unresolved (missing, mismatched or wrong date).
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
           05  RCT-RECON-FIGURES REDEFINES RCT-FIGURES.
               10  RCT-RCN-LINES       PIC 9(9).
               10  RCT-RCN-ACCEPTED    PIC 9(9).
               10  RCT-RCN-REJECTED    PIC 9(9).
               10  RCT-RCN-MISSING     PIC 9(9).
               10  RCT-RCN-MISMATCHED  PIC 9(9).
               10  RCT-RCN-WRONG-DATE  PIC 9(9).
               10  RCT-RCN-UNMATCHED   PIC 9(9).
               10  RCT-RCN-SUSP-LINES  PIC 9(9).
               10  RCT-RCN-ACCEPTED-NET PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCT-RCN-REJECTED-NET PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCT-RCN-SUSP-NET    PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCT-RCN-UNRESOLVED-NET PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(2).

       WORKING-STORAGE SECTION.

       01  LASTREC         PIC X(1).
       01  NUM-UNMATCHED-ACKS PIC 9(9) VALUE ZERO.
       01  TRAILER-POST-COUNT PIC 9(9) VALUE ZERO.
       01  TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
      * The date the generation's lines should carry - the card's
      * business date, or the posting date the 'T' trailer gives for
      * it when the daily run rolled the postings forward.
       01  EXPECTED-POST-DATE PIC X(8).

       01  FILE-STATUS-GLP PIC X(2).
       01  FILE-STATUS-ACK PIC X(2).
       01  FILE-STATUS-RPT PIC X(2).
       01  FILE-STATUS-PARM PIC X(2).
       01  FILE-STATUS-RCT PIC X(2).

      * Run-control nets by verdict - see the RUN-CTL-FILE FD. The
      * suspense account is the read_data template's, kept in step.
       01  SUSPENSE-ACCOUNT PIC X(8) VALUE "SUSPENSE".
       01  NUM-SUSPENSE-LINES PIC 9(9) VALUE ZERO.
       01  ACCEPTED-NET    PIC S9(15)V99 VALUE ZERO.
       01  REJECTED-NET    PIC S9(15)V99 VALUE ZERO.
       01  SUSPENSE-NET    PIC S9(15)V99 VALUE ZERO.
       01  UNRESOLVED-NET  PIC S9(15)V99 VALUE ZERO.

      * Run-control card.
       01  PARM-CARD.
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM FIND-EXPECTED-POST-DATE.
           OPEN OUTPUT RPT-FILE.
           IF FILE-STATUS-RPT NOT = '00'
           DISPLAY "UNABLE TO OPEN REPORT1 - FILE STATUS "
              OR NUM-UNMATCHED-ACKS > ZERO
           MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-CONTROL.
           PERFORM CLOSE-STOP.
           STOP RUN.

           STOP RUN
           END-IF.

      * A first pass over GLPOST1 for its 'T' trailer. When the
      * trailer names the card's business date, its posting date is
      * the one every line should carry - the same date, or the
      * first working day of the next open period when the daily run
      * found the business date's period soft-closed. A trailer that
      * names no business date (a generation cut before the trailer
      * carried it) or another one leaves the card's date expected,
      * and the lines are judged against that as they always were.
      * The file is then reopened for the matching pass.
       FIND-EXPECTED-POST-DATE.
           MOVE PARM-ASOF-DATE TO EXPECTED-POST-DATE
           PERFORM READ-POSTING-RECORD
           PERFORM UNTIL LASTREC = 'Y'
           IF GLP-REC-TYPE = 'T' AND GLP-TRL-BUS-DATE = PARM-ASOF-DATE
           MOVE GLP-POST-DATE TO EXPECTED-POST-DATE
           END-IF
           PERFORM READ-POSTING-RECORD
           END-PERFORM
           CLOSE GL-POST-FILE
           MOVE 'N' TO LASTREC
           OPEN INPUT GL-POST-FILE
           IF FILE-STATUS-GLP NOT = '00'
           DISPLAY "UNABLE TO REOPEN GLPOST1 - FILE STATUS "
              FILE-STATUS-GLP
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF EXPECTED-POST-DATE NOT = PARM-ASOF-DATE
           DISPLAY "BUSINESS DATE " PARM-ASOF-DATE " POSTED FORWARD"
              " TO " EXPECTED-POST-DATE " - PERIOD SOFT-CLOSED"
           END-IF.

      * Loads the whole return file into the acknowledgment table,
      * each entry unmatched until a posting line claims it.
       LOAD-ACK-TABLE.
           AT END MOVE 'Y' TO LASTREC-ACK
           END-READ.

      * Walks the GLPOST1 generation: every 'D' posting line, and
      * every 'R' reversal line the same way, claims its
      * acknowledgment and gets its verdict line; the 'T'
      * trailer's posting count is held for the generation sanity
      * check; the per-currency 'C' records carry no posting lines
      * of their own and pass through.
           PERFORM UNTIL LASTREC = 'Y'
           EVALUATE GLP-REC-TYPE
           WHEN 'D'
           WHEN 'R'
           ADD 1 TO NUM-POSTINGS-READ
           PERFORM MATCH-ONE-POSTING
           WHEN 'T'
           AT END MOVE 'Y' TO LASTREC
           END-READ.

      * One posting line's verdict. A line dated off the expected
      * posting date means the wrong generation is on the DD - that
      * is reported ahead of any acknowledgment question. Otherwise
      * the first unclaimed acknowledgment with the same key, date
      * and currency answers it: accepted, rejected, or - when the
           MOVE GLP-ACCOUNT TO RPT-DTL-ACCT
           MOVE GLP-AMOUNT TO RPT-DTL-AMOUNT
           MOVE SPACES TO RPT-DTL-REASON
           IF GLP-POST-DATE NOT = EXPECTED-POST-DATE
           ADD 1 TO NUM-WRONG-DATE
           MOVE "WRONG DATE" TO RPT-DTL-VERDICT
           MOVE GLP-POST-DATE TO RPT-DTL-REASON
           END-IF
           END-IF
           END-IF
           PERFORM ACCUM-VERDICT-NET
           MOVE RPT-DETAIL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

      * Adds the line just judged into the run-control nets - a
      * suspense line apart whatever its verdict, any other line
      * under its verdict.
       ACCUM-VERDICT-NET.
           IF GLP-ACCOUNT = SUSPENSE-ACCOUNT
           ADD 1 TO NUM-SUSPENSE-LINES
           ADD GLP-AMOUNT TO SUSPENSE-NET
           ELSE
           EVALUATE RPT-DTL-VERDICT
           WHEN "ACCEPTED"
           ADD GLP-AMOUNT TO ACCEPTED-NET
           WHEN "REJECTED"
           ADD GLP-AMOUNT TO REJECTED-NET
           WHEN OTHER
           ADD GLP-AMOUNT TO UNRESOLVED-NET
           END-EVALUATE
           END-IF.

      * Claims an unclaimed acknowledgment for the posting line -
      * each acknowledgment answers one posting line only. Several
      * posting lines per key, date and currency are normal (one
           END-IF
           END-IF.

      * Appends this run's figures to the shared run-control file for
      * the balance_signoff job, with the run's RETURN-CODE. RUNCTL
      * is optional - without it the reconciliation runs as before.
       WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           IF FILE-STATUS-RCT NOT = '00'
           DISPLAY "RUN-CONTROL FILE NOT SUPPLIED - NO CONTROL TOTALS"
              " FOR THE BALANCING SIGN-OFF THIS RUN"
           ELSE
           MOVE SPACES TO RCT-REC-1
           MOVE PARM-ASOF-DATE TO RCT-BUS-DATE
           MOVE "GLRECON" TO RCT-SOURCE
           MOVE "{{COBOL-NAME}}" TO RCT-PGM-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCT-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCT-RUN-TIME
           MOVE RETURN-CODE TO RCT-RETURN-CODE
           MOVE NUM-POSTINGS-READ TO RCT-RCN-LINES
           MOVE NUM-ACCEPTED TO RCT-RCN-ACCEPTED
           MOVE NUM-REJECTED TO RCT-RCN-REJECTED
           MOVE NUM-MISSING TO RCT-RCN-MISSING
           MOVE NUM-MISMATCHED TO RCT-RCN-MISMATCHED
           MOVE NUM-WRONG-DATE TO RCT-RCN-WRONG-DATE
           MOVE NUM-UNMATCHED-ACKS TO RCT-RCN-UNMATCHED
           MOVE NUM-SUSPENSE-LINES TO RCT-RCN-SUSP-LINES
           MOVE ACCEPTED-NET TO RCT-RCN-ACCEPTED-NET
           MOVE REJECTED-NET TO RCT-RCN-REJECTED-NET
           MOVE SUSPENSE-NET TO RCT-RCN-SUSP-NET
           MOVE UNRESOLVED-NET TO RCT-RCN-UNRESOLVED-NET
           WRITE RCT-REC-1
           CLOSE RUN-CTL-FILE
           END-IF.

      * Writes the line staged in RPT-WORK-LINE, breaking to a new
      * page with fresh headings every RPT-LINES-PER-PAGE lines.
       WRITE-REPORT-LINE.
