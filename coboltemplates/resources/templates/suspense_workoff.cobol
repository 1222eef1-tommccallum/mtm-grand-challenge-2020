      * The run-control card on SYSIN: columns 1-8 the business
      * as-of date (YYYYMMDD) - the posting date of the
      * reclassification pairs and the date aging is measured to.
      * Every run appends its figures to the shared run-control file
      * (RUNCTL) under source SUSPENSE for the balance_signoff job.
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS FILE-STATUS-RPT.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS FILE-STATUS-RCT.


       DATA DIVISION.
      * suspense posting still waiting for its key to appear on the
      * translation. SUSPIN is the previous run's SUSPOUT (or absent
      * on the very first run); SUSPOUT is this run's carry-forward.
      * The base-currency equivalent is the one the item was posted
      * to suspense with, carried unchanged so the clearing pair
      * takes out of suspense exactly what went in.
       FD  SUSP-IN-FILE
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
       01  SIN-REC-1.
           05  SIN-KEY             PIC X(10).
           05  SIN-CURRENCY        PIC X(3).
           05  SIN-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  SIN-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

       FD  SUSP-OUT-FILE
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.
       01  SOU-REC-1.
           05  SOU-KEY             PIC X(10).
           05  SOU-CURRENCY        PIC X(3).
           05  SOU-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  SOU-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * Hand-maintained mirror of the GLP-REC-1 layout the read_data
      * template writes - keep in step, as gl_reconcile does. Read
      * here for the day's new suspense postings, written on
      * GLPOST2 as the reclassification pairs.
       FD  GL-POST-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  GLP-REC-1.
           05  GLP-REC-TYPE        PIC X(1).
           05  GLP-REC-COUNT       PIC 9(9).
           05  GLP-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GLP-HELD-COUNT      PIC 9(9).
           05  GLP-HELD-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GLP-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

       FD  GL-RECLASS-FILE
           RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  GL2-REC-1.
           05  GL2-REC-TYPE        PIC X(1).
           05  GL2-REC-COUNT       PIC 9(9).
           05  GL2-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GL2-HELD-COUNT      PIC 9(9).
           05  GL2-HELD-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  GL2-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * The keyed key-to-account translation reference master the
      * xlat_maint template maintains, in the same layout and with
           RECORDING MODE IS F.
       01  PARM-CARD-REC       PIC X(80).

      * Hand-maintained mirror of the shared run-control record the
      * read_data template appends - keep the two in step. This job
      * writes source SUSPENSE: the suspense lines taken from GLPOST1
      * (new open items and restart adjustments for manual
      * allocation) and their net, what cleared and its net, what is
      * carried forward, and the GLPOST2 lines and their net, which
      * the clearing pairs make zero.
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
           05  RCT-SUSP-FIGURES REDEFINES RCT-FIGURES.
               10  RCT-SUSP-NEW        PIC 9(9).
               10  RCT-SUSP-MANUAL     PIC 9(9).
               10  RCT-SUSP-CLEARED    PIC 9(9).
               10  RCT-SUSP-CARRIED    PIC 9(9).
               10  RCT-SUSP-GL2-LINES  PIC 9(9).
               10  RCT-SUSP-BROUGHT-FWD PIC 9(9).
               10  FILLER              PIC X(18).
               10  RCT-SUSP-TAKEN-NET  PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCT-SUSP-CLEARED-NET PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  RCT-SUSP-GL2-NET    PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(16).
           05  FILLER              PIC X(2).

       WORKING-STORAGE SECTION.

       01  LASTREC         PIC X(1).
       01  NUM-ITEMS-MANUAL PIC 9(9) VALUE ZERO.
       01  GL2-POST-COUNT  PIC 9(9) VALUE ZERO.

      * Run-control nets - see the RUN-CTL-FILE FD.
       01  SUSPENSE-TAKEN-NET PIC S9(15)V99 VALUE ZERO.
       01  CLEARED-NET     PIC S9(15)V99 VALUE ZERO.
       01  GL2-NET         PIC S9(15)V99 VALUE ZERO.

       01  FILE-STATUS-SIN PIC X(2).
       01  FILE-STATUS-SOU PIC X(2).
       01  FILE-STATUS-GLP PIC X(2).
       01  FILE-STATUS-XLT PIC X(2).
       01  FILE-STATUS-RPT PIC X(2).
       01  FILE-STATUS-PARM PIC X(2).
       01  FILE-STATUS-RCT PIC X(2).
       01  SUSP-IN-SUPPLIED-SW PIC X(1) VALUE 'N'.

      * Run-control card.
       01  ITEM-BUS-DATE   PIC X(8).
       01  ITEM-CURRENCY   PIC X(3).
       01  ITEM-AMOUNT     PIC S9(15)V99 VALUE ZERO.
       01  ITEM-BASE-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  ITEM-ACCOUNT    PIC X(8).
       01  ITEM-AGE-DAYS   PIC S9(5) VALUE ZERO.
       01  ASOF-DAY-NUM    PIC S9(9) VALUE ZERO.
               10  CURR-CODE       PIC X(3).
               10  CURR-POST-COUNT PIC 9(9).
               10  CURR-AMOUNT     PIC S9(15)V99.
               10  CURR-BASE-AMOUNT PIC S9(15)V99.

      * The posting line's currency, amount and base equivalent
      * staged for the trailer accumulation - the GL2 record area
      * cannot be read back after the WRITE that consumed it.
       01  RECLASS-CCY-WORK PIC X(3).
       01  RECLASS-AMT-WORK PIC S9(15)V99 VALUE ZERO.
       01  RECLASS-BASE-WORK PIC S9(15)V99 VALUE ZERO.

      * Report control - the same staged-line page-break machinery
      * as the read_data template's operations report.
           DISPLAY "# items cleared: " NUM-ITEMS-CLEARED
           DISPLAY "# items carried forward: " NUM-ITEMS-OPEN
           DISPLAY "# manual-only items: " NUM-ITEMS-MANUAL
           PERFORM WRITE-RUN-CONTROL.
           PERFORM CLOSE-STOP.
           STOP RUN.

           MOVE SIN-BUS-DATE TO ITEM-BUS-DATE
           MOVE SIN-CURRENCY TO ITEM-CURRENCY
           MOVE SIN-AMOUNT TO ITEM-AMOUNT
           MOVE SIN-BASE-AMOUNT TO ITEM-BASE-AMOUNT
           PERFORM WORK-ONE-ITEM
           PERFORM READ-CARRIED-ITEM
           END-PERFORM
           END-READ.

      * Ingests the day's new suspense postings from the GLPOST1
      * generation - every 'D' posting line, and every 'R' reversal
      * line, cut to the SUSPENSE account becomes an open item and is
      * worked at once, since the translation may already have
      * caught up. The *RESTART*
      * suspense adjustment a restarted run posts is flagged for
      * manual allocation and not carried - no translation entry
      * will ever clear it.
       WORK-NEW-POSTINGS.
           PERFORM READ-POSTING-RECORD
           PERFORM UNTIL LASTREC-GLP = 'Y'
           IF (GLP-REC-TYPE = 'D' OR 'R')
              AND GLP-ACCOUNT = SUSPENSE-ACCOUNT
           ADD GLP-AMOUNT TO SUSPENSE-TAKEN-NET
           IF GLP-KEY = "*RESTART*"
           ADD 1 TO NUM-ITEMS-MANUAL
           DISPLAY "RESTART ADJUSTMENT ON SUSPENSE - MANUAL"
           MOVE GLP-POST-DATE TO ITEM-BUS-DATE
           MOVE GLP-CURRENCY TO ITEM-CURRENCY
           MOVE GLP-AMOUNT TO ITEM-AMOUNT
           MOVE GLP-BASE-AMOUNT TO ITEM-BASE-AMOUNT
           PERFORM WORK-ONE-ITEM
           END-IF
           END-IF
           PERFORM LOOKUP-GL-ACCOUNT
           IF XLAT-FOUND-SW = 'Y'
           ADD 1 TO NUM-ITEMS-CLEARED
           ADD ITEM-AMOUNT TO CLEARED-NET
           PERFORM WRITE-RECLASS-PAIR
           PERFORM WRITE-ITEM-LINE
           ELSE
           MOVE ITEM-BUS-DATE TO SOU-BUS-DATE
           MOVE ITEM-CURRENCY TO SOU-CURRENCY
           MOVE ITEM-AMOUNT TO SOU-AMOUNT
           MOVE ITEM-BASE-AMOUNT TO SOU-BASE-AMOUNT
           WRITE SOU-REC-1
           MOVE SPACES TO ITEM-ACCOUNT
           PERFORM WRITE-ITEM-LINE
      * debit the account its key now translates to, both dated the
      * card's as-of date in the item's own currency - the pair nets
      * to zero, so GLPOST2 as a whole balances to a zero trailer.
      * Both legs carry the item's original base equivalent rather
      * than a fresh conversion at today's rate, so the pair nets to
      * zero in the base currency too and suspense clears exactly.
       WRITE-RECLASS-PAIR.
           MOVE 'D' TO GL2-REC-TYPE
           MOVE PARM-ASOF-DATE TO GL2-POST-DATE
           COMPUTE GL2-AMOUNT = ZERO - ITEM-AMOUNT
           MOVE ITEM-CURRENCY TO RECLASS-CCY-WORK
           COMPUTE RECLASS-AMT-WORK = ZERO - ITEM-AMOUNT
           MOVE ZERO TO GL2-HELD-COUNT
           MOVE ZERO TO GL2-HELD-AMOUNT
           COMPUTE GL2-BASE-AMOUNT = ZERO - ITEM-BASE-AMOUNT
           COMPUTE RECLASS-BASE-WORK = ZERO - ITEM-BASE-AMOUNT
           WRITE GL2-REC-1
           ADD 1 TO GL2-POST-COUNT
           PERFORM COUNT-RECLASS-CURRENCY
           MOVE ITEM-AMOUNT TO GL2-AMOUNT
           MOVE ITEM-CURRENCY TO RECLASS-CCY-WORK
           MOVE ITEM-AMOUNT TO RECLASS-AMT-WORK
           MOVE ZERO TO GL2-HELD-COUNT
           MOVE ZERO TO GL2-HELD-AMOUNT
           MOVE ITEM-BASE-AMOUNT TO GL2-BASE-AMOUNT
           MOVE ITEM-BASE-AMOUNT TO RECLASS-BASE-WORK
           WRITE GL2-REC-1
           ADD 1 TO GL2-POST-COUNT
           PERFORM COUNT-RECLASS-CURRENCY.
           MOVE RECLASS-CCY-WORK TO CURR-CODE(CURR-IX)
           MOVE ZERO TO CURR-POST-COUNT(CURR-IX)
           MOVE ZERO TO CURR-AMOUNT(CURR-IX)
           MOVE ZERO TO CURR-BASE-AMOUNT(CURR-IX)
           END-IF
           ADD 1 TO CURR-POST-COUNT(CURR-IX)
           ADD RECLASS-AMT-WORK TO CURR-AMOUNT(CURR-IX)
           ADD RECLASS-BASE-WORK TO CURR-BASE-AMOUNT(CURR-IX).

      * The 'C'-per-currency and final 'T' trailer records, in the
      * read_data template's GLPOST1 convention. Every net should be
              CURR-CODE(CURR-IX) " - " CURR-AMOUNT(CURR-IX)
           MOVE 16 TO RETURN-CODE
           END-IF
           IF CURR-BASE-AMOUNT(CURR-IX) NOT = ZERO
           DISPLAY "RECLASS BASE NET NOT ZERO FOR CURRENCY "
              CURR-CODE(CURR-IX) " - " CURR-BASE-AMOUNT(CURR-IX)
           MOVE 16 TO RETURN-CODE
           END-IF
           ADD CURR-AMOUNT(CURR-IX) TO GL2-NET
           MOVE 'C' TO GL2-REC-TYPE
           MOVE PARM-ASOF-DATE TO GL2-POST-DATE
           MOVE SPACES TO GL2-ACCOUNT
           MOVE CURR-CODE(CURR-IX) TO GL2-CURRENCY
           MOVE CURR-POST-COUNT(CURR-IX) TO GL2-REC-COUNT
           MOVE CURR-AMOUNT(CURR-IX) TO GL2-AMOUNT
           MOVE ZERO TO GL2-HELD-COUNT
           MOVE ZERO TO GL2-HELD-AMOUNT
           MOVE CURR-BASE-AMOUNT(CURR-IX) TO GL2-BASE-AMOUNT
           WRITE GL2-REC-1
           END-PERFORM
           MOVE 'T' TO GL2-REC-TYPE
           MOVE SPACES TO GL2-CURRENCY
           MOVE GL2-POST-COUNT TO GL2-REC-COUNT
           MOVE ZERO TO GL2-AMOUNT
           MOVE ZERO TO GL2-HELD-COUNT
           MOVE ZERO TO GL2-HELD-AMOUNT
           MOVE ZERO TO GL2-BASE-AMOUNT
           WRITE GL2-REC-1.

      * Appends this run's figures to the shared run-control file for
      * the balance_signoff job, with the run's RETURN-CODE. RUNCTL
      * is optional - without it the workoff runs as before.
       WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           IF FILE-STATUS-RCT NOT = '00'
           DISPLAY "RUN-CONTROL FILE NOT SUPPLIED - NO CONTROL TOTALS"
              " FOR THE BALANCING SIGN-OFF THIS RUN"
           ELSE
           MOVE SPACES TO RCT-REC-1
           MOVE ZERO TO RCT-FIGURES
           MOVE ZERO TO RCT-AMOUNT(4)
           MOVE PARM-ASOF-DATE TO RCT-BUS-DATE
           MOVE "SUSPENSE" TO RCT-SOURCE
           MOVE "{{COBOL-NAME}}" TO RCT-PGM-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCT-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCT-RUN-TIME
           MOVE RETURN-CODE TO RCT-RETURN-CODE
           MOVE NUM-ITEMS-NEW TO RCT-SUSP-NEW
           MOVE NUM-ITEMS-MANUAL TO RCT-SUSP-MANUAL
           MOVE NUM-ITEMS-CLEARED TO RCT-SUSP-CLEARED
           MOVE NUM-ITEMS-OPEN TO RCT-SUSP-CARRIED
           MOVE GL2-POST-COUNT TO RCT-SUSP-GL2-LINES
           MOVE NUM-ITEMS-IN TO RCT-SUSP-BROUGHT-FWD
           MOVE SUSPENSE-TAKEN-NET TO RCT-SUSP-TAKEN-NET
           MOVE CLEARED-NET TO RCT-SUSP-CLEARED-NET
           MOVE GL2-NET TO RCT-SUSP-GL2-NET
           WRITE RCT-REC-1
           CLOSE RUN-CTL-FILE
           END-IF.

      * One report line for the item just worked - account filled
      * for a cleared item, blank for one still waiting, age in
      * days from the item's business date to the card's as-of.
