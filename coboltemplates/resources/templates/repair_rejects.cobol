      * like INDATA1, ready to feed back into the next cycle. Records
      * that still fail are written to a fresh reject file with their
      * current reason code, so the repair cycle can be run again.
      * The currency check reads the same dated exchange-rate master
      * (FXRATE1) as the main program, on the run-control card's
      * business date when a card is supplied and on today's date
      * when it is not.
      *
       ENVIRONMENT DIVISION.
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY
               FILE STATUS IS FILE-STATUS-REG.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-M-FULL-KEY
               FILE STATUS IS FILE-STATUS-FX.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.

           05  REG-REASON-COUNT    PIC 9(2).
           05  REG-REASON-HIST OCCURS 10 TIMES PIC X(4).

      * The dated exchange-rate reference master the main program
      * validates currencies against - the same layout and the same
      * effective-date rule, kept in step. Required: a record
      * repaired here must pass the main program's R009 check.
       FD  FX-RATE-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  FX-REC-1.
           05  FX-M-FULL-KEY.
               10  FX-M-CURRENCY       PIC X(3).
               10  FX-M-EFF-DATE       PIC X(8).
           05  FX-M-RATE           PIC 9(6)V9(9).

      * Optional run-control card carrying the repair cycle's
      * business date for the register's first/last-seen dates. A
      * job generated before the register existed has no SYSIN at
       01  VALID-RECORD-SW PIC X(1) VALUE 'Y'.
       01  REJECT-REASON   PIC X(4) VALUE SPACES.

      * The currency check, in step with the main template's: a
      * currency is accepted when FXRATE1 holds a non-zero rate for
      * it on FX-ASOF-DATE - the card's business date, or today when
      * there is no card - and the base currency always is. Rates
      * found are cached in the FXC table for the rest of the run.
       01  CCY-VALID-SW    PIC X(1).
       01  BASE-CURRENCY   PIC X(3) VALUE "GBP".
       01  FILE-STATUS-FX  PIC X(2).
       01  FX-ASOF-DATE    PIC X(8).
       01  FX-FOUND-SW     PIC X(1).
       01  FX-EOF-SW       PIC X(1).
       01  FX-CCY-WORK     PIC X(3).
       01  FX-RATE-WORK    PIC 9(6)V9(9) VALUE ZERO.
       01  FXC-MAX         PIC 9(2) VALUE 20.
       01  FXC-USED        PIC 9(2) VALUE ZERO.
       01  FXC-IX          PIC 9(2) VALUE ZERO.
       01  FXC-TABLE.
           05  FXC-ENTRY OCCURS 20 TIMES.
               10  FXC-CODE        PIC X(3).
               10  FXC-RATE        PIC 9(6)V9(9).
       01  TRL-CCY-IX      PIC 9(2) VALUE ZERO.

      * Date work fields for the main template's real-calendar-date
      *
       A000-START.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FX-ASOF-DATE.
           PERFORM OPEN-REJECT-REGISTER.
           OPEN INPUT FX-RATE-FILE.
           IF FILE-STATUS-FX NOT = '00'
           DISPLAY "UNABLE TO OPEN FXRATE1 - FILE STATUS "
              FILE-STATUS-FX
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT IN-REJ-1.
           IF FILE-STATUS-REJIN NOT = '00'
           DISPLAY "UNABLE TO OPEN INREJ1 - FILE STATUS "
           CLOSE IN-REJ-1.
           CLOSE IN-REC-1.
           CLOSE OUT-REJ-1.
           CLOSE FX-RATE-FILE.
           IF REG-OPEN-SW = 'Y'
           CLOSE REJ-REG-FILE
           END-IF.
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE PARM-ASOF-DATE TO FX-ASOF-DATE
           OPEN I-O REJ-REG-FILE
           IF FILE-STATUS-REG = '00'
           MOVE 'Y' TO REG-OPEN-SW
      * repaired records themselves - the main program requires a
      * header and trailer around INDATA1, so OUTSUB1 is given its
      * own (or is merged into the next day's feed) before it goes
      * back in. A repaired 'R' reversal is checked for shape only -
      * whether it still matches a standing posted item is proved
      * against POSTHIST by the run it is resubmitted to, and since
      * that run is a later business date, an original date of
      * today is let through here.
       VALIDATE-RECORD.
           MOVE 'Y' TO VALID-RECORD-SW
           MOVE SPACES TO REJECT-REASON
           MOVE 'N' TO VALID-RECORD-SW
           MOVE "R009" TO REJECT-REASON
           END-IF
           WHEN 'R'
           IF REC-1-RVS-KEY = SPACES OR REC-1-RVS-KEY = LOW-VALUES
           MOVE 'N' TO VALID-RECORD-SW
           MOVE "R001" TO REJECT-REASON
           END-IF
           IF REC-1-RVS-AMOUNT NOT NUMERIC
           MOVE 'N' TO VALID-RECORD-SW
           MOVE "R003" TO REJECT-REASON
           END-IF
           MOVE REC-1-RVS-ORIG-DATE TO DATE-WORK-X
           PERFORM CHECK-DATE-VALID
           IF DATE-VALID-SW = 'N'
              OR REC-1-RVS-ORIG-DATE > FX-ASOF-DATE
           MOVE 'N' TO VALID-RECORD-SW
           MOVE "R004" TO REJECT-REASON
           END-IF
           MOVE 'N' TO CCY-VALID-SW
           IF REC-1-RVS-CURRENCY NOT = SPACES
           MOVE REC-1-RVS-CURRENCY TO FX-CCY-WORK
           PERFORM GET-FX-RATE
           MOVE FX-FOUND-SW TO CCY-VALID-SW
           END-IF
           IF CCY-VALID-SW = 'N'
           MOVE 'N' TO VALID-RECORD-SW
           MOVE "R009" TO REJECT-REASON
           END-IF
           WHEN 'T'
           IF REC-1-TRL-COUNT NOT NUMERIC
           MOVE 'N' TO VALID-RECORD-SW
           END-IF.

      * The main template's currency check - a blank code is as
      * unknown as a wrong one, and a currency with no rate on the
      * business date is as unknown as a blank.
       CHECK-CURRENCY-CODE.
           MOVE 'N' TO CCY-VALID-SW
           IF REC-1-CURRENCY NOT = SPACES
           MOVE REC-1-CURRENCY TO FX-CCY-WORK
           PERFORM GET-FX-RATE
           MOVE FX-FOUND-SW TO CCY-VALID-SW
           END-IF.

      * The main template's rate lookup - the cache first, then a
      * START on the currency and a walk forward taking the highest
      * effective date not after FX-ASOF-DATE. A zero rate is no
      * rate.
       GET-FX-RATE.
           MOVE 'N' TO FX-FOUND-SW
           MOVE ZERO TO FX-RATE-WORK
           IF FX-CCY-WORK = BASE-CURRENCY
           MOVE 'Y' TO FX-FOUND-SW
           MOVE 1 TO FX-RATE-WORK
           END-IF
           PERFORM VARYING FXC-IX FROM 1 BY 1
              UNTIL FXC-IX > FXC-USED OR FX-FOUND-SW = 'Y'
           IF FXC-CODE(FXC-IX) = FX-CCY-WORK
           MOVE 'Y' TO FX-FOUND-SW
           MOVE FXC-RATE(FXC-IX) TO FX-RATE-WORK
           END-IF
           END-PERFORM
           IF FX-FOUND-SW = 'N'
           MOVE 'N' TO FX-EOF-SW
           MOVE FX-CCY-WORK TO FX-M-CURRENCY
           MOVE LOW-VALUES TO FX-M-EFF-DATE
           START FX-RATE-FILE KEY IS NOT LESS THAN FX-M-FULL-KEY
           INVALID KEY MOVE 'Y' TO FX-EOF-SW
           END-START
           PERFORM UNTIL FX-EOF-SW = 'Y'
           READ FX-RATE-FILE NEXT RECORD
           AT END MOVE 'Y' TO FX-EOF-SW
           NOT AT END
           IF FX-M-CURRENCY NOT = FX-CCY-WORK
              OR FX-M-EFF-DATE > FX-ASOF-DATE
           MOVE 'Y' TO FX-EOF-SW
           ELSE
           MOVE FX-M-RATE TO FX-RATE-WORK
           END-IF
           END-READ
           END-PERFORM
           IF FX-RATE-WORK > ZERO
           MOVE 'Y' TO FX-FOUND-SW
           IF FXC-USED < FXC-MAX
           ADD 1 TO FXC-USED
           MOVE FX-CCY-WORK TO FXC-CODE(FXC-USED)
           MOVE FX-RATE-WORK TO FXC-RATE(FXC-USED)
           END-IF
           END-IF
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE REJECT-REASON TO REJ-REASON-CODE
