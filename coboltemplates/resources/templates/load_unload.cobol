      * against the unload it came from.
      * The mode is named on the SYSIN run-control card: 1-6 LOAD or
      * UNLOAD, 8-15 the business as-of date (carried into the unload
      * file's header as its creation date, and the date a LOAD
      * checks each detail's currency has an exchange rate on).
      *
       ENVIRONMENT DIVISION.
      *
               FILE STATUS IS FILE-STATUS-UNL.
           SELECT OUT-REJ-1 ASSIGN TO OUTREJ1
               FILE STATUS IS FILE-STATUS-REJ.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-M-FULL-KEY
               FILE STATUS IS FILE-STATUS-FX.
           SELECT PARM-FILE ASSIGN TO SYSIN
               FILE STATUS IS FILE-STATUS-PARM.

      * run's as-of date, the master's detail records, and a trailer
      * carrying the physical record count and net amount, so a later
      * LOAD of this file balances against the unload that wrote it.
      * The header also carries the clock date and time the unload
      * was taken - the point a read_data_indexed RECOVER run rolls
      * the journal forward from. The record struct's header filler
      * covers them, so a LOAD reads the file unchanged.
      * Hand-maintained to mirror the record struct, like MST-REC.
       FD  OUT-UNL-1
           RECORD CONTAINS 80 CHARACTERS
           05  UNL-REC-HDR REDEFINES UNL-REC-BODY.
               10  UNL-HDR-DATE        PIC X(8).
               10  UNL-HDR-SOURCE      PIC X(8).
               10  UNL-HDR-STAMP-DATE  PIC X(8).
               10  UNL-HDR-STAMP-TIME  PIC X(6).
               10  FILLER              PIC X(49).
           05  UNL-REC-TRL REDEFINES UNL-REC-BODY.
               10  UNL-TRL-COUNT       PIC 9(9).
               10  UNL-TRL-AMOUNT      PIC S9(13)V99
           05  REJ-REASON-CODE     PIC X(4).
           05  REJ-RECORD-DATA     PIC X(400).

      * The dated exchange-rate reference master the flat-file
      * template validates currencies against - the same layout and
      * effective-date rule, kept in step. Read on a LOAD only.
       FD  FX-RATE-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  FX-REC-1.
           05  FX-M-FULL-KEY.
               10  FX-M-CURRENCY       PIC X(3).
               10  FX-M-EFF-DATE       PIC X(8).
           05  FX-M-RATE           PIC 9(6)V9(9).

      * Run-control card naming the mode - see A000-START.
       FD  PARM-FILE
           RECORDING MODE IS F.
      * Validation / reject handling - the same reason codes as the
      * flat-file template (R001 key, R003 amount, R004 header date,
      * R005 trailer numerics, R006 unknown type, R009 currency code
      * blank or with no exchange rate on the card's as-of date)
      * plus the master's own refusals: R007
      * duplicate key, R008 key out of sequence.
       01  VALID-RECORD-SW PIC X(1) VALUE 'Y'.
       01  REJECT-REASON   PIC X(4) VALUE SPACES.

      * The currency check - kept in step with the flat-file
      * template's, so the load enforces exactly what the daily run
      * enforces: a currency is accepted when FXRATE1 holds a
      * non-zero rate for it on the card's as-of date, and the base
      * currency always is. Rates found are cached in the FXC table.
       01  CCY-VALID-SW    PIC X(1).
       01  BASE-CURRENCY   PIC X(3) VALUE "GBP".
       01  FILE-STATUS-FX  PIC X(2).
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

      * Per-currency nets of the details loaded or unloaded. A LOAD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           OPEN INPUT FX-RATE-FILE.
           IF FILE-STATUS-FX NOT = '00'
           DISPLAY "UNABLE TO OPEN FXRATE1 - FILE STATUS "
              FILE-STATUS-FX
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM WRITE-CONTROL-SEED
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
           DISPLAY "# keys out of sequence: " NUM-SEQ-KEYS
           DISPLAY "net amount loaded: " RUN-TOTAL-AMOUNT
           CLOSE IN-REC-1
           CLOSE OUT-REJ-1
           CLOSE FX-RATE-FILE.

      * Seeds the control record at the front of the master - the
      * LOW-VALUES key loads ahead of every real key under
           END-IF.

      * The flat-file template's currency check - a blank code is as
      * unknown as a wrong one, and so is a currency with no rate on
      * the as-of date.
       CHECK-CURRENCY-CODE.
           MOVE 'N' TO CCY-VALID-SW
           IF REC-1-CURRENCY NOT = SPACES
           MOVE REC-1-CURRENCY TO FX-CCY-WORK
           PERFORM GET-FX-RATE
           MOVE FX-FOUND-SW TO CCY-VALID-SW
           END-IF.

      * The flat-file template's rate lookup - the cache first, then
      * a START on the currency and a walk forward taking the
      * highest effective date not after the as-of date. A zero rate
      * is no rate.
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
              OR FX-M-EFF-DATE > PARM-ASOF-DATE
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
           MOVE 'H' TO UNL-REC-TYPE
           MOVE PARM-ASOF-DATE TO UNL-HDR-DATE
           MOVE "{{COBOL-NAME}}" TO UNL-HDR-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:8) TO UNL-HDR-STAMP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO UNL-HDR-STAMP-TIME
           WRITE UNL-REC.

       WRITE-UNLOAD-DETAIL.
