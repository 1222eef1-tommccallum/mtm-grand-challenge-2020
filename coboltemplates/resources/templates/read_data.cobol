               FILE STATUS IS FILE-STATUS-REG.
           SELECT CAL-FILE ASSIGN TO CALNDR1
               FILE STATUS IS FILE-STATUS-CAL.
           SELECT HOLD-LMT-FILE ASSIGN TO HOLDLMT
               FILE STATUS IS FILE-STATUS-LMT.
           SELECT HELD-FILE ASSIGN TO HELDITM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ID
               FILE STATUS IS FILE-STATUS-HELD.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-M-FULL-KEY
               FILE STATUS IS FILE-STATUS-FX.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS FILE-STATUS-RCT.
           SELECT SRC-STAT-FILE ASSIGN TO SRCSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-FULL-KEY
               FILE STATUS IS FILE-STATUS-SST.
           SELECT POSTED-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-FULL-KEY
               FILE STATUS IS FILE-STATUS-PST.
           SELECT PRD-CTL-FILE ASSIGN TO PRDCTL
               FILE STATUS IS FILE-STATUS-PRD.
           SELECT SORT-WORK ASSIGN TO SORTWORK.
           SELECT SORTED-IN-1 ASSIGN TO SORTD1
               FILE STATUS IS FILE-STATUS-SRT1.
      * and relies on the overall net for the rest; a sender that
      * predates the pairs leaves them blank and gets the overall
      * balance only.
      * A fourth type, 'R' reversal, cancels a detail posted on an
      * earlier business date. Its layout must define REC-1-RVS-KEY,
      * REC-1-RVS-ORIG-DATE (the business date the detail was posted
      * under, YYYYMMDD), REC-1-RVS-CURRENCY and REC-1-RVS-AMOUNT -
      * the detail's amount exactly as it was sent, sign and all, not
      * its negation. A reversal counts in its set's physical count
      * like any other record, but the trailer amount and currency
      * pairs stay the net of the DETAIL records only - a reversal is
      * a correction, not the day's business, so it is kept out of
      * the run, set and key totals and carried in totals of its own
      * - see PROCESS-REVERSAL-RECORD.
      * REC-1-AMOUNT and REC-1-TRL-AMOUNT are SIGNED - credits
      * arrive as negative amounts - and may be signed display (with
      * a separate or embedded sign) or packed decimal (COMP-3); the
               10  CHKPT-SETC-CODE     PIC X(3).
               10  CHKPT-SETC-AMOUNT   PIC S9(15)V99
                   SIGN IS LEADING SEPARATE.
           05  CHKPT-SET-SOURCE    PIC X(8).
           05  CHKPT-HELD-COUNT    PIC 9(9).
           05  CHKPT-HELD-AMOUNT   PIC S9(15)V99
               SIGN IS LEADING SEPARATE.
           05  CHKPT-CURR-HELD OCCURS 10 TIMES.
               10  CHKPT-CURR-HELD-COUNT PIC 9(9).
               10  CHKPT-CURR-HELD-AMT   PIC S9(15)V99
                   SIGN IS LEADING SEPARATE.
      * The per-source statistics so far - same layout as SST-TABLE.
           05  CHKPT-SST-USED      PIC 9(2).
           05  CHKPT-SST-TABLE.
               10  CHKPT-SST-ENTRY OCCURS 10 TIMES.
                   15  CHKPT-SST-SOURCE    PIC X(8).
                   15  CHKPT-SST-XMITS     PIC 9(4).
                   15  CHKPT-SST-ON-TIME   PIC 9(4).
                   15  CHKPT-SST-LATE      PIC 9(4).
                   15  CHKPT-SST-EARLY     PIC 9(4).
                   15  CHKPT-SST-FAILED    PIC 9(4).
                   15  CHKPT-SST-DETAILS   PIC 9(9).
                   15  CHKPT-SST-REJECTS   PIC 9(9).
                   15  CHKPT-SST-REASONS OCCURS 12 TIMES PIC 9(9).
      * The run, set and per-currency reversal totals - see
      * PROCESS-REVERSAL-RECORD.
           05  CHKPT-RVS-COUNT     PIC 9(9).
           05  CHKPT-RVS-AMOUNT    PIC S9(15)V99
               SIGN IS LEADING SEPARATE.
           05  CHKPT-SET-RVS-COUNT PIC 9(9).
           05  CHKPT-SET-RVS-AMOUNT PIC S9(15)V99
               SIGN IS LEADING SEPARATE.
           05  CHKPT-CURR-RVS OCCURS 10 TIMES.
               10  CHKPT-CURR-RVS-COUNT PIC 9(9).
               10  CHKPT-CURR-RVS-AMT   PIC S9(15)V99
                   SIGN IS LEADING SEPARATE.

      * Permanent per-run audit trail - a header record when IN-REC-1 is
      * opened and a trailer record from CLOSE-STOP with the final count.
      * prove it got the whole file currency by currency as well as
      * overall. Only written on a MODE SINGLE run - match mode
      * produces no subtotals.
      * Details held for release (see HELD-FILE below) are posted
      * by the release job, not here, so the 'C' and 'T' amounts are
      * the nets actually posted on this file, and GLP-HELD-COUNT /
      * GLP-HELD-AMOUNT on those trailers carry what was held back -
      * posted plus held is the day's whole net. 'D' lines carry zero
      * in the held fields.
      * GLP-BASE-AMOUNT carries GLP-AMOUNT converted to the base
      * currency at the business date's rate (see FX-RATE-FILE
      * below) - on a 'D' line the line's own net, on a 'C' or 'T'
      * trailer the sum of the lines it covers, so the GL batch can
      * prove the base-currency view of the file as well as the
      * currency view.
      * Each accepted reversal posts at once as its own 'R' line -
      * count 1, the reversed amount negated, on the account the key
      * mapped to on its original business date - so the ledger can
      * tell a correction from the day's business. The held fields
      * of an 'R' line carry the reversed item's original business
      * date and record number instead. 'R' lines count in the 'C'
      * and 'T' trailers like 'D' lines.
      * GLP-POST-DATE is the business date unless that date's
      * accounting period is soft-closed, when every line is dated
      * the first working day of the next open period instead (see
      * PRD-CTL-FILE below). The 'T' trailer carries the business
      * date the file was cut for in its key area either way, so the
      * jobs downstream can tell a rolled-forward file from the
      * wrong generation.
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

      * Key-to-account translation reference master, maintained by
      * the xlat_maint template's card-driven add/change/delete (with
       01  CAL-REC-1.
           05  CAL-DATE            PIC X(8).

      * High-value hold limits, maintained by the business area - one
      * record per currency carrying that currency's default limit
      * (LMT-KEY blank), plus any per-key overrides (LMT-KEY filled)
      * for the keys that routinely move more, or must be watched
      * more closely, than the currency default allows. A detail
      * whose amount, debit or credit, is larger than the limit that
      * applies to it is held for release instead of posted. A
      * currency with no default and a key with no override are not
      * limited. HOLDLMT is optional - with no file supplied nothing
      * is held and the run posts exactly as before.
       FD  HOLD-LMT-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  LMT-REC-1.
           05  LMT-CURRENCY        PIC X(3).
           05  LMT-KEY             PIC X(10).
           05  LMT-AMOUNT          PIC 9(13)V99.

      * Held-items file - one record per detail held over its limit,
      * keyed on the business date and the detail's physical record
      * number in INDATA1, so a restarted or overridden rerun of the
      * same day finds the items it already held rather than holding
      * them twice. HLD-STATUS is H while the item waits; the release
      * job sets A (approved - posted to its own GL extract) or D
      * (declined - written to OUTREJ1) with the decision date and
      * the two users who made it. HLD-RECORD-DATA is the full detail
      * image, sized like REJ-RECORD-DATA.
       FD  HELD-FILE
           RECORD CONTAINS 494 CHARACTERS.
       01  HLD-REC-1.
           05  HLD-ID.
               10  HLD-BUS-DATE        PIC X(8).
               10  HLD-SEQ             PIC 9(9).
           05  HLD-STATUS          PIC X(1).
           05  HLD-KEY             PIC X(10).
           05  HLD-CURRENCY        PIC X(3).
           05  HLD-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  HLD-LIMIT           PIC 9(13)V99.
           05  HLD-SOURCE          PIC X(8).
           05  HLD-DEC-DATE        PIC X(8).
           05  HLD-DEC-USER-1      PIC X(8).
           05  HLD-DEC-USER-2      PIC X(8).
           05  HLD-RECORD-DATA     PIC X(400).

      * Dated exchange-rate reference master, maintained by the
      * treasury team - one record per currency per effective date,
      * carrying how many units of the base currency one unit of that
      * currency buys. Read exactly as KEY-XLAT-FILE is: the rate
      * that applies on a business date is the one with the highest
      * effective date not after it, so a new rate is loaded ahead of
      * its date without a midnight file swap. The file is also the
      * list of currencies the feed may carry - a detail in a
      * currency with no rate on the business date (or a zero rate)
      * is rejected R009, so taking on a new currency is a treasury
      * file change, not a program change. The base currency itself
      * (BASE-CURRENCY below) always converts at 1 and needs no
      * record. FXRATE1 is required - with no rates every detail
      * would reject.
       FD  FX-RATE-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  FX-REC-1.
           05  FX-M-FULL-KEY.
               10  FX-M-CURRENCY       PIC X(3).
               10  FX-M-EFF-DATE       PIC X(8).
           05  FX-M-RATE           PIC 9(6)V9(9).

      * Shared run-control file - one record appended per run by
      * WRITE-RUN-CONTROL with this job's control totals for the
      * business date, under source POSTING on a MODE SINGLE run and
      * MATCH on a match run, whatever the run's RETURN-CODE. The
      * balance_signoff template ties the day's records from every
      * job into one balancing report. The layout is shared with
      * gl_reconcile, suspense_workoff, read_data_indexed and
      * balance_signoff - keep them in step. Each job names its own
      * figures over RCT-FIGURES. RUNCTL is optional - without the DD
      * the run carries on and the sign-off reports the job missing.
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
      * POSTING: the GL posting lines; the details read, as the
      * AUDITLOG trailer carries them; the records those lines post;
      * the details held for release; then the reject figures below;
      * the reversals posted; and the posted net, the 'T' trailer
      * amount.
           05  RCT-POST-FIGURES REDEFINES RCT-FIGURES.
               10  RCT-POST-GL-LINES   PIC 9(9).
               10  RCT-POST-RECS-READ  PIC 9(9).
               10  RCT-POST-RECS-POSTED PIC 9(9).
               10  RCT-POST-HELD       PIC 9(9).
               10  RCT-POST-REJ-WRITTEN PIC 9(9).
               10  RCT-POST-REG-TOUCHED PIC 9(9).
               10  RCT-POST-REJ-NO-KEY PIC 9(9).
               10  RCT-POST-REVERSALS  PIC 9(9).
               10  RCT-POST-NET        PIC S9(13)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(48).
      * MATCH: the delta adds, changes and deletes, then the same
      * reject figures - records written to OUTREJ1, register entries
      * written or rewritten for them, and rejects with no key the
      * register could take (headers, trailers, reversals, blank
      * keys).
           05  RCT-MATCH-FIGURES REDEFINES RCT-FIGURES.
               10  RCT-MATCH-ADDS      PIC 9(9).
               10  RCT-MATCH-CHANGES   PIC 9(9).
               10  RCT-MATCH-DELETES   PIC 9(9).
               10  FILLER              PIC 9(9).
               10  RCT-MATCH-REJ-WRITTEN PIC 9(9).
               10  RCT-MATCH-REG-TOUCHED PIC 9(9).
               10  RCT-MATCH-REJ-NO-KEY PIC 9(9).
               10  FILLER              PIC X(73).
           05  FILLER              PIC X(2).

      * Per-source statistics history - one record per transmission
      * source (REC-1-HDR-SOURCE) and business date, for the
      * source_scorecard template's monthly ranking of the upstream
      * feeds. It carries the transmissions received, how their
      * header dates stood against the expected prior working day
      * (on time, older - a late or stale delivery - or newer), the
      * sets that failed to balance to their trailers, the details
      * read and the rejects, in total and by reason code R001-R012.
      * Rejects before any header, or under a blank source, go to
      * source UNKNOWN. A rerun of the business date replaces the
      * date's record for each source it saw rather than adding to
      * it. SRCSTAT is optional, like REGSTR1.
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

      * Posted-items history - one record per detail this run posts
      * (held details join it when the release job approves them),
      * keyed on the detail's key, the business date it posted under
      * and its physical record number in that day's INDATA1, so a
      * restarted or overridden rerun of the day finds the items it
      * already recorded rather than recording them twice. It is
      * what a reversal is proved against: PST-STATUS is P while the
      * item stands and R once a reversal has cancelled it, with the
      * reversing run's business date and record number in
      * PST-RVS-ID, so the same item cannot be reversed twice.
      * PST-ORIGIN says which job posted the item - D this run, H the
      * release job. PST-BASE-AMOUNT is the item's base equivalent at
      * the rate it was posted at, so its reversal can take exactly
      * that base back out whatever the rate has done since; a record
      * written before the base was kept carries spaces there.
      * POSTHIST is required on a MODE SINGLE run.
       FD  POSTED-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  PST-REC-1.
           05  PST-FULL-KEY.
               10  PST-KEY             PIC X(10).
               10  PST-BUS-DATE        PIC X(8).
               10  PST-SEQ             PIC 9(9).
           05  PST-CURRENCY        PIC X(3).
           05  PST-AMOUNT          PIC S9(13)V99
               SIGN IS LEADING SEPARATE.
           05  PST-SOURCE          PIC X(8).
           05  PST-ORIGIN          PIC X(1).
           05  PST-STATUS          PIC X(1).
           05  PST-RVS-ID.
               10  PST-RVS-DATE        PIC X(8).
               10  PST-RVS-SEQ         PIC 9(9).
           05  PST-BASE-AMOUNT     PIC S9(13)V99
               SIGN IS LEADING SEPARATE.

      * Accounting period control, maintained by finance - one record
      * per calendar month (YYYYMM) with its status: O open, S
      * soft-closed (the ledger takes no more postings dated in it,
      * so this run's postings are dated the first working day of
      * the next open period instead) or H hard-closed (nothing may
      * be posted for a business date in it at all - the run is
      * refused). A month with no record is open. Records must be in
      * ascending period order, one per month; the date and user of
      * the last change are finance's own audit and are not used
      * here. PRDCTL is optional - with no file supplied every
      * period is open and the run posts exactly as before.
       FD  PRD-CTL-FILE
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  PRD-REC-1.
           05  PRD-PERIOD          PIC X(6).
           05  PRD-STATUS          PIC X(1).
           05  PRD-UPD-DATE        PIC X(8).
           05  PRD-UPD-USER        PIC X(8).
           05  FILLER              PIC X(1).

      * Sort work file for the SORT front-end (SORT1/SORT2 on the
      * run-control card). SORT-REC-RANK is derived from the record
      * type by the input procedures - '0' header, '1' detail, '2'
       01  RUN-TOTAL-DEBITS PIC 9(15)V99 VALUE ZERO.
       01  RUN-TOTAL-CREDITS PIC 9(15)V99 VALUE ZERO.

      * High-value holds. A held detail still counts in every run,
      * set and currency total above - the sender's trailer knows
      * nothing of our limits, so the set must balance with it - but
      * it is kept out of the key subtotals and the GL postings, and
      * counted here so the grand-total page and the GLPOST1
      * trailers can show what was held back. The limit table is
      * loaded from HOLDLMT at start-up; see the HOLD-LMT-FILE FD.
       01  RUN-HELD-COUNT  PIC 9(9) VALUE ZERO.
       01  RUN-HELD-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  POSTED-NET-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  RUN-BASE-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  POSTED-BASE-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  HOLD-ITEM-SW    PIC X(1) VALUE 'N'.
       01  HOLD-LIMIT-FOUND-SW PIC X(1) VALUE 'N'.
       01  HOLD-LIMIT      PIC 9(13)V99 VALUE ZERO.
       01  HOLD-MAGNITUDE  PIC 9(13)V99 VALUE ZERO.
       01  FILE-STATUS-LMT PIC X(2).
       01  FILE-STATUS-HELD PIC X(2).
       01  LASTREC-LMT     PIC X(1).
       01  HELD-OPEN-SW    PIC X(1) VALUE 'N'.
       01  LMT-MAX         PIC 9(4) VALUE 500.
       01  LMT-USED        PIC 9(4) VALUE ZERO.
       01  LMT-IX          PIC 9(4) VALUE ZERO.
       01  LMT-TABLE.
           05  LMT-ENTRY OCCURS 500 TIMES.
               10  LMT-TBL-CCY     PIC X(3).
               10  LMT-TBL-KEY     PIC X(10).
               10  LMT-TBL-AMOUNT  PIC 9(13)V99.

      * Reversals - see PROCESS-REVERSAL-RECORD. A reversal is kept
      * out of every run, set and currency total above and counted
      * here instead, its amounts carrying the GL effect - the
      * reversed amount negated - so the net posted to GLPOST1 is the
      * run net, less what was held, plus the reversal net. The
      * posted-items history (see the POSTED-FILE FD) is read and
      * updated through the PST fields: PST-MATCH-ID keeps the item
      * MATCH-POSTED-ITEM found, for the REWRITE that marks it
      * reversed, and PST-ALREADY-COUNT the details a rerun of the
      * day found already recorded. Each set's reversals wait in the
      * RVS table for its trailer and are then listed as a section of
      * their own; a set with more than RVS-MAX lists the first
      * RVS-MAX and counts the rest.
       01  FILE-STATUS-PST PIC X(2).
       01  PST-OPEN-SW     PIC X(1) VALUE 'N'.
       01  PST-EOF-SW      PIC X(1).
       01  PST-MATCH-SW    PIC X(1).
       01  PST-MATCH-ID.
           05  PST-MATCH-KEY   PIC X(10).
           05  PST-MATCH-DATE  PIC X(8).
           05  PST-MATCH-SEQ   PIC 9(9).
       01  PST-ALREADY-COUNT PIC 9(9) VALUE ZERO.
       01  RUN-RVS-COUNT   PIC 9(9) VALUE ZERO.
       01  RUN-RVS-AMOUNT  PIC S9(15)V99 VALUE ZERO.
       01  SET-RVS-COUNT   PIC 9(9) VALUE ZERO.
       01  SET-RVS-AMOUNT  PIC S9(15)V99 VALUE ZERO.
       01  RVS-NET-WORK    PIC S9(15)V99 VALUE ZERO.
       01  RVS-ORIG-BASE   PIC S9(15)V99 VALUE ZERO.
       01  RVS-ORIG-BASE-SW PIC X(1) VALUE 'N'.
       01  RVS-SUSPENSE-COUNT PIC 9(9) VALUE ZERO.
       01  RVS-MAX         PIC 9(4) VALUE 200.
       01  RVS-USED        PIC 9(4) VALUE ZERO.
       01  RVS-IX          PIC 9(4) VALUE ZERO.
       01  RVS-TABLE.
           05  RVS-ENTRY OCCURS 200 TIMES.
               10  RVS-TBL-KEY     PIC X(10).
               10  RVS-TBL-CCY     PIC X(3).
               10  RVS-TBL-NET     PIC S9(15)V99.
               10  RVS-TBL-BASE    PIC S9(15)V99.
               10  RVS-TBL-ORIG-DATE PIC X(8).
               10  RVS-TBL-ORIG-SEQ PIC 9(9).
               10  RVS-TBL-ACCOUNT PIC X(8).

      * Accounting periods - loaded from PRDCTL at start-up; see the
      * PRD-CTL-FILE FD. BUS-PERIOD is the business date's month and
      * BUS-PERIOD-STATUS its status; POSTING-DATE is the date every
      * GLPOST1 line carries - the business date itself, or the
      * first working day of the next open period when the business
      * date's period is soft-closed (POSTING-ROLLED-SW Y).
       01  FILE-STATUS-PRD PIC X(2).
       01  LASTREC-PRD     PIC X(1).
       01  PRD-LOADED-SW   PIC X(1) VALUE 'N'.
       01  PRD-MAX         PIC 9(4) VALUE 600.
       01  PRD-USED        PIC 9(4) VALUE ZERO.
       01  PRD-IX          PIC 9(4) VALUE ZERO.
       01  PRD-TABLE.
           05  PRD-ENTRY OCCURS 600 TIMES.
               10  PRD-TBL-PERIOD  PIC X(6).
               10  PRD-TBL-STATUS  PIC X(1).
       01  PRD-WORK-PERIOD.
           05  PRD-WORK-YEAR   PIC 9(4).
           05  PRD-WORK-MONTH  PIC 9(2).
       01  PRD-WORK-PERIOD-X REDEFINES PRD-WORK-PERIOD PIC X(6).
       01  PRD-WORK-STATUS PIC X(1).
       01  BUS-PERIOD      PIC X(6) VALUE SPACES.
       01  BUS-PERIOD-STATUS PIC X(1) VALUE 'O'.
       01  POSTING-DATE    PIC X(8) VALUE SPACES.
       01  POSTING-ROLLED-SW PIC X(1) VALUE 'N'.
       01  PRD-STATUS-WORDS PIC X(11) VALUE SPACES.

      * Validation / reject handling. Reason codes: R001 detail key
      * missing, R003 detail amount invalid - digits, sign or packing
      * (supersedes R002, which covered the old unsigned display
      * layout), R004 header date not a real calendar date (numeric
      * alone no longer passes - 20260231 is R004), R005 trailer
      * count/amount not numeric, R006 unknown record type, R009
      * detail currency code blank or with no exchange rate on the
      * business date, R011 reversal matches no item on the
      * posted-items history, R012 reversal of an item already
      * reversed. A reversal is also checked for R001, R003 and R009
      * like a detail, and its original business date for R004 -
      * it must be a real date before the run's as-of date.
       01  VALID-RECORD-SW PIC X(1) VALUE 'Y'.
       01  REJECT-REASON   PIC X(4) VALUE SPACES.

      * Currency check and base-currency conversion. A detail is in
      * an accepted currency when FXRATE1 holds a rate for it on the
      * business date - see the FX-RATE-FILE FD. Rates found are
      * cached in the FXC table for the rest of the run (the business
      * date does not change mid-run), so FXRATE1 is read once per
      * currency rather than once per detail; a run in more
      * currencies than FXC-MAX simply reads the file for the rest.
      * A currency with no rate is not cached - it rejects every
      * time. CONVERT-TO-BASE turns FX-AMT-WORK in FX-CCY-WORK into
      * FX-BASE-WORK, rounded to the penny.
       01  CCY-VALID-SW    PIC X(1).
       01  BASE-CURRENCY   PIC X(3) VALUE "GBP".
       01  FILE-STATUS-FX  PIC X(2).
       01  FX-OPEN-SW      PIC X(1) VALUE 'N'.
       01  FX-FOUND-SW     PIC X(1).
       01  FX-EOF-SW       PIC X(1).
       01  FX-CCY-WORK     PIC X(3).
       01  FX-RATE-WORK    PIC 9(6)V9(9) VALUE ZERO.
       01  FX-AMT-WORK     PIC S9(15)V99 VALUE ZERO.
       01  FX-BASE-WORK    PIC S9(15)V99 VALUE ZERO.
       01  FXC-MAX         PIC 9(2) VALUE 20.
       01  FXC-USED        PIC 9(2) VALUE ZERO.
       01  FXC-IX          PIC 9(2) VALUE ZERO.
       01  FXC-TABLE.
           05  FXC-ENTRY OCCURS 20 TIMES.
               10  FXC-CODE        PIC X(3).
               10  FXC-RATE        PIC 9(6)V9(9).

      * Per-currency accumulation. Every total the run keeps - the
      * run grand totals, the per-transmission set totals and the
               10  CURR-DEBITS     PIC 9(15)V99.
               10  CURR-CREDITS    PIC 9(15)V99.
               10  CURR-POST-COUNT PIC 9(9).
               10  CURR-HELD-COUNT PIC 9(9).
               10  CURR-HELD-AMOUNT PIC S9(15)V99.
               10  CURR-POST-BASE  PIC S9(15)V99.
               10  CURR-RVS-COUNT  PIC 9(9).
               10  CURR-RVS-AMOUNT PIC S9(15)V99.
       01  SETC-USED       PIC 9(2) VALUE ZERO.
       01  SETC-TABLE.
           05  SETC-ENTRY OCCURS 10 TIMES.
       01  SET-TOTAL-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  SET-TOTAL-DEBITS PIC 9(15)V99 VALUE ZERO.
       01  SET-TOTAL-CREDITS PIC 9(15)V99 VALUE ZERO.
       01  SET-BASE-AMOUNT PIC S9(15)V99 VALUE ZERO.
       01  SET-SOURCE      PIC X(8) VALUE SPACES.
       01  TRL-EXPECTED-COUNT PIC 9(9) VALUE ZERO.
       01  TRL-EXPECTED-AMOUNT PIC S9(13)V99 VALUE ZERO.

       01  XLAT-FOUND-SW   PIC X(1).
       01  XLAT-EOF-SW     PIC X(1).
       01  XLAT-BEST-ACCOUNT PIC X(8).
       01  XLAT-LOOKUP-KEY PIC X(10).
       01  XLAT-LOOKUP-DATE PIC X(8).
       01  POST-CCY-WORK   PIC X(3).
       01  POST-BASE-WORK  PIC S9(15)V99 VALUE ZERO.
       01  RUN-POST-BASE   PIC S9(15)V99 VALUE ZERO.
       01  XLAT-CLOSED-ACCOUNT PIC X(8) VALUE "*CLOSED*".
       01  SUSPENSE-ACCOUNT PIC X(8) VALUE "SUSPENSE".
       01  UNMAPPED-KEY-COUNT PIC 9(9) VALUE ZERO.
       01  GL-POST-COUNT   PIC 9(9) VALUE ZERO.
       01  GL-POST-RECS    PIC 9(9) VALUE ZERO.

      * A restarted run replays only the records after the
      * checkpoint, so the per-key postings for everything before it
      * so the restart adjustment can post one suspense line per
      * currency - a single cross-currency adjustment would be exactly
      * the meaningless mixed net the per-currency split exists to
      * prevent. Details held before the checkpoint are already on
      * the held-items file for the release job to post, so they are
      * taken out of these nets as they are restored; the 'R' lines
      * of reversals posted before the checkpoint went with the rest
      * of that attempt's extract, so their nets are put in.
       01  RESTORED-CURR-USED PIC 9(2) VALUE ZERO.
       01  RESTORED-CURR-TABLE.
           05  RESTORED-CURR-ENTRY OCCURS 10 TIMES.
       01  REG-OPEN-SW     PIC X(1) VALUE 'N'.
       01  REG-HIST-IX     PIC 9(2) VALUE ZERO.

      * Run-control totals - see the RUN-CTL-FILE FD. The reject
      * figures count only the OUTREJ1 records and register updates
      * this attempt made itself, so unlike NUM-RECS-REJECTED they
      * are never restored from a checkpoint - both sides of the
      * sign-off's reject tie then cover the same records.
       01  FILE-STATUS-RCT PIC X(2).
       01  REJ-WRITTEN-COUNT PIC 9(9) VALUE ZERO.
       01  REG-TOUCHED-COUNT PIC 9(9) VALUE ZERO.
       01  REJ-NO-KEY-COUNT PIC 9(9) VALUE ZERO.
       01  RCT-IX          PIC 9(1) VALUE ZERO.

      * Per-source statistics - see the SRC-STAT-FILE FD. One entry
      * per source seen this run, built as the sets are read and
      * carried in the checkpoint, then written to SRCSTAT at close.
      * SST-CUR-IX is the entry of the open set's source (zero when
      * the table was full and its figures are not being kept).
       01  FILE-STATUS-SST PIC X(2).
       01  SST-MAX         PIC 9(2) VALUE 10.
       01  SST-USED        PIC 9(2) VALUE ZERO.
       01  SST-IX          PIC 9(2) VALUE ZERO.
       01  SST-FIND-IX     PIC 9(2) VALUE ZERO.
       01  SST-CUR-IX      PIC 9(2) VALUE ZERO.
       01  SST-RSN-IX      PIC 9(3) VALUE ZERO.
       01  SST-SOURCE-WORK PIC X(8) VALUE SPACES.
       01  SST-FULL-SW     PIC X(1) VALUE 'N'.
       01  SST-FOUND-SW    PIC X(1) VALUE 'N'.
       01  SST-TABLE.
           05  SST-ENTRY OCCURS 10 TIMES.
               10  SST-SOURCE          PIC X(8).
               10  SST-XMIT-COUNT      PIC 9(4).
               10  SST-ON-TIME-COUNT   PIC 9(4).
               10  SST-LATE-COUNT      PIC 9(4).
               10  SST-EARLY-COUNT     PIC 9(4).
               10  SST-FAILED-COUNT    PIC 9(4).
               10  SST-DETAIL-COUNT    PIC 9(9).
               10  SST-REJECT-COUNT    PIC 9(9).
               10  SST-REASON-COUNT OCCURS 12 TIMES PIC 9(9).

      * Control-break subtotals, keyed on REC-1-KEY - the same
      * debit/credit/net split as the run totals.
       01  PREV-KEY        PIC X(10) VALUE SPACES.
               "            CREDIT AMOUNT".
           05  FILLER          PIC X(26) VALUE
               "               NET AMOUNT".
           05  FILLER          PIC X(23) VALUE
               "       BASE EQUIVALENT ".

       01  RPT-SUBTOTAL-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-SUB-CREDIT  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-SUB-NET     PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-SUB-BASE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1) VALUE SPACES.

      * Per-transmission section lines - a section heading written at
      * each file header, and the balance verdict written when that
           05  RPT-XMIT-SOURCE PIC X(8).
           05  FILLER          PIC X(75) VALUE SPACES.

      * One line per detail held for release, written where the
      * detail fell in the file, so the section it belongs to shows
      * what was held back from its postings and under which hold ID
      * the release job will know it.
       01  RPT-HELD-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-HLD-KEY     PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-HLD-CCY     PIC X(3).
           05  FILLER          PIC X(14) VALUE "  *** HELD ***".
           05  RPT-HLD-AMOUNT  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(8) VALUE "  LIMIT ".
           05  RPT-HLD-LIMIT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(11) VALUE "  HOLD ID ".
           05  RPT-HLD-DATE    PIC X(8).
           05  FILLER          PIC X(1) VALUE "-".
           05  RPT-HLD-SEQ     PIC 9(9).
           05  FILLER          PIC X(24) VALUE SPACES.

      * One line per reversal in the set's reversal section - the
      * net it posted, that net in the base currency, the item it
      * reversed (original business date and record number, as the
      * posted-items history knows it) and the account it posted to.
       01  RPT-RVS-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-RVS-KEY     PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-RVS-CCY     PIC X(3).
           05  FILLER          PIC X(18) VALUE "  *** REVERSAL ***".
           05  RPT-RVS-NET     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(7) VALUE "  BASE ".
           05  RPT-RVS-BASE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(11) VALUE "  REVERSES ".
           05  RPT-RVS-ORIG-DATE PIC X(8).
           05  FILLER          PIC X(1) VALUE "-".
           05  RPT-RVS-ORIG-SEQ PIC 9(9).
           05  FILLER          PIC X(4) VALUE " TO ".
           05  RPT-RVS-ACCOUNT PIC X(8).
           05  FILLER          PIC X(8) VALUE SPACES.

      * The transmission summary echoed into the audit trailer's parm
      * area, so the AUDITLOG shows how many sets the run carried and
      * how many balanced without pulling the REPORT1 archive.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RPT-CCY-LBL-TEXT PIC X(22).

      * Names the base currency the BASE EQUIVALENT figures are in.
       01  RPT-BASE-CCY-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "BASE CURRENCY".
           05  RPT-BASE-CCY-CODE PIC X(3).
           05  FILLER          PIC X(98) VALUE SPACES.

      * A dated line of the grand-total page's posting period
      * section - a date or period, and a status where there is one.
       01  RPT-PERIOD-LINE.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-PRD-LABEL   PIC X(30).
           05  RPT-PRD-VALUE   PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  RPT-PRD-STATUS  PIC X(11).
           05  FILLER          PIC X(80) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM VALIDATE-BUSINESS-DATES.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM RESTORE-CHECKPOINT.
           IF RESTART-SW = 'Y' AND PARM-RESTART = 'N'
           DISPLAY "CHECKPOINT FOUND BUT RUN-CONTROL CARD FORBIDS"
           DISPLAY "REJECT REGISTER NOT SUPPLIED - REJECT AGING NOT"
              " MAINTAINED THIS RUN"
           END-IF
           PERFORM OPEN-FX-RATES.
           IF PARM-MODE = 'MATCH'
           MOVE 'Y' TO MATCH-MODE-SW
           OPEN INPUT IN-REC-2
           STOP RUN
           END-IF
           PERFORM OPEN-KEY-XLAT
           PERFORM LOAD-HOLD-LIMITS
           PERFORM OPEN-POSTED-HISTORY
           END-IF
           IF (MATCH-MODE-SW = 'Y' OR SORT-1-SW = 'Y')
              AND RESTART-SW = 'Y'
           MOVE ZERO TO RUN-TOTAL-AMOUNT
           MOVE ZERO TO RUN-TOTAL-DEBITS
           MOVE ZERO TO RUN-TOTAL-CREDITS
           MOVE ZERO TO RUN-HELD-COUNT
           MOVE ZERO TO RUN-HELD-AMOUNT
           MOVE ZERO TO RUN-RVS-COUNT
           MOVE ZERO TO RUN-RVS-AMOUNT
           MOVE 'N' TO HDR-FOUND-SW
           MOVE 'N' TO SET-OPEN-SW
           MOVE ZERO TO XMIT-SEQ
           MOVE ZERO TO SET-TOTAL-AMOUNT
           MOVE ZERO TO SET-TOTAL-DEBITS
           MOVE ZERO TO SET-TOTAL-CREDITS
           MOVE ZERO TO SET-RVS-COUNT
           MOVE ZERO TO SET-RVS-AMOUNT
           MOVE ZERO TO CURR-USED
           MOVE ZERO TO SETC-USED
           MOVE ZERO TO RESTORED-CURR-USED
           MOVE ZERO TO SST-USED
           MOVE ZERO TO SST-CUR-IX
           MOVE 'N' TO SEQ-1-STARTED-SW
           MOVE SPACES TO PREV-DTL-KEY-1
           END-IF
      * Closes the file and stops
       CLOSE-STOP.
           PERFORM RECONCILE-COUNTS.
           IF MATCH-MODE-SW = 'N'
           IF RESTART-USED-SW = 'Y'
           PERFORM WRITE-GL-RESTART-ADJUSTMENT
           END-IF
           PERFORM WRITE-GL-TRAILER
           END-IF
           PERFORM WRITE-REPORT-FINAL.
           IF MATCH-MODE-SW = 'N'
           CLOSE GL-POST-FILE
           IF XLAT-OPEN-SW = 'Y'
           CLOSE KEY-XLAT-FILE
           END-IF
           IF HELD-OPEN-SW = 'Y'
           CLOSE HELD-FILE
           END-IF
           IF PST-OPEN-SW = 'Y'
           CLOSE POSTED-FILE
           END-IF
           IF PST-ALREADY-COUNT > ZERO
           DISPLAY "DETAILS ALREADY ON THE POSTED-ITEMS HISTORY FROM"
              " AN EARLIER RUN OF THE DATE: " PST-ALREADY-COUNT
           END-IF
           END-IF
           IF RETURN-CODE = ZERO
           PERFORM WRITE-AUDIT-TRAILER
           PERFORM CLEAR-CHECKPOINT
           END-IF
           PERFORM WRITE-SOURCE-STATS.
           PERFORM WRITE-RUN-CONTROL.
           CLOSE IN-REC-1.
           IF MATCH-MODE-SW = 'Y'
           CLOSE IN-REC-2
           IF REG-OPEN-SW = 'Y'
           CLOSE REJ-REG-FILE
           END-IF
           IF FX-OPEN-SW = 'Y'
           CLOSE FX-RATE-FILE
           END-IF
           CLOSE AUDIT-LOG.
           CLOSE RPT-FILE.

      * Reads an individual record and routes it by REC-1-TYPE: valid
      * headers and trailers update the file-structure switches,
      * reversals post to their own totals, and only details flow
      * into NUM-RECS-READ and the amount accumulation. A detail
      * that posts is recorded on the posted-items history, ready
      * for any later reversal. The first physical record must be
      * the header - a feed without one fails here rather than
      * running to end of file with nothing to balance against.
       READ-RECORD.
           MOVE 'N' TO HOLD-ITEM-SW
           PERFORM READ-PHYSICAL-RECORD-1
           IF LASTREC NOT = 'Y'
           ADD 1 TO PHYS-RECS-READ
           PERFORM PROCESS-HEADER-RECORD
           WHEN 'T'
           PERFORM PROCESS-TRAILER-RECORD
           WHEN 'R'
           PERFORM PROCESS-REVERSAL-RECORD
           WHEN 'D'
           IF SET-OPEN-SW = 'N'
           DISPLAY "DETAIL RECORD OUTSIDE A TRANSMISSION SET AT"
           PERFORM CHECK-KEY-SEQUENCE-1
           ADD 1 TO NUM-RECS-READ
           ADD 1 TO SET-RECS-READ
           IF SST-CUR-IX > ZERO
           ADD 1 TO SST-DETAIL-COUNT(SST-CUR-IX)
           END-IF
           ADD REC-1-AMOUNT TO RUN-TOTAL-AMOUNT
           ADD REC-1-AMOUNT TO SET-TOTAL-AMOUNT
           IF REC-1-AMOUNT < ZERO
           END-IF
           PERFORM ACCUM-RUN-CURRENCY
           PERFORM ACCUM-SET-CURRENCY
           IF LMT-USED > ZERO
           PERFORM CHECK-HOLD-LIMIT
           END-IF
           IF MATCH-MODE-SW = 'N' AND HOLD-ITEM-SW = 'N'
           PERFORM RECORD-POSTED-ITEM
           END-IF
           END-EVALUATE
           ELSE
           ADD 1 TO NUM-RECS-REJECTED
           ADD 1 TO SET-RECS-REJECTED
           PERFORM WRITE-REJECT-RECORD
           PERFORM COUNT-SOURCE-REJECT
           IF MAX-REJECTS > ZERO AND
              NUM-RECS-REJECTED NOT < MAX-REJECTS
           DISPLAY "REJECT LIMIT REACHED AFTER " NUM-RECS-REJECTED
           MOVE ZERO TO SET-TOTAL-DEBITS
           MOVE ZERO TO SET-TOTAL-CREDITS
           MOVE ZERO TO SETC-USED
           MOVE ZERO TO SET-RVS-COUNT
           MOVE ZERO TO SET-RVS-AMOUNT
           MOVE ZERO TO RVS-USED
           MOVE 'N' TO SEQ-1-STARTED-SW
           MOVE SPACES TO PREV-DTL-KEY-1
           MOVE REC-1-HDR-SOURCE TO SET-SOURCE
           PERFORM COUNT-SOURCE-ARRIVAL
           DISPLAY "FILE HEADER - TRANSMISSION " XMIT-SEQ
              " CREATED " REC-1-HDR-DATE
              " SOURCE " REC-1-HDR-SOURCE
           ADD 1 TO XMIT-BALANCED-COUNT
           ELSE
           ADD 1 TO XMIT-FAILED-COUNT
           IF SST-CUR-IX > ZERO
           ADD 1 TO SST-FAILED-COUNT(SST-CUR-IX)
           END-IF
           MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-SET-REVERSALS
           MOVE "  SET PHYSICAL RECORDS" TO RPT-TOT-LABEL
           MOVE SET-PHYS-RECS TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           MOVE SET-TOTAL-AMOUNT TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO SET-BASE-AMOUNT
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > SETC-USED
           MOVE SETC-CODE(CURR-IX) TO RPT-CCY-LBL-CODE
           MOVE SETC-AMOUNT(CURR-IX) TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SETC-CODE(CURR-IX) TO FX-CCY-WORK
           MOVE SETC-AMOUNT(CURR-IX) TO FX-AMT-WORK
           PERFORM CONVERT-TO-BASE
           ADD FX-BASE-WORK TO SET-BASE-AMOUNT
           MOVE "SET BASE EQUIVALENT" TO RPT-CCY-LBL-TEXT
           MOVE SPACES TO RPT-AMT-LABEL
           MOVE RPT-CCY-LABEL TO RPT-AMT-LABEL(3:28)
           MOVE FX-BASE-WORK TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE "  SET NET BASE EQUIVALENT" TO RPT-AMT-LABEL
           MOVE SET-BASE-AMOUNT TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF SET-BAL-SW = 'Y'
           MOVE "  SET BALANCED TO ITS TRAILER" TO RPT-WORK-LINE
           ELSE
           END-IF
           END-PERFORM.

      * The set's reversal section, written ahead of its totals and
      * verdict - one line per reversal, then the set's reversal count
      * and net. Reversals beyond RVS-MAX, or read before a restart
      * picked the set up from a checkpoint, are counted but cannot
      * be listed. A set with no reversals writes nothing. Also
      * PERFORMed for a set cut off by end of file, so what it
      * reversed is still shown.
       WRITE-SET-REVERSALS.
           IF SET-RVS-COUNT > ZERO
           MOVE "  REVERSALS OF EARLIER BUSINESS DATES"
              TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING RVS-IX FROM 1 BY 1
              UNTIL RVS-IX > RVS-USED
           MOVE RVS-TBL-KEY(RVS-IX) TO RPT-RVS-KEY
           MOVE RVS-TBL-CCY(RVS-IX) TO RPT-RVS-CCY
           MOVE RVS-TBL-NET(RVS-IX) TO RPT-RVS-NET
           MOVE RVS-TBL-BASE(RVS-IX) TO RPT-RVS-BASE
           MOVE RVS-TBL-ORIG-DATE(RVS-IX) TO RPT-RVS-ORIG-DATE
           MOVE RVS-TBL-ORIG-SEQ(RVS-IX) TO RPT-RVS-ORIG-SEQ
           MOVE RVS-TBL-ACCOUNT(RVS-IX) TO RPT-RVS-ACCOUNT
           MOVE RPT-RVS-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF SET-RVS-COUNT > RVS-USED
           MOVE "  REVERSALS NOT LISTED" TO RPT-TOT-LABEL
           COMPUTE RPT-TOT-VALUE = SET-RVS-COUNT - RVS-USED
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "  SET REVERSALS" TO RPT-TOT-LABEL
           MOVE SET-RVS-COUNT TO RPT-TOT-VALUE
           MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  SET REVERSAL NET AMOUNT" TO RPT-AMT-LABEL
           MOVE SET-RVS-AMOUNT TO RPT-AMT-VALUE
           MOVE RPT-AMOUNT-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ZERO TO RVS-USED.

      * Flushes the subtotal for the key in progress at a set
      * boundary, so a key that appears in more than one transmission
      * gets a subtotal line and GL posting per set rather than one
           IF XLAT-OPEN-SW = 'Y'
           CLOSE KEY-XLAT-FILE
           END-IF
           IF HELD-OPEN-SW = 'Y'
           CLOSE HELD-FILE
           END-IF
           IF PST-OPEN-SW = 'Y'
           CLOSE POSTED-FILE
           END-IF
           END-IF
           IF SORT-1-SW = 'Y'
           CLOSE SORTED-IN-1
           IF REG-OPEN-SW = 'Y'
           CLOSE REJ-REG-FILE
           END-IF
           IF FX-OPEN-SW = 'Y'
           CLOSE FX-RATE-FILE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE RPT-FILE
           PERFORM WRITE-SOURCE-STATS
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.

      * End-of-file structure check. Each set balanced against its own
           IF SET-OPEN-SW = 'Y'
           DISPLAY "FILE TRAILER MISSING FOR TRANSMISSION " XMIT-SEQ
           MOVE 16 TO RETURN-CODE
           PERFORM WRITE-SET-REVERSALS
           END-IF
           END-IF.

           IF XLAT-OPEN-SW = 'Y'
           CLOSE KEY-XLAT-FILE
           END-IF
           IF HELD-OPEN-SW = 'Y'
           CLOSE HELD-FILE
           END-IF
           IF PST-OPEN-SW = 'Y'
           CLOSE POSTED-FILE
           END-IF
           END-IF
           CLOSE OUT-REJ-1
           IF REG-OPEN-SW = 'Y'
           CLOSE REJ-REG-FILE
           END-IF
           IF FX-OPEN-SW = 'Y'
           CLOSE FX-RATE-FILE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE RPT-FILE
           PERFORM WRITE-RUN-CONTROL
           STOP RUN
           END-IF.

           MOVE "R005" TO REJECT-REASON
           END-IF
           END-PERFORM
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
              OR REC-1-RVS-ORIG-DATE NOT < PARM-ASOF-DATE
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
           IF VALID-RECORD-SW = 'Y' AND MATCH-MODE-SW = 'N'
           PERFORM MATCH-POSTED-ITEM
           END-IF
           WHEN OTHER
           MOVE 'N' TO VALID-RECORD-SW
           MOVE "R006" TO REJECT-REASON
           END-EVALUATE.

      * Proves a reversal against the posted-items history: a START
      * on the first item recorded for its key on its original
      * business date, then a walk of that key and date's items for
      * one in the same currency for the same amount that still
      * stands. An item this very record already reversed - a
      * restarted or overridden rerun of the day meeting its own
      * mark - counts as standing, so the rerun posts the reversal
      * again just as it posts the day's details again. Nothing
      * matching is R011; matching items that some other reversal
      * has already cancelled is R012. The item found is kept in
      * PST-MATCH-ID for PROCESS-REVERSAL-RECORD.
       MATCH-POSTED-ITEM.
           MOVE 'N' TO PST-MATCH-SW
           MOVE 'N' TO PST-EOF-SW
           MOVE REC-1-RVS-KEY TO PST-KEY
           MOVE REC-1-RVS-ORIG-DATE TO PST-BUS-DATE
           MOVE ZERO TO PST-SEQ
           START POSTED-FILE KEY IS NOT LESS THAN PST-FULL-KEY
           INVALID KEY MOVE 'Y' TO PST-EOF-SW
           END-START
           PERFORM UNTIL PST-EOF-SW = 'Y'
           READ POSTED-FILE NEXT RECORD
           AT END MOVE 'Y' TO PST-EOF-SW
           NOT AT END
           IF PST-KEY NOT = REC-1-RVS-KEY
              OR PST-BUS-DATE NOT = REC-1-RVS-ORIG-DATE
           MOVE 'Y' TO PST-EOF-SW
           ELSE
           IF PST-CURRENCY = REC-1-RVS-CURRENCY
              AND PST-AMOUNT = REC-1-RVS-AMOUNT
           IF PST-STATUS = 'P'
              OR (PST-RVS-DATE = PARM-ASOF-DATE
                  AND PST-RVS-SEQ = PHYS-RECS-READ)
           MOVE 'Y' TO PST-MATCH-SW
           MOVE PST-FULL-KEY TO PST-MATCH-ID
           MOVE 'Y' TO PST-EOF-SW
           ELSE
           MOVE 'A' TO PST-MATCH-SW
           END-IF
           END-IF
           END-IF
           END-READ
           END-PERFORM
           IF PST-MATCH-SW = 'N'
           MOVE 'N' TO VALID-RECORD-SW
           MOVE "R011" TO REJECT-REASON
           END-IF
           IF PST-MATCH-SW = 'A'
           MOVE 'N' TO VALID-RECORD-SW
           MOVE "R012" TO REJECT-REASON
           END-IF.

      * Checks the detail's currency code has an exchange rate on the
      * business date - a blank code is as unknown as a wrong one,
      * since a detail with no currency cannot be put into any
      * per-currency total, and a currency with no rate cannot be
      * put into the base-currency totals.
       CHECK-CURRENCY-CODE.
           MOVE 'N' TO CCY-VALID-SW
           IF REC-1-CURRENCY NOT = SPACES
           MOVE REC-1-CURRENCY TO FX-CCY-WORK
           PERFORM GET-FX-RATE
           MOVE FX-FOUND-SW TO CCY-VALID-SW
           END-IF.

      * Finds the rate for FX-CCY-WORK on the business date, leaving
      * FX-FOUND-SW and the rate in FX-RATE-WORK. The base currency
      * is 1 by definition; anything else comes from the FXC cache
      * or, on its first appearance, from FXRATE1 - a START on the
      * currency's earliest possible entry, then a walk forward
      * taking the highest effective date not after the business
      * date, exactly as LOOKUP-GL-ACCOUNT walks the translation
      * master. A zero rate is treated as no rate.
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
           IF FX-FOUND-SW = 'N' AND FX-OPEN-SW = 'Y'
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

      * Converts FX-AMT-WORK in FX-CCY-WORK to the base currency in
      * FX-BASE-WORK. Only currencies that passed CHECK-CURRENCY-CODE
      * reach the totals, so a missing rate here means FXRATE1
      * changed under the run - the amount converts as zero and the
      * run is failed rather than posting a base total that does not
      * add up.
       CONVERT-TO-BASE.
           PERFORM GET-FX-RATE
           IF FX-FOUND-SW = 'Y'
           COMPUTE FX-BASE-WORK ROUNDED = FX-AMT-WORK * FX-RATE-WORK
           ELSE
           MOVE ZERO TO FX-BASE-WORK
           DISPLAY "NO EXCHANGE RATE FOR " FX-CCY-WORK " ON "
              PARM-ASOF-DATE " - BASE EQUIVALENT NOT AVAILABLE"
           MOVE 16 TO RETURN-CODE
           END-IF.

      * Opens the exchange-rate master for the run. FXRATE1 is
      * required - it is the list of currencies the feed may carry,
      * so without it every detail would reject R009.
       OPEN-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           IF FILE-STATUS-FX NOT = '00'
           DISPLAY "UNABLE TO OPEN FXRATE1 - FILE STATUS "
              FILE-STATUS-FX
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 'Y' TO FX-OPEN-SW.

      * Opens the posted-items history for a MODE SINGLE run. POSTHIST
      * is required - without it no reversal could be proved, and the
      * details posted today could never be reversed later.
       OPEN-POSTED-HISTORY.
           OPEN I-O POSTED-FILE
           IF FILE-STATUS-PST NOT = '00'
           DISPLAY "UNABLE TO OPEN POSTHIST - FILE STATUS "
              FILE-STATUS-PST
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 'Y' TO PST-OPEN-SW.

       WRITE-REJECT-RECORD.
           MOVE REJECT-REASON TO REJ-REASON-CODE
           MOVE REC-1 TO REJ-RECORD-DATA
           WRITE REJ-REC-1
           ADD 1 TO REJ-WRITTEN-COUNT
           IF REC-1-TYPE = 'D'
              AND REC-1-KEY NOT = SPACES
              AND REC-1-KEY NOT = LOW-VALUES
           IF REG-OPEN-SW = 'Y'
           PERFORM UPDATE-REJECT-REGISTER
           END-IF
           ELSE
           ADD 1 TO REJ-NO-KEY-COUNT
           END-IF.

      * Registers the rejected key: a key never seen before gets a
      * fresh register entry first-seen on this run's business date;
      * a key already on the register is re-opened (it may have been
      * marked repaired by an earlier cycle) with its last-seen date
      * and reason history brought up to date. Headers, trailers,
      * reversals and details with no usable key cannot be aged by
      * key and are left to the reject file alone.
       UPDATE-REJECT-REGISTER.
           MOVE REC-1-KEY TO REG-KEY
           READ REJ-REG-FILE
           INVALID KEY
           DISPLAY "REJECT REGISTER WRITE FAILED FOR KEY: " REG-KEY
              " - FILE STATUS " FILE-STATUS-REG
           NOT INVALID KEY
           ADD 1 TO REG-TOUCHED-COUNT
           END-WRITE
           NOT INVALID KEY
           MOVE 'O' TO REG-STATUS
           INVALID KEY
           DISPLAY "REJECT REGISTER REWRITE FAILED FOR KEY: "
              REG-KEY " - FILE STATUS " FILE-STATUS-REG
           NOT INVALID KEY
           ADD 1 TO REG-TOUCHED-COUNT
           END-REWRITE
           END-READ.

           MOVE SPACES TO REG-REASON-HIST(REG-HIST-IX)
           END-PERFORM.

      * Finds the hold limit that applies to the detail - a per-key
      * override for its currency wins wherever it sits in the table,
      * otherwise the currency's default - and holds the detail when
      * its amount, taken as a magnitude so a large credit is held
      * the same as a large debit, is over that limit. A detail with
      * no applicable limit is never held.
       CHECK-HOLD-LIMIT.
           MOVE 'N' TO HOLD-LIMIT-FOUND-SW
           MOVE ZERO TO HOLD-LIMIT
           PERFORM VARYING LMT-IX FROM 1 BY 1
              UNTIL LMT-IX > LMT-USED OR HOLD-LIMIT-FOUND-SW = 'K'
           IF LMT-TBL-CCY(LMT-IX) = REC-1-CURRENCY
           IF LMT-TBL-KEY(LMT-IX) = REC-1-KEY
           MOVE LMT-TBL-AMOUNT(LMT-IX) TO HOLD-LIMIT
           MOVE 'K' TO HOLD-LIMIT-FOUND-SW
           END-IF
           IF LMT-TBL-KEY(LMT-IX) = SPACES
              AND HOLD-LIMIT-FOUND-SW = 'N'
           MOVE LMT-TBL-AMOUNT(LMT-IX) TO HOLD-LIMIT
           MOVE 'C' TO HOLD-LIMIT-FOUND-SW
           END-IF
           END-IF
           END-PERFORM
           IF HOLD-LIMIT-FOUND-SW NOT = 'N'
           IF REC-1-AMOUNT < ZERO
           COMPUTE HOLD-MAGNITUDE = ZERO - REC-1-AMOUNT
           ELSE
           MOVE REC-1-AMOUNT TO HOLD-MAGNITUDE
           END-IF
           IF HOLD-MAGNITUDE > HOLD-LIMIT
           PERFORM HOLD-DETAIL-RECORD
           END-IF
           END-IF.

      * Holds the detail for release: counts it into the run and
      * currency held totals, writes it to the held-items file under
      * its hold ID and reports it in its place in the set's section.
      * CONTROL-BREAK sees HOLD-ITEM-SW and leaves it out of the key
      * subtotal and GL posting. A hold ID already on file is a
      * restarted or overridden rerun of the day meeting the item it
      * held last time - the filed item stands, whatever the release
      * job has done with it since - unless it is a different detail
      * altogether, which means the day's input has changed under the
      * held-items file and the run stops.
       HOLD-DETAIL-RECORD.
           MOVE 'Y' TO HOLD-ITEM-SW
           ADD 1 TO RUN-HELD-COUNT
           ADD REC-1-AMOUNT TO RUN-HELD-AMOUNT
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           IF CURR-CODE(CURR-IX) = REC-1-CURRENCY
           ADD 1 TO CURR-HELD-COUNT(CURR-IX)
           ADD REC-1-AMOUNT TO CURR-HELD-AMOUNT(CURR-IX)
           END-IF
           END-PERFORM
           MOVE PARM-ASOF-DATE TO HLD-BUS-DATE
           MOVE PHYS-RECS-READ TO HLD-SEQ
           MOVE 'H' TO HLD-STATUS
           MOVE REC-1-KEY TO HLD-KEY
           MOVE REC-1-CURRENCY TO HLD-CURRENCY
           MOVE REC-1-AMOUNT TO HLD-AMOUNT
           MOVE HOLD-LIMIT TO HLD-LIMIT
           MOVE SET-SOURCE TO HLD-SOURCE
           MOVE SPACES TO HLD-DEC-DATE
           MOVE SPACES TO HLD-DEC-USER-1
           MOVE SPACES TO HLD-DEC-USER-2
           MOVE REC-1 TO HLD-RECORD-DATA
           MOVE HLD-BUS-DATE TO RPT-HLD-DATE
           MOVE HLD-SEQ TO RPT-HLD-SEQ
           WRITE HLD-REC-1
           INVALID KEY
           PERFORM CHECK-HELD-DUPLICATE
           END-WRITE
           MOVE REC-1-KEY TO RPT-HLD-KEY
           MOVE REC-1-CURRENCY TO RPT-HLD-CCY
           MOVE REC-1-AMOUNT TO RPT-HLD-AMOUNT
           MOVE HOLD-LIMIT TO RPT-HLD-LIMIT
           MOVE RPT-HELD-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       CHECK-HELD-DUPLICATE.
           IF FILE-STATUS-HELD NOT = '22'
           DISPLAY "HELD-ITEMS WRITE FAILED FOR HOLD ID "
              RPT-HLD-DATE "-" RPT-HLD-SEQ " - FILE STATUS "
              FILE-STATUS-HELD
           PERFORM FAIL-FILE-STRUCTURE
           END-IF
           READ HELD-FILE
           INVALID KEY
           DISPLAY "HELD-ITEMS READ FAILED FOR HOLD ID "
              RPT-HLD-DATE "-" RPT-HLD-SEQ " - FILE STATUS "
              FILE-STATUS-HELD
           PERFORM FAIL-FILE-STRUCTURE
           END-READ
           IF HLD-KEY NOT = REC-1-KEY OR HLD-AMOUNT NOT = REC-1-AMOUNT
              OR HLD-CURRENCY NOT = REC-1-CURRENCY
           DISPLAY "HOLD ID " RPT-HLD-DATE "-" RPT-HLD-SEQ
              " ALREADY ON FILE FOR A DIFFERENT DETAIL - KEY "
              HLD-KEY " - INPUT HAS CHANGED SINCE IT WAS HELD"
           PERFORM FAIL-FILE-STRUCTURE
           END-IF
           DISPLAY "HOLD ID " RPT-HLD-DATE "-" RPT-HLD-SEQ
              " ALREADY ON FILE WITH STATUS " HLD-STATUS
              " - FILED ITEM STANDS".

      * Records a detail that posts on the posted-items history under
      * its key, the business date and its record number, for a later
      * reversal to be proved against. An item already on file is a
      * restarted or overridden rerun of the day meeting what it
      * recorded last time - the filed item stands, reversed or not,
      * and is only counted - unless it is a different detail, which
      * means the day's input has changed and the run stops, exactly
      * as CHECK-HELD-DUPLICATE does for the held-items file.
       RECORD-POSTED-ITEM.
           MOVE REC-1-KEY TO PST-KEY
           MOVE PARM-ASOF-DATE TO PST-BUS-DATE
           MOVE PHYS-RECS-READ TO PST-SEQ
           MOVE REC-1-CURRENCY TO PST-CURRENCY
           MOVE REC-1-AMOUNT TO PST-AMOUNT
           MOVE REC-1-CURRENCY TO FX-CCY-WORK
           MOVE REC-1-AMOUNT TO FX-AMT-WORK
           PERFORM CONVERT-TO-BASE
           MOVE FX-BASE-WORK TO PST-BASE-AMOUNT
           MOVE SET-SOURCE TO PST-SOURCE
           MOVE 'D' TO PST-ORIGIN
           MOVE 'P' TO PST-STATUS
           MOVE SPACES TO PST-RVS-DATE
           MOVE ZERO TO PST-RVS-SEQ
           WRITE PST-REC-1
           INVALID KEY
           PERFORM CHECK-POSTED-DUPLICATE
           END-WRITE.

       CHECK-POSTED-DUPLICATE.
           IF FILE-STATUS-PST NOT = '22'
           DISPLAY "POSTED-ITEMS WRITE FAILED FOR KEY " REC-1-KEY
              " RECORD " PHYS-RECS-READ " - FILE STATUS "
              FILE-STATUS-PST
           PERFORM FAIL-FILE-STRUCTURE
           END-IF
           READ POSTED-FILE
           INVALID KEY
           DISPLAY "POSTED-ITEMS READ FAILED FOR KEY " REC-1-KEY
              " RECORD " PHYS-RECS-READ " - FILE STATUS "
              FILE-STATUS-PST
           PERFORM FAIL-FILE-STRUCTURE
           END-READ
           IF PST-AMOUNT NOT = REC-1-AMOUNT
              OR PST-CURRENCY NOT = REC-1-CURRENCY
           DISPLAY "POSTED ITEM " PST-KEY " " PST-BUS-DATE "-"
              PST-SEQ " ALREADY ON FILE FOR A DIFFERENT DETAIL"
              " - INPUT HAS CHANGED SINCE IT WAS POSTED"
           PERFORM FAIL-FILE-STRUCTURE
           END-IF
           ADD 1 TO PST-ALREADY-COUNT.

      * A valid reversal cancels the item MATCH-POSTED-ITEM found for
      * it on the posted-items history: the item is marked reversed
      * under this run's business date and the reversal's record
      * number, so no later reversal can cancel it again, and the
      * reversal posts at once as its own 'R' line on GLPOST1. Its
      * net - the reversed amount negated - goes into the run, set
      * and currency reversal totals, never the detail totals the
      * trailer balances, and the reversal is kept for the set's
      * reversal section. A match-mode run only checks a reversal's
      * shape - it keeps no history and posts nothing.
       PROCESS-REVERSAL-RECORD.
           IF SET-OPEN-SW = 'N'
           DISPLAY "REVERSAL RECORD OUTSIDE A TRANSMISSION SET AT"
              " RECORD " PHYS-RECS-READ " - NO TRAILER WOULD EVER"
              " BALANCE IT"
           PERFORM FAIL-FILE-STRUCTURE
           END-IF
           IF SST-CUR-IX > ZERO
           ADD 1 TO SST-DETAIL-COUNT(SST-CUR-IX)
           END-IF
           IF MATCH-MODE-SW = 'N'
           MOVE PST-MATCH-ID TO PST-FULL-KEY
           READ POSTED-FILE
           INVALID KEY
           DISPLAY "POSTED-ITEMS READ FAILED FOR " PST-MATCH-KEY " "
              PST-MATCH-DATE "-" PST-MATCH-SEQ " - FILE STATUS "
              FILE-STATUS-PST
           PERFORM FAIL-FILE-STRUCTURE
           END-READ
           IF PST-BASE-AMOUNT NUMERIC
           MOVE 'Y' TO RVS-ORIG-BASE-SW
           MOVE PST-BASE-AMOUNT TO RVS-ORIG-BASE
           ELSE
           MOVE 'N' TO RVS-ORIG-BASE-SW
           END-IF
           MOVE 'R' TO PST-STATUS
           MOVE PARM-ASOF-DATE TO PST-RVS-DATE
           MOVE PHYS-RECS-READ TO PST-RVS-SEQ
           REWRITE PST-REC-1
           INVALID KEY
           DISPLAY "POSTED-ITEMS REWRITE FAILED FOR " PST-MATCH-KEY
              " " PST-MATCH-DATE "-" PST-MATCH-SEQ " - FILE STATUS "
              FILE-STATUS-PST
           PERFORM FAIL-FILE-STRUCTURE
           END-REWRITE
           COMPUTE RVS-NET-WORK = ZERO - REC-1-RVS-AMOUNT
           ADD 1 TO RUN-RVS-COUNT
           ADD RVS-NET-WORK TO RUN-RVS-AMOUNT
           ADD 1 TO SET-RVS-COUNT
           ADD RVS-NET-WORK TO SET-RVS-AMOUNT
           PERFORM ACCUM-RUN-REVERSAL
           PERFORM WRITE-GL-REVERSAL
           END-IF.

      * Rolls the reversal net into its currency's reversal totals,
      * claiming a currency slot as ACCUM-RUN-CURRENCY does - a
      * reversal may be the only thing the run carries in its
      * currency, and the currency still needs its 'C' trailer.
       ACCUM-RUN-REVERSAL.
           MOVE 'N' TO CURR-FOUND-SW
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED OR CURR-FOUND-SW = 'Y'
           IF CURR-CODE(CURR-IX) = REC-1-RVS-CURRENCY
           MOVE 'Y' TO CURR-FOUND-SW
           SUBTRACT 1 FROM CURR-IX
           END-IF
           END-PERFORM
           IF CURR-FOUND-SW = 'N'
           IF CURR-USED = CURR-MAX
           DISPLAY "MORE THAN " CURR-MAX " CURRENCIES IN ONE RUN"
              " - RAISE CURR-MAX"
           PERFORM FAIL-FILE-STRUCTURE
           END-IF
           ADD 1 TO CURR-USED
           MOVE CURR-USED TO CURR-IX
           MOVE REC-1-RVS-CURRENCY TO CURR-CODE(CURR-IX)
           MOVE ZERO TO CURR-REC-COUNT(CURR-IX)
           MOVE ZERO TO CURR-AMOUNT(CURR-IX)
           MOVE ZERO TO CURR-DEBITS(CURR-IX)
           MOVE ZERO TO CURR-CREDITS(CURR-IX)
           MOVE ZERO TO CURR-POST-COUNT(CURR-IX)
           MOVE ZERO TO CURR-POST-BASE(CURR-IX)
           MOVE ZERO TO CURR-HELD-COUNT(CURR-IX)
           MOVE ZERO TO CURR-HELD-AMOUNT(CURR-IX)
           MOVE ZERO TO CURR-RVS-COUNT(CURR-IX)
           MOVE ZERO TO CURR-RVS-AMOUNT(CURR-IX)
           END-IF
           ADD 1 TO CURR-RVS-COUNT(CURR-IX)
           ADD RVS-NET-WORK TO CURR-RVS-AMOUNT(CURR-IX).

      * The 'R' posting line for the reversal just proved. The
      * account is the one the key mapped to on the original business
      * date, so the correction lands where the item it cancels was
      * posted, or suspense when the key mapped to none. The base
      * equivalent is the reversed item's own base from the history,
      * negated - the base it was posted at, on its original date or
      * at the release job's as-of date - so an item reversed in full
      * leaves no base residue on the account however the rate has
      * moved since. Only an item recorded before the history kept
      * its base is converted at the run's business date instead.
      * The held fields carry the reversed item's history key. The
      * reversal is then kept for the set's reversal section while
      * the table has room.
       WRITE-GL-REVERSAL.
           MOVE REC-1-RVS-KEY TO XLAT-LOOKUP-KEY
           MOVE REC-1-RVS-ORIG-DATE TO XLAT-LOOKUP-DATE
           PERFORM LOOKUP-GL-ACCOUNT
           IF RVS-ORIG-BASE-SW = 'Y'
           COMPUTE FX-BASE-WORK = ZERO - RVS-ORIG-BASE
           ELSE
           MOVE REC-1-RVS-CURRENCY TO FX-CCY-WORK
           MOVE RVS-NET-WORK TO FX-AMT-WORK
           PERFORM CONVERT-TO-BASE
           END-IF
           MOVE 'R' TO GLP-REC-TYPE
           MOVE POSTING-DATE TO GLP-POST-DATE
           IF XLAT-FOUND-SW = 'Y'
           MOVE XLAT-BEST-ACCOUNT TO GLP-ACCOUNT
           ELSE
           MOVE SUSPENSE-ACCOUNT TO GLP-ACCOUNT
           ADD 1 TO RVS-SUSPENSE-COUNT
           DISPLAY "REVERSAL KEY NOT ON TRANSLATION FILE FOR "
              REC-1-RVS-ORIG-DATE " - POSTED TO SUSPENSE: "
              REC-1-RVS-KEY
           END-IF
           MOVE REC-1-RVS-KEY TO GLP-KEY
           MOVE REC-1-RVS-CURRENCY TO GLP-CURRENCY
           MOVE REC-1-RVS-CURRENCY TO POST-CCY-WORK
           MOVE 1 TO GLP-REC-COUNT
           MOVE RVS-NET-WORK TO GLP-AMOUNT
           MOVE SPACES TO GLP-RVS-FIELDS
           MOVE PST-MATCH-DATE TO GLP-RVS-ORIG-DATE
           MOVE PST-MATCH-SEQ TO GLP-RVS-ORIG-SEQ
           MOVE FX-BASE-WORK TO GLP-BASE-AMOUNT
           MOVE FX-BASE-WORK TO POST-BASE-WORK
           IF RVS-USED < RVS-MAX
           ADD 1 TO RVS-USED
           MOVE REC-1-RVS-KEY TO RVS-TBL-KEY(RVS-USED)
           MOVE REC-1-RVS-CURRENCY TO RVS-TBL-CCY(RVS-USED)
           MOVE RVS-NET-WORK TO RVS-TBL-NET(RVS-USED)
           MOVE FX-BASE-WORK TO RVS-TBL-BASE(RVS-USED)
           MOVE PST-MATCH-DATE TO RVS-TBL-ORIG-DATE(RVS-USED)
           MOVE PST-MATCH-SEQ TO RVS-TBL-ORIG-SEQ(RVS-USED)
           MOVE GLP-ACCOUNT TO RVS-TBL-ACCOUNT(RVS-USED)
           END-IF
           WRITE GLP-REC-1
           ADD 1 TO GL-POST-COUNT
           PERFORM COUNT-CURRENCY-POSTING.

      * Rolls up a per-key subtotal alongside the RUN-TOTAL-AMOUNT grand
      * total. When REC-1-KEY changes from the previous record, the
      * subtotal for the key just finished is written and the running
      * subtotal fields reset ready for the new key. A detail held for
      * release stays out of the subtotal - the release job posts it.
       CONTROL-BREAK.
           IF LASTREC NOT = 'Y' AND VALID-RECORD-SW = 'Y'
              AND REC-1-TYPE = 'D' AND HOLD-ITEM-SW = 'N'
           IF FIRST-RECORD-SW = 'Y'
           MOVE REC-1-KEY TO PREV-KEY
           MOVE 'N' TO FIRST-RECORD-SW
           MOVE ZERO TO CURR-DEBITS(CURR-IX)
           MOVE ZERO TO CURR-CREDITS(CURR-IX)
           MOVE ZERO TO CURR-POST-COUNT(CURR-IX)
           MOVE ZERO TO CURR-POST-BASE(CURR-IX)
           MOVE ZERO TO CURR-HELD-COUNT(CURR-IX)
           MOVE ZERO TO CURR-HELD-AMOUNT(CURR-IX)
           MOVE ZERO TO CURR-RVS-COUNT(CURR-IX)
           MOVE ZERO TO CURR-RVS-AMOUNT(CURR-IX)
           END-IF
           ADD 1 TO CURR-REC-COUNT(CURR-IX)
           ADD REC-1-AMOUNT TO CURR-AMOUNT(CURR-IX)
      * account lookup is done once for the key; every currency of an
      * unmapped key posts to suspense.
       WRITE-SUBTOTAL.
           MOVE PREV-KEY TO XLAT-LOOKUP-KEY
           MOVE PARM-ASOF-DATE TO XLAT-LOOKUP-DATE
           PERFORM LOOKUP-GL-ACCOUNT
           IF XLAT-FOUND-SW = 'N' AND MATCH-MODE-SW = 'N'
           ADD 1 TO UNMAPPED-KEY-COUNT
           MOVE KEYC-DEBITS(KEYC-IX) TO RPT-SUB-DEBIT
           MOVE KEYC-CREDITS(KEYC-IX) TO RPT-SUB-CREDIT
           MOVE KEYC-AMOUNT(KEYC-IX) TO RPT-SUB-NET
           MOVE KEYC-CODE(KEYC-IX) TO FX-CCY-WORK
           MOVE KEYC-AMOUNT(KEYC-IX) TO FX-AMT-WORK
           PERFORM CONVERT-TO-BASE
           MOVE FX-BASE-WORK TO RPT-SUB-BASE
           MOVE RPT-SUBTOTAL-LINE TO RPT-WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF MATCH-MODE-SW = 'N'
      * XLAT-BEST-ACCOUNT, since the record area cannot be trusted
      * to survive the previous iteration's WRITE), or the suspense
      * account when the key is not on it. Every field is re-moved
      * for every record for the same reason. The base equivalent is
      * the one WRITE-SUBTOTAL just converted for the report line,
      * so the report and the extract cannot disagree.
       WRITE-GL-POSTING.
           MOVE 'D' TO GLP-REC-TYPE
           MOVE POSTING-DATE TO GLP-POST-DATE
           IF XLAT-FOUND-SW = 'Y'
           MOVE XLAT-BEST-ACCOUNT TO GLP-ACCOUNT
           ELSE
           MOVE KEYC-CODE(KEYC-IX) TO POST-CCY-WORK
           MOVE KEYC-REC-COUNT(KEYC-IX) TO GLP-REC-COUNT
           MOVE KEYC-AMOUNT(KEYC-IX) TO GLP-AMOUNT
           MOVE ZERO TO GLP-HELD-COUNT
           MOVE ZERO TO GLP-HELD-AMOUNT
           MOVE FX-BASE-WORK TO GLP-BASE-AMOUNT
           MOVE FX-BASE-WORK TO POST-BASE-WORK
           WRITE GLP-REC-1
           ADD 1 TO GL-POST-COUNT
           ADD KEYC-REC-COUNT(KEYC-IX) TO GL-POST-RECS
           PERFORM COUNT-CURRENCY-POSTING.

      * Rolls the posting line just written into its currency's
      * posting-line count for the 'C' currency trailer records.
      * The currency and the line's base equivalent come from
      * POST-CCY-WORK and POST-BASE-WORK, staged by the caller before
      * its WRITE - the record area is not read back after the I-O.
       COUNT-CURRENCY-POSTING.
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           IF CURR-CODE(CURR-IX) = POST-CCY-WORK
           ADD 1 TO CURR-POST-COUNT(CURR-IX)
           ADD POST-BASE-WORK TO CURR-POST-BASE(CURR-IX)
           END-IF
           END-PERFORM.

      * Reads the translation master for XLAT-LOOKUP-KEY - the key
      * just finished, or a reversal's key - leaving XLAT-FOUND-SW
      * and the account in XLAT-BEST-ACCOUNT for WRITE-GL-POSTING
      * (or WRITE-GL-REVERSAL) to stamp on the posting records - the
      * FD record area is not written here, so nothing is lost when
      * the per-currency loop WRITEs between iterations. A START on
      * the key's earliest possible entry, then a walk forward of
      * that key's entries taking the highest effective date not
      * after XLAT-LOOKUP-DATE - the run's business date, or the
      * business date a reversal reverses - so a repointing entered
      * for a future date sits inert until its day comes, and the walk
      * is a handful of reads however large the master grows. A
      * winning entry carrying the *CLOSED* account retires the key
      * - it is treated as unmapped and posts to suspense.
           IF XLAT-OPEN-SW = 'Y'
           MOVE SPACES TO XLAT-BEST-ACCOUNT
           MOVE 'N' TO XLAT-EOF-SW
           MOVE XLAT-LOOKUP-KEY TO XLT-M-KEY
           MOVE LOW-VALUES TO XLT-M-EFF-DATE
           START KEY-XLAT-FILE KEY IS NOT LESS THAN XLT-M-FULL-KEY
           INVALID KEY MOVE 'Y' TO XLAT-EOF-SW
           READ KEY-XLAT-FILE NEXT RECORD
           AT END MOVE 'Y' TO XLAT-EOF-SW
           NOT AT END
           IF XLT-M-KEY NOT = XLAT-LOOKUP-KEY
              OR XLT-M-EFF-DATE > XLAT-LOOKUP-DATE
           MOVE 'Y' TO XLAT-EOF-SW
           ELSE
           MOVE XLT-M-ACCOUNT TO XLAT-BEST-ACCOUNT
           PERFORM VARYING KEYC-IX FROM 1 BY 1
              UNTIL KEYC-IX > RESTORED-CURR-USED
           MOVE 'D' TO GLP-REC-TYPE
           MOVE POSTING-DATE TO GLP-POST-DATE
           MOVE SUSPENSE-ACCOUNT TO GLP-ACCOUNT
           MOVE "*RESTART*" TO GLP-KEY
           MOVE RESTORED-CURR-CODE(KEYC-IX) TO GLP-CURRENCY
           MOVE RESTORED-CURR-CODE(KEYC-IX) TO POST-CCY-WORK
           MOVE RESTORED-CURR-COUNT(KEYC-IX) TO GLP-REC-COUNT
           MOVE RESTORED-CURR-AMT(KEYC-IX) TO GLP-AMOUNT
           MOVE ZERO TO GLP-HELD-COUNT
           MOVE ZERO TO GLP-HELD-AMOUNT
           MOVE RESTORED-CURR-CODE(KEYC-IX) TO FX-CCY-WORK
           MOVE RESTORED-CURR-AMT(KEYC-IX) TO FX-AMT-WORK
           PERFORM CONVERT-TO-BASE
           MOVE FX-BASE-WORK TO GLP-BASE-AMOUNT
           MOVE FX-BASE-WORK TO POST-BASE-WORK
           WRITE GLP-REC-1
           ADD 1 TO GL-POST-COUNT
           ADD RESTORED-CURR-COUNT(KEYC-IX) TO GL-POST-RECS
           PERFORM COUNT-CURRENCY-POSTING
           DISPLAY "RESTARTED RUN - PRE-CHECKPOINT "
              RESTORED-CURR-CODE(KEYC-IX) " NET "
      * against - one 'C' record per currency whose amount is that
      * currency's net and whose count is its posting lines, then the
      * final 'T' whose amount is RUN-TOTAL-AMOUNT and whose count is
      * every posting record written. The amounts are net of the
      * details held for release, which the held fields carry
      * instead, and take in the 'R' reversal lines, so each trailer
      * still sums the lines above it. The 'T' also carries the
      * business date in its key area. The
      * base amounts are the sums of the lines' own base equivalents
      * rather than a fresh conversion of the net, so they prove
      * exactly against the lines with no rounding residue.
       WRITE-GL-TRAILER.
           MOVE ZERO TO RUN-POST-BASE
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           MOVE 'C' TO GLP-REC-TYPE
           MOVE POSTING-DATE TO GLP-POST-DATE
           MOVE SPACES TO GLP-ACCOUNT
           MOVE SPACES TO GLP-KEY
           MOVE CURR-CODE(CURR-IX) TO GLP-CURRENCY
           MOVE CURR-POST-COUNT(CURR-IX) TO GLP-REC-COUNT
           COMPUTE GLP-AMOUNT =
              CURR-AMOUNT(CURR-IX) - CURR-HELD-AMOUNT(CURR-IX)
              + CURR-RVS-AMOUNT(CURR-IX)
           MOVE CURR-HELD-COUNT(CURR-IX) TO GLP-HELD-COUNT
           MOVE CURR-HELD-AMOUNT(CURR-IX) TO GLP-HELD-AMOUNT
           MOVE CURR-POST-BASE(CURR-IX) TO GLP-BASE-AMOUNT
           ADD CURR-POST-BASE(CURR-IX) TO RUN-POST-BASE
           WRITE GLP-REC-1
           END-PERFORM
           MOVE 'T' TO GLP-REC-TYPE
           MOVE POSTING-DATE TO GLP-POST-DATE
           MOVE SPACES TO GLP-ACCOUNT
           MOVE SPACES TO GLP-KEY
           MOVE PARM-ASOF-DATE TO GLP-TRL-BUS-DATE
           MOVE SPACES TO GLP-CURRENCY
           MOVE GL-POST-COUNT TO GLP-REC-COUNT
           COMPUTE GLP-AMOUNT = RUN-TOTAL-AMOUNT - RUN-HELD-AMOUNT
              + RUN-RVS-AMOUNT
           MOVE RUN-HELD-COUNT TO GLP-HELD-COUNT
           MOVE RUN-HELD-AMOUNT TO GLP-HELD-AMOUNT
           MOVE RUN-POST-BASE TO GLP-BASE-AMOUNT
           WRITE GLP-REC-1.

      * Opens the keyed translation master for the run. A missing
           MOVE "RUN TOTAL NET AMOUNT" TO RPT-AMT-LABEL
           MOVE RUN-TOTAL-AMOUNT TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE BASE-CURRENCY TO RPT-BASE-CCY-CODE
           WRITE RPT-LINE FROM RPT-BASE-CCY-LINE
              AFTER ADVANCING 1 LINE
           MOVE ZERO TO RUN-BASE-AMOUNT
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           MOVE CURR-CODE(CURR-IX) TO RPT-CCY-LBL-CODE
           MOVE RPT-CCY-LABEL TO RPT-AMT-LABEL
           MOVE CURR-AMOUNT(CURR-IX) TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE CURR-CODE(CURR-IX) TO FX-CCY-WORK
           MOVE CURR-AMOUNT(CURR-IX) TO FX-AMT-WORK
           PERFORM CONVERT-TO-BASE
           ADD FX-BASE-WORK TO RUN-BASE-AMOUNT
           MOVE "BASE EQUIVALENT" TO RPT-CCY-LBL-TEXT
           MOVE RPT-CCY-LABEL TO RPT-AMT-LABEL
           MOVE FX-BASE-WORK TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE "RUN NET BASE EQUIVALENT" TO RPT-AMT-LABEL
           MOVE RUN-BASE-AMOUNT TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           IF MATCH-MODE-SW = 'N'
           MOVE "SUBTOTALS POSTED TO SUSPENSE" TO RPT-TOT-LABEL
           MOVE UNMAPPED-KEY-COUNT TO RPT-TOT-VALUE
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           PERFORM WRITE-REPORT-HELD-TOTALS
           PERFORM WRITE-REPORT-PERIOD
           END-IF
           IF MATCH-MODE-SW = 'Y'
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * The posting period section of the grand-total page - the
      * business date's accounting period and its status, and the
      * date the GLPOST1 lines were posted under. When the period
      * was soft-closed the section says so, with the posting lines
      * rolled forward into the next open period and their net - the
      * 'T' trailer's count and amount - so finance can see what
      * landed in the new period and why.
       WRITE-REPORT-PERIOD.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE "POSTING PERIOD" TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           IF PRD-LOADED-SW = 'N'
           MOVE " NO PERIOD CONTROL SUPPLIED - EVERY PERIOD OPEN"
              TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE BUS-PERIOD-STATUS TO PRD-WORK-STATUS
           PERFORM NAME-PERIOD-STATUS
           MOVE "BUSINESS DATE PERIOD" TO RPT-PRD-LABEL
           MOVE BUS-PERIOD TO RPT-PRD-VALUE
           MOVE PRD-STATUS-WORDS TO RPT-PRD-STATUS
           WRITE RPT-LINE FROM RPT-PERIOD-LINE AFTER ADVANCING 1 LINE
           MOVE "GL POSTING DATE" TO RPT-PRD-LABEL
           MOVE POSTING-DATE TO RPT-PRD-VALUE
           MOVE SPACES TO RPT-PRD-STATUS
           WRITE RPT-LINE FROM RPT-PERIOD-LINE AFTER ADVANCING 1 LINE
           IF POSTING-ROLLED-SW = 'Y'
           MOVE " *** PERIOD SOFT-CLOSED - POSTINGS ROLLED FORWARD TO"
              TO RPT-LINE
           MOVE " THE NEXT OPEN PERIOD ***" TO RPT-LINE(53:25)
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE "POSTING LINES ROLLED FORWARD" TO RPT-TOT-LABEL
           MOVE GL-POST-COUNT TO RPT-TOT-VALUE
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           COMPUTE POSTED-NET-AMOUNT =
              RUN-TOTAL-AMOUNT - RUN-HELD-AMOUNT + RUN-RVS-AMOUNT
           MOVE "NET AMOUNT ROLLED FORWARD" TO RPT-AMT-LABEL
           MOVE POSTED-NET-AMOUNT TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * The words for the period status in PRD-WORK-STATUS.
       NAME-PERIOD-STATUS.
           EVALUATE PRD-WORK-STATUS
           WHEN 'S'
           MOVE "SOFT-CLOSED" TO PRD-STATUS-WORDS
           WHEN 'H'
           MOVE "HARD-CLOSED" TO PRD-STATUS-WORDS
           WHEN OTHER
           MOVE "OPEN" TO PRD-STATUS-WORDS
           END-EVALUATE.

      * The held-for-release and reversal lines of the grand-total
      * page - how many details were held and for how much, how many
      * reversals posted and their net, and the net actually posted
      * to GLPOST1 once the held items are taken out and the
      * reversals put in, overall and for each currency that had
      * either. These are the figures the GLPOST1 'C' and 'T'
      * trailers carry, so the page and the extract agree - the
      * posted base equivalent is the sum of the posting lines' own
      * base amounts, which is why CLOSE-STOP writes the trailers
      * before this page.
       WRITE-REPORT-HELD-TOTALS.
           MOVE "HELD FOR RELEASE" TO RPT-TOT-LABEL
           MOVE RUN-HELD-COUNT TO RPT-TOT-VALUE
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE "HELD NET AMOUNT" TO RPT-AMT-LABEL
           MOVE RUN-HELD-AMOUNT TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE "REVERSALS POSTED" TO RPT-TOT-LABEL
           MOVE RUN-RVS-COUNT TO RPT-TOT-VALUE
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE "REVERSAL NET AMOUNT" TO RPT-AMT-LABEL
           MOVE RUN-RVS-AMOUNT TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE "REVERSALS POSTED TO SUSPENSE" TO RPT-TOT-LABEL
           MOVE RVS-SUSPENSE-COUNT TO RPT-TOT-VALUE
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           COMPUTE POSTED-NET-AMOUNT =
              RUN-TOTAL-AMOUNT - RUN-HELD-AMOUNT + RUN-RVS-AMOUNT
           MOVE "POSTED NET AMOUNT" TO RPT-AMT-LABEL
           MOVE POSTED-NET-AMOUNT TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE ZERO TO POSTED-BASE-AMOUNT
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           ADD CURR-POST-BASE(CURR-IX) TO POSTED-BASE-AMOUNT
           END-PERFORM
           MOVE "POSTED NET BASE EQUIVALENT" TO RPT-AMT-LABEL
           MOVE POSTED-BASE-AMOUNT TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           IF CURR-HELD-COUNT(CURR-IX) > ZERO
              OR CURR-RVS-COUNT(CURR-IX) > ZERO
           MOVE CURR-CODE(CURR-IX) TO RPT-CCY-LBL-CODE
           MOVE "HELD FOR RELEASE" TO RPT-CCY-LBL-TEXT
           MOVE RPT-CCY-LABEL TO RPT-TOT-LABEL
           MOVE CURR-HELD-COUNT(CURR-IX) TO RPT-TOT-VALUE
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE "HELD NET AMOUNT" TO RPT-CCY-LBL-TEXT
           MOVE RPT-CCY-LABEL TO RPT-AMT-LABEL
           MOVE CURR-HELD-AMOUNT(CURR-IX) TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE "REVERSALS POSTED" TO RPT-CCY-LBL-TEXT
           MOVE RPT-CCY-LABEL TO RPT-TOT-LABEL
           MOVE CURR-RVS-COUNT(CURR-IX) TO RPT-TOT-VALUE
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE "REVERSAL NET AMOUNT" TO RPT-CCY-LBL-TEXT
           MOVE RPT-CCY-LABEL TO RPT-AMT-LABEL
           MOVE CURR-RVS-AMOUNT(CURR-IX) TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           COMPUTE POSTED-NET-AMOUNT =
              CURR-AMOUNT(CURR-IX) - CURR-HELD-AMOUNT(CURR-IX)
              + CURR-RVS-AMOUNT(CURR-IX)
           MOVE "POSTED NET AMOUNT" TO RPT-CCY-LBL-TEXT
           MOVE RPT-CCY-LABEL TO RPT-AMT-LABEL
           MOVE POSTED-NET-AMOUNT TO RPT-AMT-VALUE
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           END-IF
           END-PERFORM.

      * Reads the run-control card from SYSIN before any input is
      * opened. A missing or empty SYSIN is a hard failure - the
      * processing mode is named on the card now, not inferred from
           AT END MOVE 'Y' TO LASTREC-CAL
           END-READ.

      * Loads the high-value hold limits for a MODE SINGLE run and,
      * when there are any, opens the held-items file the holds are
      * written to. HOLDLMT is optional, but a limit record that is
      * present and unreadable fails the run - a garbled limit would
      * otherwise quietly post what the business asked to hold.
       LOAD-HOLD-LIMITS.
           OPEN INPUT HOLD-LMT-FILE
           IF FILE-STATUS-LMT = '00'
           PERFORM READ-LMT-RECORD
           PERFORM UNTIL LASTREC-LMT = 'Y'
           IF LMT-CURRENCY = SPACES OR LMT-AMOUNT NOT NUMERIC
           DISPLAY "HOLD LIMIT RECORD INVALID - CURRENCY BLANK OR"
              " LIMIT NOT NUMERIC: " LMT-REC-1
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF LMT-USED = LMT-MAX
           DISPLAY "HOLD LIMIT FILE EXCEEDS TABLE SIZE " LMT-MAX
              " - RAISE LMT-MAX"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO LMT-USED
           MOVE LMT-CURRENCY TO LMT-TBL-CCY(LMT-USED)
           MOVE LMT-KEY TO LMT-TBL-KEY(LMT-USED)
           MOVE LMT-AMOUNT TO LMT-TBL-AMOUNT(LMT-USED)
           PERFORM READ-LMT-RECORD
           END-PERFORM
           CLOSE HOLD-LMT-FILE
           DISPLAY "HOLD LIMITS LOADED: " LMT-USED
           ELSE
           DISPLAY "HOLD LIMIT TABLE NOT SUPPLIED - NO DETAILS HELD"
           END-IF
           IF LMT-USED > ZERO
           OPEN I-O HELD-FILE
           IF FILE-STATUS-HELD NOT = '00'
           DISPLAY "UNABLE TO OPEN HELDITM - FILE STATUS "
              FILE-STATUS-HELD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE 'Y' TO HELD-OPEN-SW
           END-IF.

       READ-LMT-RECORD.
           READ HOLD-LMT-FILE
           AT END MOVE 'Y' TO LASTREC-LMT
           END-READ.

      * Real calendar validation of the card's as-of date, now that
      * the calendar is loaded: it must be a date that exists and a
      * working day - twice this year a weekend as-of date meant
           END-PERFORM
           MOVE DATE-WORK-X TO EXPECTED-HDR-DATE.

      * The accounting period check for a MODE SINGLE run, once the
      * calendar is loaded and the as-of date proved. A business
      * date in a hard-closed period is refused outright - nothing
      * is opened and nothing is posted. A business date in a
      * soft-closed period runs as normal, but every GLPOST1 line is
      * dated the first working day of the next open period, since
      * the ledger would bounce a line dated in the closed one. A
      * match run posts nothing to the ledger and is not checked.
       CHECK-POSTING-PERIOD.
           MOVE PARM-ASOF-DATE TO POSTING-DATE
           MOVE PARM-ASOF-DATE(1:6) TO BUS-PERIOD
           MOVE 'O' TO BUS-PERIOD-STATUS
           IF PARM-MODE NOT = 'MATCH'
           PERFORM LOAD-PERIOD-CONTROL
           MOVE BUS-PERIOD TO PRD-WORK-PERIOD-X
           PERFORM FIND-PERIOD-STATUS
           MOVE PRD-WORK-STATUS TO BUS-PERIOD-STATUS
           IF BUS-PERIOD-STATUS = 'H'
           DISPLAY "AS-OF DATE " PARM-ASOF-DATE " FALLS IN HARD-CLOSED"
              " PERIOD " BUS-PERIOD " - NOTHING MAY BE POSTED TO IT,"
              " RUN REFUSED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF BUS-PERIOD-STATUS = 'S'
           PERFORM FIND-NEXT-OPEN-PERIOD
           PERFORM FIND-FIRST-WORKING-DAY
           MOVE 'Y' TO POSTING-ROLLED-SW
           DISPLAY "AS-OF DATE " PARM-ASOF-DATE " FALLS IN SOFT-CLOSED"
              " PERIOD " BUS-PERIOD " - GL POSTINGS DATED "
              POSTING-DATE
           END-IF
           END-IF.

      * Loads the period control table. PRDCTL is optional, but a
      * record that is present and unreadable, or out of order,
      * fails the run - a garbled status would otherwise post into a
      * month finance has closed.
       LOAD-PERIOD-CONTROL.
           OPEN INPUT PRD-CTL-FILE
           IF FILE-STATUS-PRD = '00'
           PERFORM READ-PRD-RECORD
           PERFORM UNTIL LASTREC-PRD = 'Y'
           MOVE PRD-PERIOD TO DATE-WORK-X(1:6)
           MOVE "01" TO DATE-WORK-X(7:2)
           PERFORM CHECK-DATE-VALID
           IF DATE-VALID-SW = 'N'
              OR (PRD-STATUS NOT = 'O' AND PRD-STATUS NOT = 'S'
                  AND PRD-STATUS NOT = 'H')
           DISPLAY "PERIOD CONTROL RECORD INVALID - PERIOD NOT YYYYMM"
              " OR STATUS NOT O, S OR H: " PRD-REC-1
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PRD-USED > ZERO
              AND PRD-PERIOD NOT > PRD-TBL-PERIOD(PRD-USED)
           DISPLAY "PERIOD CONTROL OUT OF ORDER OR DUPLICATED AT"
              " PERIOD " PRD-PERIOD
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           IF PRD-USED = PRD-MAX
           DISPLAY "PERIOD CONTROL FILE EXCEEDS TABLE SIZE " PRD-MAX
              " - RAISE PRD-MAX"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           ADD 1 TO PRD-USED
           MOVE PRD-PERIOD TO PRD-TBL-PERIOD(PRD-USED)
           MOVE PRD-STATUS TO PRD-TBL-STATUS(PRD-USED)
           PERFORM READ-PRD-RECORD
           END-PERFORM
           CLOSE PRD-CTL-FILE
           MOVE 'Y' TO PRD-LOADED-SW
           DISPLAY "ACCOUNTING PERIODS LOADED: " PRD-USED
           ELSE
           DISPLAY "PERIOD CONTROL NOT SUPPLIED - EVERY PERIOD"
              " TREATED AS OPEN"
           END-IF.

       READ-PRD-RECORD.
           READ PRD-CTL-FILE
           AT END MOVE 'Y' TO LASTREC-PRD
           END-READ.

      * The status of the period in PRD-WORK-PERIOD - open unless
      * the table says otherwise.
       FIND-PERIOD-STATUS.
           MOVE 'O' TO PRD-WORK-STATUS
           PERFORM VARYING PRD-IX FROM 1 BY 1
              UNTIL PRD-IX > PRD-USED
           IF PRD-TBL-PERIOD(PRD-IX) = PRD-WORK-PERIOD-X
           MOVE PRD-TBL-STATUS(PRD-IX) TO PRD-WORK-STATUS
           END-IF
           END-PERFORM.

      * Steps forward a month at a time from the business date's
      * period, over soft- and hard-closed months, to the next open
      * one. Every month past the last one listed is open, so the
      * walk always ends.
       FIND-NEXT-OPEN-PERIOD.
           MOVE BUS-PERIOD TO PRD-WORK-PERIOD-X
           MOVE BUS-PERIOD-STATUS TO PRD-WORK-STATUS
           PERFORM UNTIL PRD-WORK-STATUS = 'O'
           IF PRD-WORK-MONTH = 12
           MOVE 1 TO PRD-WORK-MONTH
           ADD 1 TO PRD-WORK-YEAR
           ELSE
           ADD 1 TO PRD-WORK-MONTH
           END-IF
           PERFORM FIND-PERIOD-STATUS
           END-PERFORM.

      * The first working day of the period in PRD-WORK-PERIOD, by
      * the same weekend and holiday rules as the as-of date - it
      * becomes the posting date. A month the calendar leaves no
      * working day in is a calendar error and fails the run.
       FIND-FIRST-WORKING-DAY.
           MOVE PRD-WORK-PERIOD-X TO DATE-WORK-X(1:6)
           MOVE "01" TO DATE-WORK-X(7:2)
           PERFORM CHECK-WORKING-DAY
           PERFORM UNTIL WORK-DAY-SW = 'Y'
              OR DATE-WORK-X(1:6) NOT = PRD-WORK-PERIOD-X
           ADD 1 TO DAY-INT
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT)
           MOVE DATE-NUM TO DATE-WORK-X
           PERFORM CHECK-WORKING-DAY
           END-PERFORM
           IF DATE-WORK-X(1:6) NOT = PRD-WORK-PERIOD-X
           DISPLAY "NO WORKING DAY IN PERIOD " PRD-WORK-PERIOD-X
              " ON THE BUSINESS CALENDAR - CHECK CALNDR1"
           MOVE 16 TO RETURN-CODE
           STOP RUN
           END-IF
           MOVE DATE-WORK-X TO POSTING-DATE.

      * The staleness check on each transmission header: a fresh
      * overnight file is created on the prior working day for the
      * run's as-of date, so a header dated anything else is the
           MOVE CHKPT-SET-TOTAL TO SET-TOTAL-AMOUNT
           MOVE CHKPT-SET-DEBITS TO SET-TOTAL-DEBITS
           MOVE CHKPT-SET-CREDITS TO SET-TOTAL-CREDITS
           MOVE CHKPT-SET-SOURCE TO SET-SOURCE
           MOVE CHKPT-HELD-COUNT TO RUN-HELD-COUNT
           MOVE CHKPT-HELD-AMOUNT TO RUN-HELD-AMOUNT
           MOVE CHKPT-RVS-COUNT TO RUN-RVS-COUNT
           MOVE CHKPT-RVS-AMOUNT TO RUN-RVS-AMOUNT
           MOVE CHKPT-SET-RVS-COUNT TO SET-RVS-COUNT
           MOVE CHKPT-SET-RVS-AMOUNT TO SET-RVS-AMOUNT
           MOVE CHKPT-CURR-USED TO CURR-USED
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           MOVE CHKPT-CURR-DEBITS(CURR-IX) TO CURR-DEBITS(CURR-IX)
           MOVE CHKPT-CURR-CREDITS(CURR-IX) TO CURR-CREDITS(CURR-IX)
           MOVE ZERO TO CURR-POST-COUNT(CURR-IX)
           MOVE ZERO TO CURR-POST-BASE(CURR-IX)
           MOVE CHKPT-CURR-HELD-COUNT(CURR-IX)
              TO CURR-HELD-COUNT(CURR-IX)
           MOVE CHKPT-CURR-HELD-AMT(CURR-IX)
              TO CURR-HELD-AMOUNT(CURR-IX)
           MOVE CHKPT-CURR-RVS-COUNT(CURR-IX)
              TO CURR-RVS-COUNT(CURR-IX)
           MOVE CHKPT-CURR-RVS-AMT(CURR-IX)
              TO CURR-RVS-AMOUNT(CURR-IX)
           MOVE CHKPT-CURR-CODE(CURR-IX)
              TO RESTORED-CURR-CODE(CURR-IX)
           COMPUTE RESTORED-CURR-COUNT(CURR-IX) =
              CHKPT-CURR-COUNT(CURR-IX) - CHKPT-CURR-HELD-COUNT(CURR-IX)
           COMPUTE RESTORED-CURR-AMT(CURR-IX) =
              CHKPT-CURR-AMOUNT(CURR-IX) - CHKPT-CURR-HELD-AMT(CURR-IX)
              + CHKPT-CURR-RVS-AMT(CURR-IX)
           END-PERFORM
           MOVE CHKPT-CURR-USED TO RESTORED-CURR-USED
           MOVE CHKPT-SETC-USED TO SETC-USED
           MOVE CHKPT-SETC-CODE(CURR-IX) TO SETC-CODE(CURR-IX)
           MOVE CHKPT-SETC-AMOUNT(CURR-IX) TO SETC-AMOUNT(CURR-IX)
           END-PERFORM
           MOVE CHKPT-SST-USED TO SST-USED
           MOVE CHKPT-SST-TABLE TO SST-TABLE
           IF SET-OPEN-SW = 'Y'
           MOVE SET-SOURCE TO SST-SOURCE-WORK
           PERFORM FIND-SOURCE-STATS
           MOVE SST-IX TO SST-CUR-IX
           END-IF
           MOVE CHKPT-RUN-TOTAL TO RESTORED-NET-AMOUNT
           MOVE CHKPT-RECS-READ TO RESTORED-RECS-READ
           END-READ
           MOVE SET-TOTAL-AMOUNT TO CHKPT-SET-TOTAL
           MOVE SET-TOTAL-DEBITS TO CHKPT-SET-DEBITS
           MOVE SET-TOTAL-CREDITS TO CHKPT-SET-CREDITS
           MOVE SET-SOURCE TO CHKPT-SET-SOURCE
           MOVE RUN-HELD-COUNT TO CHKPT-HELD-COUNT
           MOVE RUN-HELD-AMOUNT TO CHKPT-HELD-AMOUNT
           MOVE RUN-RVS-COUNT TO CHKPT-RVS-COUNT
           MOVE RUN-RVS-AMOUNT TO CHKPT-RVS-AMOUNT
           MOVE SET-RVS-COUNT TO CHKPT-SET-RVS-COUNT
           MOVE SET-RVS-AMOUNT TO CHKPT-SET-RVS-AMOUNT
           MOVE CURR-USED TO CHKPT-CURR-USED
           PERFORM VARYING CURR-IX FROM 1 BY 1
              UNTIL CURR-IX > CURR-USED
           MOVE CURR-AMOUNT(CURR-IX) TO CHKPT-CURR-AMOUNT(CURR-IX)
           MOVE CURR-DEBITS(CURR-IX) TO CHKPT-CURR-DEBITS(CURR-IX)
           MOVE CURR-CREDITS(CURR-IX) TO CHKPT-CURR-CREDITS(CURR-IX)
           MOVE CURR-HELD-COUNT(CURR-IX)
              TO CHKPT-CURR-HELD-COUNT(CURR-IX)
           MOVE CURR-HELD-AMOUNT(CURR-IX)
              TO CHKPT-CURR-HELD-AMT(CURR-IX)
           MOVE CURR-RVS-COUNT(CURR-IX)
              TO CHKPT-CURR-RVS-COUNT(CURR-IX)
           MOVE CURR-RVS-AMOUNT(CURR-IX)
              TO CHKPT-CURR-RVS-AMT(CURR-IX)
           END-PERFORM
           MOVE SETC-USED TO CHKPT-SETC-USED
           PERFORM VARYING CURR-IX FROM 1 BY 1
           MOVE SETC-CODE(CURR-IX) TO CHKPT-SETC-CODE(CURR-IX)
           MOVE SETC-AMOUNT(CURR-IX) TO CHKPT-SETC-AMOUNT(CURR-IX)
           END-PERFORM
           MOVE SST-USED TO CHKPT-SST-USED
           MOVE SST-TABLE TO CHKPT-SST-TABLE
           WRITE CHKPT-REC
           CLOSE CHKPT-FILE.

           MOVE AUDIT-XMIT-SUMMARY TO AUDIT-PARM-DATA
           WRITE AUDIT-REC.

      * Appends this run's control totals to the shared run-control
      * file for the balance_signoff template - written whatever the
      * RETURN-CODE, which it carries, so the sign-off can tell a
      * failed run from one that never ran. The details read go in as
      * the AUDITLOG trailer carries them; a run that ends non-zero
      * writes no trailer, and the sign-off breaks on its
      * RETURN-CODE. RUNCTL is optional, like REGSTR1.
       WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           IF FILE-STATUS-RCT NOT = '00'
           DISPLAY "RUN-CONTROL FILE NOT SUPPLIED - NO CONTROL TOTALS"
              " FOR THE BALANCING SIGN-OFF THIS RUN"
           ELSE
           MOVE SPACES TO RCT-REC-1
           MOVE ZERO TO RCT-FIGURES
           PERFORM VARYING RCT-IX FROM 1 BY 1 UNTIL RCT-IX > 4
           MOVE ZERO TO RCT-AMOUNT(RCT-IX)
           END-PERFORM
           MOVE PARM-ASOF-DATE TO RCT-BUS-DATE
           MOVE "{{COBOL-NAME}}" TO RCT-PGM-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCT-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCT-RUN-TIME
           MOVE RETURN-CODE TO RCT-RETURN-CODE
           IF MATCH-MODE-SW = 'Y'
           MOVE "MATCH" TO RCT-SOURCE
           MOVE MATCH-ADDS TO RCT-MATCH-ADDS
           MOVE MATCH-CHANGES TO RCT-MATCH-CHANGES
           MOVE MATCH-DELETES TO RCT-MATCH-DELETES
           MOVE REJ-WRITTEN-COUNT TO RCT-MATCH-REJ-WRITTEN
           MOVE REG-TOUCHED-COUNT TO RCT-MATCH-REG-TOUCHED
           MOVE REJ-NO-KEY-COUNT TO RCT-MATCH-REJ-NO-KEY
           ELSE
           MOVE "POSTING" TO RCT-SOURCE
           MOVE GL-POST-COUNT TO RCT-POST-GL-LINES
           MOVE NUM-RECS-READ TO RCT-POST-RECS-READ
           MOVE GL-POST-RECS TO RCT-POST-RECS-POSTED
           MOVE RUN-HELD-COUNT TO RCT-POST-HELD
           MOVE RUN-RVS-COUNT TO RCT-POST-REVERSALS
           MOVE REJ-WRITTEN-COUNT TO RCT-POST-REJ-WRITTEN
           MOVE REG-TOUCHED-COUNT TO RCT-POST-REG-TOUCHED
           MOVE REJ-NO-KEY-COUNT TO RCT-POST-REJ-NO-KEY
           COMPUTE RCT-POST-NET = RUN-TOTAL-AMOUNT - RUN-HELD-AMOUNT
              + RUN-RVS-AMOUNT
           END-IF
           WRITE RCT-REC-1
           CLOSE RUN-CTL-FILE
           END-IF.

      * Finds SST-SOURCE-WORK's entry in the per-source statistics,
      * adding a zeroed entry for a source not yet seen this run, and
      * leaves its subscript in SST-IX - zero when the table is full,
      * in which case the source's figures are not kept (said once in
      * the job log).
       FIND-SOURCE-STATS.
           IF SST-SOURCE-WORK = SPACES
           MOVE "UNKNOWN" TO SST-SOURCE-WORK
           END-IF
           MOVE ZERO TO SST-IX
           PERFORM VARYING SST-FIND-IX FROM 1 BY 1
              UNTIL SST-FIND-IX > SST-USED OR SST-IX > ZERO
           IF SST-SOURCE(SST-FIND-IX) = SST-SOURCE-WORK
           MOVE SST-FIND-IX TO SST-IX
           END-IF
           END-PERFORM
           IF SST-IX = ZERO
           IF SST-USED < SST-MAX
           ADD 1 TO SST-USED
           MOVE SST-USED TO SST-IX
           MOVE SST-SOURCE-WORK TO SST-SOURCE(SST-IX)
           MOVE ZERO TO SST-XMIT-COUNT(SST-IX)
           MOVE ZERO TO SST-ON-TIME-COUNT(SST-IX)
           MOVE ZERO TO SST-LATE-COUNT(SST-IX)
           MOVE ZERO TO SST-EARLY-COUNT(SST-IX)
           MOVE ZERO TO SST-FAILED-COUNT(SST-IX)
           MOVE ZERO TO SST-DETAIL-COUNT(SST-IX)
           MOVE ZERO TO SST-REJECT-COUNT(SST-IX)
           PERFORM VARYING SST-RSN-IX FROM 1 BY 1
              UNTIL SST-RSN-IX > 12
           MOVE ZERO TO SST-REASON-COUNT(SST-IX, SST-RSN-IX)
           END-PERFORM
           ELSE
           IF SST-FULL-SW = 'N'
           MOVE 'Y' TO SST-FULL-SW
           DISPLAY "WARNING - MORE THAN " SST-MAX " TRANSMISSION"
              " SOURCES IN ONE RUN - NO STATISTICS KEPT FOR SOURCE "
              SST-SOURCE-WORK " OR ANY LATER NEW SOURCE"
           END-IF
           END-IF
           END-IF.

      * Counts a transmission header against its source and sorts
      * its creation date against the expected prior working day -
      * on time, older (a late or stale delivery) or newer - whether
      * or not the card's staleness check is on.
       COUNT-SOURCE-ARRIVAL.
           MOVE SET-SOURCE TO SST-SOURCE-WORK
           PERFORM FIND-SOURCE-STATS
           MOVE SST-IX TO SST-CUR-IX
           IF SST-IX > ZERO
           ADD 1 TO SST-XMIT-COUNT(SST-IX)
           EVALUATE TRUE
           WHEN REC-1-HDR-DATE = EXPECTED-HDR-DATE
           ADD 1 TO SST-ON-TIME-COUNT(SST-IX)
           WHEN REC-1-HDR-DATE < EXPECTED-HDR-DATE
           ADD 1 TO SST-LATE-COUNT(SST-IX)
           WHEN OTHER
           ADD 1 TO SST-EARLY-COUNT(SST-IX)
           END-EVALUATE
           END-IF.

      * Counts a reject against its source, in total and under its
      * reason code. A rejected header is its own source's reject;
      * anything else belongs to the set it arrived in.
       COUNT-SOURCE-REJECT.
           IF REC-1-TYPE = 'H'
           MOVE REC-1-HDR-SOURCE TO SST-SOURCE-WORK
           ELSE
           MOVE SET-SOURCE TO SST-SOURCE-WORK
           END-IF
           PERFORM FIND-SOURCE-STATS
           IF SST-IX > ZERO
           ADD 1 TO SST-REJECT-COUNT(SST-IX)
           IF REJECT-REASON(2:3) NUMERIC
           MOVE REJECT-REASON(2:3) TO SST-RSN-IX
           IF SST-RSN-IX > ZERO AND SST-RSN-IX < 13
           ADD 1 TO SST-REASON-COUNT(SST-IX, SST-RSN-IX)
           END-IF
           END-IF
           END-IF.

      * Writes each source's figures for the business date to the
      * SRCSTAT history, replacing any record an earlier run of the
      * same date left - whatever the RETURN-CODE, since a failed
      * run's late or unbalanced sets are exactly what the scorecard
      * is for. SRCSTAT is optional, and a record that will not write
      * is reported and skipped rather than failing the run.
       WRITE-SOURCE-STATS.
           IF SST-USED > ZERO
           OPEN I-O SRC-STAT-FILE
           IF FILE-STATUS-SST NOT = '00'
           DISPLAY "SOURCE STATISTICS FILE NOT SUPPLIED - NO"
              " PER-SOURCE HISTORY KEPT THIS RUN"
           ELSE
           PERFORM VARYING SST-IX FROM 1 BY 1
              UNTIL SST-IX > SST-USED
           PERFORM WRITE-ONE-SOURCE-STAT
           END-PERFORM
           CLOSE SRC-STAT-FILE
           END-IF
           END-IF.

       WRITE-ONE-SOURCE-STAT.
           MOVE SST-SOURCE(SST-IX) TO SS-SOURCE
           MOVE PARM-ASOF-DATE TO SS-BUS-DATE
           READ SRC-STAT-FILE
           INVALID KEY
           MOVE 'N' TO SST-FOUND-SW
           NOT INVALID KEY
           MOVE 'Y' TO SST-FOUND-SW
           END-READ
           MOVE SST-SOURCE(SST-IX) TO SS-SOURCE
           MOVE PARM-ASOF-DATE TO SS-BUS-DATE
           MOVE EXPECTED-HDR-DATE TO SS-EXPECTED-DATE
           MOVE SST-XMIT-COUNT(SST-IX) TO SS-XMIT-COUNT
           MOVE SST-ON-TIME-COUNT(SST-IX) TO SS-ON-TIME-COUNT
           MOVE SST-LATE-COUNT(SST-IX) TO SS-LATE-COUNT
           MOVE SST-EARLY-COUNT(SST-IX) TO SS-EARLY-COUNT
           MOVE SST-FAILED-COUNT(SST-IX) TO SS-FAILED-COUNT
           MOVE SST-DETAIL-COUNT(SST-IX) TO SS-DETAIL-COUNT
           MOVE SST-REJECT-COUNT(SST-IX) TO SS-REJECT-COUNT
           PERFORM VARYING SST-RSN-IX FROM 1 BY 1
              UNTIL SST-RSN-IX > 12
           MOVE SST-REASON-COUNT(SST-IX, SST-RSN-IX)
              TO SS-REASON-COUNT(SST-RSN-IX)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO SS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO SS-RUN-TIME
           IF SST-FOUND-SW = 'Y'
           REWRITE SS-REC-1
           INVALID KEY
           DISPLAY "SOURCE STATISTICS REWRITE FAILED FOR "
              SS-SOURCE " - FILE STATUS " FILE-STATUS-SST
           END-REWRITE
           ELSE
           WRITE SS-REC-1
           INVALID KEY
           DISPLAY "SOURCE STATISTICS WRITE FAILED FOR "
              SS-SOURCE " - FILE STATUS " FILE-STATUS-SST
           END-WRITE
           END-IF.

      * Reads both files in key sequence and writes each add, change
      * and delete as a delta transaction on DELTA-FILE, with summary
      * counts on the operations report's grand-total page.
      * SORTD1 then replaces INDATA1 for the rest of the run - see
      * READ-PHYSICAL-RECORD-1. Checkpoints are not taken in a sorted
      * run: the checkpoint records a position in the raw file, not
      * the sorted stream the run actually processes. Records with
      * the same key keep their INDATA1 order (DUPLICATES IN ORDER):
      * a held or posted detail is identified by its record number
      * in the sorted stream, so a restart or OVERRIDE Y rerun of
      * the same day must see the same detail at the same number,
      * or the HELDITM and POSTHIST duplicate checks would take
      * unchanged input for changed input.
       SORT-FRONT-END-1.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-REC-RANK SORT-REC-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS SORT-INPUT-1
              GIVING SORTED-IN-1
           IF SORT-RETURN NOT = ZERO
       SORT-FRONT-END-2.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-REC-RANK SORT-REC-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS SORT-INPUT-2
              GIVING SORTED-IN-2
           IF SORT-RETURN NOT = ZERO
