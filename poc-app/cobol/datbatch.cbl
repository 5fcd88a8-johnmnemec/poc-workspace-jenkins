           SELECT MOVE-FILE ASSIGN TO 'DATBMOVE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MOVE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'FXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RATE-STATUS.
           SELECT PROD-FILE ASSIGN TO 'PRODTBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PROD-STATUS.
      * Dynamic access - the daily run reads and rewrites by key,
      * the month-end close passes the whole master in key order to
      * capitalize the accrued interest.
           SELECT MASTER-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCT-NO
               FILE STATUS IS WK-MAST-STATUS.
      * Open memo holds, keyed on account then the TRANS-ID of the HD
      * that placed them - RL reads its hold by key, the nightly
      * expiry sweep and DATAINQ pass them in key order.
           SELECT HOLD-FILE ASSIGN TO 'HOLDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WK-HOLD-STATUS.
           SELECT HRPT-FILE ASSIGN TO 'HOLDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HRPT-STATUS.
      * Sorted update - the old master is ACCTMSTR read in key order,
      * the new master goes out to ACCTNEW and is loaded back over
      * ACCTMSTR once the pass is complete.
           SELECT NEWM-FILE ASSIGN TO 'ACCTNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-NEWM-STATUS.
           SELECT SORT-FILE ASSIGN TO 'BATSORT'.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
      * record and overwrite each other's totals - so the roll is
      * skipped here and DATCONS rolls the consolidated day once.
           05  PARM-PART-SW         PIC X(1).
           05  FILLER               PIC X(1).
      * 'S' in column 22 runs the night as a sorted update - the
      * work is sorted into account order and the master passed
      * once, old master in and new master out, instead of read
      * and rewritten by key for every transaction. It is a choice
      * for the serial daily run; partition and month-end cards
      * ignore it.
           05  PARM-UPDATE-SW       PIC X(1).
           05  FILLER               PIC X(58).
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Last committed ADOV1-NUM1 position - read back in on a
                                    PIC 9(10).
           05  TRANS-DATA           PIC X(70).
       FD  JSON-FILE
           RECORD CONTAINS 2048 CHARACTERS.
      * Machine-readable run results for the rescan/verification
      * tooling - one JSON object per run. Widened when the
      * per-region totals joined the feed, and again for the
      * per-currency totals DATCONS rolls into DATBMTD.
       01  JSON-LINE                PIC X(2048).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Formatted transaction listing - page headers, column
           05  FILLER               PIC X(1).
           05  MTD-AMOUNT           PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      * The month's amounts turned into the base currency at each
      * night's rate - the one figure that adds up across
      * currencies. MTD-AMOUNT stays the amounts as keyed. Older
      * records carry spaces here and read as zero.
           05  FILLER               PIC X(1).
           05  MTD-BASE-AMOUNT      PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      * What the month-end close has capitalized - kept part way by
      * a close that fails, so its rerun still accounts for the
      * whole period, and in full on the closed record. Spaces read
      * as zero.
           05  FILLER               PIC X(1).
           05  MTD-CAP-COUNT        PIC 9(5).
           05  MTD-CAP-AMOUNT       PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      * Behind the period record, one record per currency the month
      * has seen - its count and amount as keyed and in the base
      * currency. Readers that only want the period take the first
      * record and stop.
       01  MTD-CCY-RECORD.
           05  MTD-CCY-PERIOD       PIC 9(6).
           05  FILLER               PIC X(1).
           05  MTD-CCY-MARK         PIC X(1).
               88  MTD-CCY-LINE      VALUE 'Y'.
           05  FILLER               PIC X(1).
           05  MTD-CCY-CODE         PIC X(3).
           05  FILLER               PIC X(1).
           05  MTD-CCY-TRAN-COUNT   PIC 9(7).
           05  FILLER               PIC X(1).
           05  MTD-CCY-AMOUNT       PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  MTD-CCY-BASE-AMOUNT  PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(30).
       FD  DIAG-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Failure diagnostics - one structured record appended for
           05  REGN-F-SUSP          PIC 9(5).
           05  FILLER               PIC X(1).
           05  REGN-F-WARE          PIC 9(5).
      * The currency the region's amount is in ('***' when the
      * region sent more than one, and the amount is then only a
      * count of units), and the same amount in the base currency.
           05  FILLER               PIC X(1).
           05  REGN-CURRENCY        PIC X(3).
           05  FILLER               PIC X(1).
           05  REGN-BASE-AMOUNT     PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(10).
       FD  HIST-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Cumulative posted-transaction history - one record appended
           05  MOVE-NET-AMOUNT      PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(38).
       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Tonight's exchange rates - one record per currency other
      * than the base, giving how much base currency one unit buys.
      * Every record must be dated the run date: a rate left over
      * from an earlier night stops the run rather than turning
      * tonight's amounts at a stale rate.
       01  RATE-RECORD.
           05  RATE-DATE            PIC 9(8).
           05  FILLER               PIC X(1).
           05  RATE-CURRENCY        PIC X(3).
           05  FILLER               PIC X(1).
           05  RATE-VALUE           PIC 9(5)V9(6).
           05  FILLER               PIC X(56).
       FD  PROD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Product parameters - one record per product. The overdraft
      * limit is how far below zero a debit may take the balance
      * (zero allows no overdraft at all), the minimum balance is
      * the least a debit may leave, and PROD-TYPES lists the types
      * an account of the product may originate, two characters
      * each (CH, RV, TR) - all spaces allows every type. A TR is
      * originated by its debit account; the credit side is never
      * refused for its product.
       01  PROD-RECORD.
           05  PROD-CODE            PIC X(3).
           05  FILLER               PIC X(1).
           05  PROD-OD-LIMIT        PIC 9(9)V99.
           05  FILLER               PIC X(1).
           05  PROD-MIN-BAL         PIC 9(9)V99.
           05  FILLER               PIC X(1).
           05  PROD-TYPES           PIC X(12).
           05  FILLER               PIC X(1).
           05  PROD-DESC            PIC X(20).
           05  FILLER               PIC X(19).
       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Account master - one record per account, keyed on the
      * field. AD transactions open a master, CH transactions apply
      * the amount to the balance, DL transactions mark it closed
      * (the periodic DATPURGE step is the only thing that ever
      * physically removes a record), FR/AC freeze and reactivate,
      * HD/RL place and release memo holds.
      * Older records carry a space in the status byte and read as
      * active.
       01  MASTER-RECORD.
               88  MAST-CLOSED       VALUE 'C'.
           05  MAST-OD-SW           PIC X(01).
               88  MAST-OD-ALLOWED   VALUE 'Y'.
      * Interest accrued and not yet capitalized - DATACCR adds each
      * night's accrual (an overdraft charge accrues negative) and
      * the month-end close moves the whole cents into the balance,
      * leaving the fraction of a cent to carry into next month.
      * Four decimals so a small balance's daily accrual is not
      * rounded away. Older records carry spaces here and read as
      * nothing accrued.
           05  MAST-ACCR-TODATE     PIC S9(07)V9(4)
               SIGN IS LEADING SEPARATE CHARACTER.
      * The region whose extract opened the account - stamped at AD
      * from the merged record's region code, so regional listings
      * can group accounts without going back to the history. Older
      * records carry spaces here.
           05  MAST-REGION          PIC X(03).
      * The currency the account is kept in - stamped at AD from the
      * opening transaction, and every later CH, RV or TR against it
      * must be in the same currency. Spaces are the base currency,
      * which is what every account opened before currencies were
      * carried is kept in.
           05  MAST-CURRENCY        PIC X(03).
      * The product the account was opened under - stamped at AD from
      * the opening transaction. Its PRODTBL entry sets the overdraft
      * limit, the minimum balance and the types the account may
      * originate. Spaces are an account opened before products, kept
      * on the MAST-OD-SW rule alone.
           05  MAST-PRODUCT         PIC X(03).
      * Sum of the account's open memo holds on HOLDMSTR - HD adds
      * to it, RL and the nightly expiry sweep take off it. CH and
      * TR debits are tested against the balance less this figure.
      * Accounts from before holds carry spaces, read as no holds.
           05  MAST-HELD-AMT        PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(02).
       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * One open memo hold - the amount reserved, the effective date
      * of the HD that placed it and the last date it stands. The
      * hold is gone from the file once it is released or expires;
      * MAST-HELD-AMT is always the sum of what is left here.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCT        PIC 9(10).
               10  HOLD-ID          PIC X(10).
           05  FILLER               PIC X(1).
           05  HOLD-AMOUNT          PIC 9(09)V99.
           05  FILLER               PIC X(1).
           05  HOLD-PLACED          PIC 9(08).
           05  FILLER               PIC X(1).
           05  HOLD-EXPIRY          PIC 9(08).
           05  FILLER               PIC X(1).
           05  HOLD-REGION          PIC X(03).
           05  FILLER               PIC X(1).
           05  HOLD-CURRENCY        PIC X(03).
           05  FILLER               PIC X(23).
       FD  HRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Expired-hold listing - every hold the nightly sweep took off
      * because its expiry date had passed, with the night's total.
       01  HRPT-LINE                PIC X(132).
       FD  NEWM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout as MASTER-RECORD - one image per account, in
      * key order.
       01  NEWM-RECORD              PIC X(80).
       SD  SORT-FILE.
      * The night's work in master order - each account's items
      * together, an AD ahead of the account's other work, then
      * the order the fetch handed them out in. Transfers sort
      * behind everything else in arrival order. The fetch state
      * rides with each item so it is processed exactly as the
      * keyed loop would have processed it.
       01  SORT-RECORD.
           05  SRT-PHASE            PIC X(1).
           05  SRT-ACCT             PIC X(10).
           05  SRT-CLASS            PIC X(1).
           05  SRT-SEQ              PIC 9(5).
           05  SRT-FROM-SUSP-SW     PIC X(1).
           05  SRT-FROM-WARE-SW     PIC X(1).
           05  SRT-AGE              PIC 9(3).
           05  SRT-DATE-IN          PIC 9(8).
           05  SRT-TRAN             PIC X(80).
       WORKING-STORAGE SECTION.
      * ADOV1-NUM1/ADOV1-NUM2 now come from the shared transaction-
      * record copybook so DATBATCH, DATDEMO and DEMOSUB all work
      * count and signed amount per type alongside the flat record
      * count.
       01 WK-TYPE-TOTALS.
          05  WK-TYPE-ENTRY OCCURS 9 TIMES INDEXED BY WK-TYPE-X.
              10  WK-TYPE-CODE      PIC X(2).
              10  WK-TYPE-COUNT     PIC 9(5).
              10  WK-TYPE-AMOUNT    PIC S9(11)V99.
              10  WK-RGT-F-POST     PIC 9(5).
              10  WK-RGT-F-SUSP     PIC 9(5).
              10  WK-RGT-F-WARE     PIC 9(5).
              10  WK-RGT-CURRENCY   PIC X(3).
              10  WK-RGT-BASE       PIC S9(11)V99.
       01 WK-RGN-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-RGN-FOUND          VALUE 'Y'.
       01 WK-RGN-WORK       PIC X(3) VALUE SPACES.
       01 WK-RGN-OVFL-SW    PIC X(1) VALUE 'N'.
          88  WK-RGN-OVFL           VALUE 'Y'.
      * The product table off PRODTBL, and the verdict of the rule
      * check on the posting in hand. WK-PROD-RULED means the account
      * has a product, so its limits replace the MAST-OD-SW rule.
       01 WK-PROD-STATUS    PIC X(2) VALUE '00'.
          88  WK-PROD-OK            VALUE '00'.
       01 WK-PROD-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-PROD-EOF           VALUE 'Y'.
       01 WK-PRD-MAX        PIC 9(2) COMP VALUE 30.
       01 WK-PRD-CNT        PIC 9(2) COMP VALUE 0.
       01 WK-PRD-TABLE.
          05  WK-PRD-ENTRY OCCURS 30 TIMES INDEXED BY WK-PRD-X.
              10  WK-PRD-CODE       PIC X(3).
              10  WK-PRD-OD-LIMIT   PIC 9(9)V99.
              10  WK-PRD-MIN-BAL    PIC 9(9)V99.
              10  WK-PRD-TYPES.
                  15  WK-PRD-TYPE   PIC X(2) OCCURS 6 TIMES.
       01 WK-PT-SUB         PIC 9(2) COMP VALUE 0.
       01 WK-PRD-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-PRD-FOUND          VALUE 'Y'.
       01 WK-PRD-TYPE-SW    PIC X(1) VALUE 'N'.
          88  WK-PRD-TYPE-OK        VALUE 'Y'.
       01 WK-PROD-RULED-SW  PIC X(1) VALUE 'N'.
          88  WK-PROD-RULED         VALUE 'Y'.
       01 WK-PROD-REFUSE-SW PIC X(1) VALUE 'N'.
          88  WK-PROD-REFUSED       VALUE 'Y'.
       01 WK-PROD-WORK      PIC X(3) VALUE SPACES.
       01 WK-PROD-REF-COUNT PIC 9(5) VALUE 0.
      * Memo holds. WK-HOLDS-TAKEN marks a debit that was tested
      * against the available balance (balance less MAST-HELD-AMT)
      * rather than the balance alone, so a refusal can say so.
       01 WK-HOLD-STATUS    PIC X(2) VALUE '00'.
          88  WK-HOLD-OK            VALUE '00'.
          88  WK-HOLD-NOFILE        VALUE '05' '35'.
       01 WK-HOLD-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-HOLD-OPEN          VALUE 'Y'.
       01 WK-HOLD-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-HOLD-EOF           VALUE 'Y'.
       01 WK-HRPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-HRPT-OK            VALUE '00'.
       01 WK-HRPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-HRPT-OPEN          VALUE 'Y'.
       01 WK-HOLD-KEEP-SW   PIC X(1) VALUE 'N'.
          88  WK-HOLD-KEEP          VALUE 'Y'.
       01 WK-HOLDS-TAKEN-SW PIC X(1) VALUE 'N'.
          88  WK-HOLDS-TAKEN        VALUE 'Y'.
       01 WK-HOLD-SET-COUNT PIC 9(5) VALUE 0.
       01 WK-HOLD-REL-COUNT PIC 9(5) VALUE 0.
       01 WK-HOLD-EXP-COUNT PIC 9(5) VALUE 0.
       01 WK-HOLD-EXP-AMT   PIC 9(11)V99 VALUE 0.
       01 WK-HOLD-AMT-ED    PIC Z(8)9.99.
       01 WK-HOLD-SAVE      PIC X(80) VALUE SPACES.
       01 WK-HOLD-TOT-ED    PIC Z(10)9.99.
      * Exchange rates for the run date off FXRATES. The base
      * currency (spaces on the record) needs no rate. A missing or
      * stale rate file, or an extract record in a currency with no
      * rate tonight, stops the run before anything posts.
       01 WK-RATE-STATUS    PIC X(2) VALUE '00'.
          88  WK-RATE-OK            VALUE '00'.
       01 WK-RATE-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-RATE-EOF           VALUE 'Y'.
       01 WK-RATE-BLOCK-SW  PIC X(1) VALUE 'N'.
          88  WK-RATE-BLOCKED       VALUE 'Y'.
       01 WK-FX-MAX         PIC 9(2) COMP VALUE 50.
       01 WK-FX-CNT         PIC 9(2) COMP VALUE 0.
       01 WK-FX-TABLE.
          05  WK-FX-ENTRY OCCURS 50 TIMES INDEXED BY WK-FX-X.
              10  WK-FX-CODE        PIC X(3).
              10  WK-FX-RATE        PIC 9(5)V9(6).
       01 WK-FX-FOUND-SW    PIC X(1) VALUE 'N'.
          88  WK-FX-FOUND           VALUE 'Y'.
       01 WK-FX-WORK        PIC X(3) VALUE SPACES.
       01 WK-FX-RATE-USED   PIC 9(5)V9(6) VALUE 0.
      * The transaction in hand turned into the base currency, and
      * the night's base total alongside WK-AMT-TOTAL's amounts as
      * keyed.
       01 WK-BASE-AMT       PIC S9(11)V99 VALUE 0.
       01 WK-BASE-TOTAL     PIC S9(11)V99 VALUE 0.
      * Control totals by currency - count, amount as keyed and the
      * base equivalent, collected as currencies are seen like the
      * region buckets.
       01 WK-CCY-MAX        PIC 9(2) COMP VALUE 20.
       01 WK-CCY-CNT        PIC 9(2) COMP VALUE 0.
       01 WK-CCY-TOT-TABLE.
          05  WK-CCY-TOT-ENTRY OCCURS 20 TIMES
                               INDEXED BY WK-CCY-X.
              10  WK-CCT-CODE       PIC X(3).
              10  WK-CCT-COUNT      PIC 9(7).
              10  WK-CCT-AMOUNT     PIC S9(11)V99.
              10  WK-CCT-BASE       PIC S9(11)V99.
       01 WK-CCY-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-CCY-FOUND          VALUE 'Y'.
       01 WK-CCY-OVFL-SW    PIC X(1) VALUE 'N'.
          88  WK-CCY-OVFL           VALUE 'Y'.
      * Printed name of a currency bucket - the base currency has no
      * code of its own on the records.
       01 WK-CCY-LABEL      PIC X(4) VALUE SPACES.
       01 WK-EDIT-FAIL-COUNT PIC 9(5) VALUE 0.
       01 WK-TRAN-EDIT-SW   PIC X(1) VALUE 'Y'.
          88  WK-TRAN-GOOD          VALUE 'Y'.
          88  WK-TRAN-BAD           VALUE 'N'.
       01 WK-TRAN-REASON    PIC X(30) VALUE SPACES.
      * DATDORM's dormancy freezes are the 8-series TRANS-IDs. They
      * are not customer activity, so they leave the last-activity
      * date where the customer left it and escheatment keeps
      * counting from there.
       01 WK-DORM-ID.
          05  WK-DORM-ID-SERIES    PIC X(1).
              88  WK-DORM-SERIES        VALUE '8'.
          05  FILLER               PIC X(9).
       01 WK-CAL-STATUS     PIC X(2) VALUE '00'.
          88  WK-CAL-OK             VALUE '00'.
       01 WK-CAL-EOF-SW     PIC X(1) VALUE 'N'.
       01 WK-MTD-ITER       PIC 9(7) VALUE 0.
       01 WK-MTD-TRANS      PIC 9(7) VALUE 0.
       01 WK-MTD-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WK-MTD-BASE       PIC S9(11)V99 VALUE 0.
       01 WK-MTD-CAP-COUNT  PIC 9(5) VALUE 0.
       01 WK-MTD-CAP-TOTAL  PIC S9(11)V99 VALUE 0.
      * The month's per-currency records, read back behind the
      * period record and rolled forward with tonight's currency
      * totals.
       01 WK-MTD-EOF-SW     PIC X(1) VALUE 'N'.
          88  WK-MTD-EOF            VALUE 'Y'.
       01 WK-MCY-CNT        PIC 9(2) COMP VALUE 0.
       01 WK-MCY-TABLE.
          05  WK-MCY-ENTRY OCCURS 20 TIMES INDEXED BY WK-MCY-X.
              10  WK-MCY-CODE       PIC X(3).
              10  WK-MCY-COUNT      PIC 9(7).
              10  WK-MCY-AMOUNT     PIC S9(11)V99.
              10  WK-MCY-BASE       PIC S9(11)V99.
       01 WK-MCY-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-MCY-FOUND          VALUE 'Y'.
       01 WK-CLOSE-RC       PIC 9(2) VALUE 0.
      * Month-end capitalization - the close passes the master and
      * turns each account's accrued interest into a posting of its
      * own before the period is stamped. A pass that cannot run
      * leaves the period open so the close can simply be rerun;
      * accounts already capitalized carry only their fraction of a
      * cent and are passed over the second time, and what the
      * failed pass posted is carried on DATBMTD so the rerun's
      * report and DATBMOVE still cover the whole period.
       01 WK-MAST-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-MAST-EOF           VALUE 'Y'.
       01 WK-CAP-FAIL-SW    PIC X(1) VALUE 'N'.
          88  WK-CAP-FAILED         VALUE 'Y'.
       01 WK-CAP-AMOUNT     PIC S9(09)V99 VALUE 0.
       01 WK-CAP-COUNT      PIC 9(5) VALUE 0.
       01 WK-CAP-TOTAL      PIC S9(11)V99 VALUE 0.
      * The IN TRANS-ID - an I, the period as YYMM and the close's
      * running count of capitalizations. The count carries over a
      * resumed close, so no two IN postings ever share an ID, and
      * the I keeps the series clear of every numeric extract ID,
      * the generated 8 and 9 series included.
       01 WK-CAP-ID.
          05  WK-CAP-ID-SERIES     PIC X(1) VALUE 'I'.
          05  WK-CAP-ID-PERIOD     PIC 9(4) VALUE 0.
          05  WK-CAP-ID-SEQ        PIC 9(5) VALUE 0.
       01 WK-DIAG-STATUS    PIC X(2) VALUE '00'.
          88  WK-DIAG-OK            VALUE '00'.
          88  WK-DIAG-NOFILE        VALUE '05' '35'.
       01 WK-REV-SW         PIC X(1) VALUE 'N'.
          88  WK-REV-ENABLED        VALUE 'Y'.
       01 WK-REV-THRESHOLD  PIC 9(09)V99 VALUE 0.
       01 WK-REV-ABS        PIC 9(11)V99 VALUE 0.
       01 WK-REV-COUNT      PIC 9(5) VALUE 0.
       01 WK-REV-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WK-CHAIN-STATUS   PIC X(2) VALUE '00'.
          88  WK-MAST-OPEN          VALUE 'Y'.
       01 WK-MAST-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-MAST-FOUND         VALUE 'Y'.
       01 WK-MAST-IO-SW     PIC X(1) VALUE 'N'.
          88  WK-MAST-IO-OK         VALUE 'Y'.
      * Update mode off PARMIN column 22 - keyed (the default) reads
      * and rewrites the master per transaction, sorted passes it
      * once in key order with the account being worked held in
      * WK-SEQ-HAND-REC until its items are done.
       01 WK-UPDATE-SW      PIC X(1) VALUE 'K'.
          88  WK-SEQ-UPDATE         VALUE 'S'.
       01 WK-SEQ-PASS-SW    PIC X(1) VALUE 'N'.
          88  WK-SEQ-PASS           VALUE 'Y'.
       01 WK-SEQ-HAND-SW    PIC X(1) VALUE 'N'.
          88  WK-SEQ-IN-HAND        VALUE 'Y'.
       01 WK-SEQ-HAND-REC   PIC X(80) VALUE SPACES.
       01 WK-SEQ-NEXT-REC   PIC X(80) VALUE SPACES.
       01 WK-SEQ-TRAN-KEY   PIC X(10) VALUE SPACES.
       01 WK-SEQ-MAST-KEY   PIC X(10) VALUE SPACES.
       01 WK-SEQ-CUR-KEY    PIC X(10) VALUE SPACES.
       01 WK-SEQ-FAIL-SW    PIC X(1) VALUE 'N'.
          88  WK-SEQ-FAILED         VALUE 'Y'.
       01 WK-SEQ-OLD-COUNT  PIC 9(7) VALUE 0.
       01 WK-SEQ-NEW-COUNT  PIC 9(7) VALUE 0.
       01 WK-SEQ-LOAD-COUNT PIC 9(7) VALUE 0.
       01 WK-SEQ-XFR-COUNT  PIC 9(5) VALUE 0.
       01 WK-SORT-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-SORT-EOF           VALUE 'Y'.
       01 WK-NEWM-STATUS    PIC X(2) VALUE '00'.
          88  WK-NEWM-OK            VALUE '00'.
       01 WK-NEWM-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-NEWM-EOF           VALUE 'Y'.
      * Posted/unposted disposition of the transaction in hand -
      * carried onto the DATBRPT detail line so the listing shows
      * what actually happened to each record, not just that it
       01 WK-XFR-FROM-REC   PIC X(80) VALUE SPACES.
       01 WK-XFR-TO-REC     PIC X(80) VALUE SPACES.
       01 WK-XFR-FROM-BAL   PIC S9(09)V99 VALUE 0.
       01 WK-XFR-FROM-CCY   PIC X(3) VALUE SPACES.
       01 WK-POST-COUNT     PIC 9(5) VALUE 0.
       01 WK-UNPOST-COUNT   PIC 9(5) VALUE 0.
       01 WK-MAST-ADD-COUNT PIC 9(5) VALUE 0.
      * The regions segment is built separately with a running
      * pointer - how many regions a night sees is data, not
      * something a fixed STRING statement can know.
       01 WK-JSON-PTR       PIC 9(4) COMP VALUE 1.
      * Wide enough for every region bucket the table can hold -
      * each entry runs 26 characters (code, count, amount and
      * their separators), ten entries is 260, so a full table
       01 WK-JSON-RGN       PIC X(280) VALUE SPACES.
       01 WK-JSON-RGN-PTR   PIC 9(3) COMP VALUE 1.
       01 WK-JSON-RGN-LEN   PIC 9(3) COMP VALUE 0.
      * The currencies segment the same way - each bucket is a
      * fixed 44 characters (code, '=', count, '/', amount as
      * keyed, '/', base amount, ';') so DATCONS can walk it by
      * position. Twenty buckets run 880.
       01 WK-JSON-CCY       PIC X(880) VALUE SPACES.
       01 WK-JSON-CCY-PTR   PIC 9(4) COMP VALUE 1.
       01 WK-JSON-CCY-LEN   PIC 9(4) COMP VALUE 0.
       01 WK-JSON-CCNT-ED   PIC Z(6)9.
       01 WK-JSON-ITER-ED   PIC Z(4)9.
       01 WK-JSON-NUM1-ED   PIC Z(2)9.
       01 WK-JSON-NUM2-ED   PIC -(3)9.
       01 WK-JSON-RECS-ED   PIC Z(4)9.
       01 WK-JSON-REVW-ED   PIC Z(4)9.
       01 WK-JSON-AMT-ED    PIC -(11)9.99.
       01 WK-JSON-BASE-ED   PIC -(11)9.99.
       01 WK-RPT-STATUS     PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW    PIC X(1) VALUE 'N'.
      * record and must not be refused for it.
           IF WK-MODE-DAILY
               PERFORM check_duplicate_run
               PERFORM load_exchange_rates
               PERFORM load_product_table
           END-IF.
           PERFORM read_mtd_file.
      * The close honors the calendar gate too - a month-end job
           IF WK-MODE-MONTH-END AND NOT WK-GATE-BLOCKED
               PERFORM close_period
           END-IF.
      * A sorted run commits no position part way through, so it
      * never picks one up either.
           IF NOT WK-SEQ-UPDATE
               PERFORM read_checkpoint
           END-IF.
           MOVE ADOV1-NUM1 TO WK-ORIG-START-NUM.
           MOVE ADOV1-NUM2 TO WK-ORIG-END-NUM.
           PERFORM validate_range.
           IF WK-RANGE-OK AND NOT WK-GATE-BLOCKED
               AND NOT WK-CHAIN-BLOCKED
               AND NOT WK-PERIOD-BLOCKED AND NOT WK-PRIOR-BLOCKED
               AND NOT WK-RATE-BLOCKED
               AND WK-MODE-DAILY
               PERFORM open_trans_file
               PERFORM open_suspense_files
               PERFORM open_history_file
               PERFORM open_report_file
               PERFORM open_review_file
               PERFORM open_hold_file
      * Holds past their expiry come off before anything posts, so
      * tonight's debits see the money they no longer reserve. The
      * sweep passes every account's holds, which a partition run
      * must leave to the serial night like the other shared files.
               IF NOT WK-PART-RUN
                   PERFORM expire_holds
               END-IF
               IF WK-SEQ-UPDATE
                   PERFORM sorted_master_update
               ELSE
                   PERFORM apply_restart

                   PERFORM VARYING ADOV1-NUM1 FROM ADOV1-NUM1 BY 1
                           UNTIL ADOV1-NUM1 > ADOV1-NUM2 OR WK-TRANS-EOF
                        IF ADOV1-NUM1 > 2  THEN
                            perform show_num1
                            perform take_checkpoint
                        END-IF
                   END-PERFORM
               END-IF

               IF NOT WK-SEQ-UPDATE
                   PERFORM write_checkpoint
               END-IF
               PERFORM close_trans_file
               PERFORM close_suspense_files
               PERFORM close_warehouse_files
               PERFORM close_history_file
               PERFORM close_report_file
               PERFORM close_review_file
               PERFORM close_hold_file
           END-IF.

           PERFORM print_summary.
           DISPLAY '  TRANSACTIONS PROCESSED   =' WK-REC-COUNT.
           DISPLAY '  EDIT REJECTS             =' WK-EDIT-FAIL-COUNT.
           PERFORM print_type_total
               VARYING WK-TYPE-X FROM 1 BY 1 UNTIL WK-TYPE-X > 9.
           MOVE WK-AMT-TOTAL TO WK-AMT-ED.
           DISPLAY '  AMOUNT TOTAL ALL TYPES   =' WK-AMT-ED.
           MOVE WK-BASE-TOTAL TO WK-AMT-ED.
           DISPLAY '  BASE AMOUNT TOTAL        =' WK-AMT-ED.
           PERFORM print_currency_total
               VARYING WK-CCY-X FROM 1 BY 1
               UNTIL WK-CCY-X > WK-CCY-CNT.
           IF WK-CCY-OVFL
               DISPLAY '  *** CURRENCY TABLE FULL - TOTALS INCOMPLETE'
           END-IF.
           PERFORM print_region_total
               VARYING WK-RGN-X FROM 1 BY 1
               UNTIL WK-RGN-X > WK-RGN-CNT.
           DISPLAY '  NET MASTER MOVEMENT      =' WK-AMT-ED.
           DISPLAY '  BACKDATED POSTINGS       =' WK-BACK-COUNT.
           DISPLAY '  OVERDRAFTS ALLOWED       =' WK-OD-COUNT.
           DISPLAY '  PRODUCT RULE REFUSALS    =' WK-PROD-REF-COUNT.
           DISPLAY '  HOLDS PLACED             =' WK-HOLD-SET-COUNT.
           DISPLAY '  HOLDS RELEASED           =' WK-HOLD-REL-COUNT.
           DISPLAY '  HOLDS EXPIRED            =' WK-HOLD-EXP-COUNT.
           DISPLAY '  LARGE-AMOUNT REVIEW ITEMS=' WK-REV-COUNT.
           IF WK-SEQ-UPDATE
               DISPLAY 'DATBATCH: SORTED UPDATE SUMMARY'
               DISPLAY '  OLD MASTERS READ         =' WK-SEQ-OLD-COUNT
               DISPLAY '  NEW MASTERS WRITTEN      =' WK-SEQ-NEW-COUNT
               DISPLAY '  ACCTMSTR RECORDS LOADED  =' WK-SEQ-LOAD-COUNT
               DISPLAY '  TRANSFERS TAKEN BY KEY   =' WK-SEQ-XFR-COUNT
               IF WK-SEQ-FAILED
                   DISPLAY '  *** NEW MASTER NOT LOADED - SEE LOG'
               END-IF
           END-IF.
           DISPLAY 'DATBATCH: SUSPENSE SUMMARY'.
           DISPLAY '  SUSPENSE RECYCLED IN     =' WK-SUSP-IN-COUNT.
           DISPLAY '  SUSPENDED THIS RUN       =' WK-SUSP-OUT-COUNT.
           DISPLAY '  TYPE ' WK-TYPE-CODE(WK-TYPE-X)
               ' COUNT=' WK-TYPE-COUNT(WK-TYPE-X)
               ' AMOUNT=' WK-AMT-ED.
      *
       print_currency_total.
           MOVE WK-CCT-CODE(WK-CCY-X) TO WK-CCY-LABEL.
           IF WK-CCY-LABEL = SPACES
               MOVE 'BASE' TO WK-CCY-LABEL
           END-IF.
           MOVE WK-CCT-AMOUNT(WK-CCY-X) TO WK-AMT-ED.
           DISPLAY '  CURRENCY ' WK-CCY-LABEL
               ' COUNT=' WK-CCT-COUNT(WK-CCY-X)
               ' AMOUNT=' WK-AMT-ED.
           MOVE WK-CCT-BASE(WK-CCY-X) TO WK-AMT-ED.
           DISPLAY '                BASE=' WK-AMT-ED.
      *
       print_region_total.
           MOVE WK-RGT-AMOUNT(WK-RGN-X) TO WK-AMT-ED.
           DISPLAY '  REGION ' WK-RGT-CODE(WK-RGN-X)
               ' CCY=' WK-RGT-CURRENCY(WK-RGN-X)
               ' COUNT=' WK-RGT-COUNT(WK-RGN-X)
               ' AMOUNT=' WK-AMT-ED.
           MOVE WK-RGT-BASE(WK-RGN-X) TO WK-AMT-ED.
           DISPLAY '                BASE=' WK-AMT-ED.
      *
       init_type_totals.
           MOVE 'AD' TO WK-TYPE-CODE(1).
           MOVE 'TR' TO WK-TYPE-CODE(5).
           MOVE 'FR' TO WK-TYPE-CODE(6).
           MOVE 'AC' TO WK-TYPE-CODE(7).
           MOVE 'HD' TO WK-TYPE-CODE(8).
           MOVE 'RL' TO WK-TYPE-CODE(9).
           PERFORM VARYING WK-TYPE-X FROM 1 BY 1 UNTIL WK-TYPE-X > 9
               MOVE 0 TO WK-TYPE-COUNT(WK-TYPE-X)
               MOVE 0 TO WK-TYPE-AMOUNT(WK-TYPE-X)
           END-PERFORM.
      * rescan/verification tooling - no more screen-scraping SYSOUT.
       write_json_report.
           PERFORM build_json_regions.
           PERFORM build_json_currencies.
           MOVE WK-ITER-COUNT TO WK-JSON-ITER-ED.
           MOVE ADOV1-NUM1     TO WK-JSON-NUM1-ED.
           MOVE ADOV1-NUM2     TO WK-JSON-NUM2-ED.
           MOVE WK-REC-COUNT   TO WK-JSON-RECS-ED.
           MOVE WK-REV-COUNT   TO WK-JSON-REVW-ED.
           MOVE WK-AMT-TOTAL   TO WK-JSON-AMT-ED.
           MOVE WK-BASE-TOTAL  TO WK-JSON-BASE-ED.
           MOVE SPACES TO JSON-LINE.
           MOVE 1 TO WK-JSON-PTR.
           STRING
               WK-JSON-RECS-ED     DELIMITED BY SIZE
               ',"amount_total":'  DELIMITED BY SIZE
               WK-JSON-AMT-ED      DELIMITED BY SIZE
               ',"base_amount_total":'
                                   DELIMITED BY SIZE
               WK-JSON-BASE-ED     DELIMITED BY SIZE
               ',"review_items":'  DELIMITED BY SIZE
               WK-JSON-REVW-ED     DELIMITED BY SIZE
               ',"regions":"'      DELIMITED BY SIZE
                   WITH POINTER WK-JSON-PTR
               END-STRING
           END-IF.
           STRING '","currencies":"'
                                   DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           IF WK-JSON-CCY-LEN > 0
               STRING WK-JSON-CCY(1:WK-JSON-CCY-LEN)
                                   DELIMITED BY SIZE
                   INTO JSON-LINE
                   WITH POINTER WK-JSON-PTR
               END-STRING
           END-IF.
           STRING '"}'             DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
               INTO WK-JSON-RGN
               WITH POINTER WK-JSON-RGN-PTR
           END-STRING.
      *
       build_json_currencies.
           MOVE SPACES TO WK-JSON-CCY.
           MOVE 1 TO WK-JSON-CCY-PTR.
           PERFORM add_json_currency
               VARYING WK-CCY-X FROM 1 BY 1
               UNTIL WK-CCY-X > WK-CCY-CNT.
           COMPUTE WK-JSON-CCY-LEN = WK-JSON-CCY-PTR - 1.
      *
      * The base currency's bucket has a blank code, as on the
      * records - the position, not the text, marks the entry.
       add_json_currency.
           MOVE WK-CCT-COUNT(WK-CCY-X)  TO WK-JSON-CCNT-ED.
           MOVE WK-CCT-AMOUNT(WK-CCY-X) TO WK-JSON-AMT-ED.
           MOVE WK-CCT-BASE(WK-CCY-X)   TO WK-JSON-BASE-ED.
           STRING WK-CCT-CODE(WK-CCY-X) DELIMITED BY SIZE
                  '='                   DELIMITED BY SIZE
                  WK-JSON-CCNT-ED       DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WK-JSON-AMT-ED        DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WK-JSON-BASE-ED       DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
               INTO WK-JSON-CCY
               WITH POINTER WK-JSON-CCY-PTR
           END-STRING.
      *
      * The day's per-region activity for DATSETL - one record per
      * region bucket, written alongside the JSON feed on daily
           MOVE WK-RGT-F-POST(WK-RGN-X) TO REGN-F-POST.
           MOVE WK-RGT-F-SUSP(WK-RGN-X) TO REGN-F-SUSP.
           MOVE WK-RGT-F-WARE(WK-RGN-X) TO REGN-F-WARE.
           MOVE WK-RGT-CURRENCY(WK-RGN-X) TO REGN-CURRENCY.
           MOVE WK-RGT-BASE(WK-RGN-X)   TO REGN-BASE-AMOUNT.
           WRITE REGN-RECORD.
      *
      * Movement record for the DATTRIAL proof - what tonight's
           END-IF.
      *
      * Tell the scheduler what actually happened instead of always
      * reporting back a clean 0 - 36 means tonight's exchange
      * rates were missing or stale, or the extract carries a
      * currency with no rate for the run date, and nothing posted,
      * 32 means the chain gate refused
      * the run (DATEDIT not complete and clean for tonight), 28
      * means a daily run arrived
      * while an earlier period was still open (the month-end close
           IF WK-MODE-MONTH-END
               MOVE WK-CLOSE-RC TO RETURN-CODE
           ELSE
           IF WK-RATE-BLOCKED
               MOVE 36 TO RETURN-CODE
           ELSE
           IF WK-RANGE-INVALID
               MOVE 16 TO RETURN-CODE
           ELSE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF NOT WK-TRANS-OPEN OR NOT WK-MAST-OPEN
                           OR WK-SR-ERR OR WK-SEQ-FAILED
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WK-REC-COUNT = 0
           END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY 'DATBATCH: RETURN-CODE=' RETURN-CODE.
      *
      * Review threshold off REVPARM - a readable card with a
           ELSE
               DISPLAY 'DATBATCH: REVPARM NOT AVAIL, REVIEW OFF'
           END-IF.
      *
      * Exchange rates for tonight. No file at all means no way to
      * know tonight's rates, and every record must carry the run
      * date - yesterday's file left in place is refused, not used.
      * A night with nothing but base-currency work still needs the
      * file, empty.
       load_exchange_rates.
           OPEN INPUT RATE-FILE.
           IF WK-RATE-OK
               PERFORM read_one_rate UNTIL WK-RATE-EOF
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'DATBATCH: FXRATES NOT AVAILABLE, STATUS='
                   WK-RATE-STATUS ' - RUN REFUSED'
               SET WK-RATE-BLOCKED TO TRUE
           END-IF.
      *
       read_one_rate.
           READ RATE-FILE
               AT END
                   SET WK-RATE-EOF TO TRUE
               NOT AT END
                   PERFORM load_one_rate
           END-READ.
      *
       load_one_rate.
           IF RATE-DATE NOT NUMERIC OR RATE-DATE NOT = WK-RUN-DATE
               DISPLAY 'DATBATCH: FXRATES RATE FOR ' RATE-CURRENCY
                   ' IS NOT DATED ' WK-RUN-DATE ' - RUN REFUSED'
               SET WK-RATE-BLOCKED TO TRUE
           ELSE
               IF RATE-CURRENCY = SPACES OR RATE-VALUE NOT NUMERIC
                       OR RATE-VALUE = 0
                   DISPLAY 'DATBATCH: FXRATES RECORD UNUSABLE FOR '
                       RATE-CURRENCY ' - RUN REFUSED'
                   SET WK-RATE-BLOCKED TO TRUE
               ELSE
                   IF WK-FX-CNT < WK-FX-MAX
                       ADD 1 TO WK-FX-CNT
                       SET WK-FX-X TO WK-FX-CNT
                       MOVE RATE-CURRENCY TO WK-FX-CODE(WK-FX-X)
                       MOVE RATE-VALUE    TO WK-FX-RATE(WK-FX-X)
                   ELSE
                       DISPLAY 'DATBATCH: FXRATES HAS MORE THAN '
                           WK-FX-MAX ' RATES - RUN REFUSED'
                       SET WK-RATE-BLOCKED TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      * Product parameters for tonight. A missing table does not stop
      * the run - accounts opened before products post as always -
      * but every posting to an account with a product is then
      * refused for its product and waits in suspense.
       load_product_table.
           OPEN INPUT PROD-FILE.
           IF WK-PROD-OK
               PERFORM read_one_product UNTIL WK-PROD-EOF
               CLOSE PROD-FILE
           ELSE
               DISPLAY 'DATBATCH: PRODTBL NOT AVAILABLE, STATUS='
                   WK-PROD-STATUS ' - PRODUCT ACCOUNTS WILL NOT POST'
           END-IF.
      *
       read_one_product.
           READ PROD-FILE
               AT END
                   SET WK-PROD-EOF TO TRUE
               NOT AT END
                   PERFORM load_one_product
           END-READ.
      *
       load_one_product.
           IF PROD-CODE = SPACES OR PROD-OD-LIMIT NOT NUMERIC
                   OR PROD-MIN-BAL NOT NUMERIC
               DISPLAY 'DATBATCH: PRODTBL RECORD UNUSABLE FOR '
                   PROD-CODE ' - SKIPPED'
           ELSE
               IF WK-PRD-CNT < WK-PRD-MAX
                   ADD 1 TO WK-PRD-CNT
                   SET WK-PRD-X TO WK-PRD-CNT
                   MOVE PROD-CODE     TO WK-PRD-CODE(WK-PRD-X)
                   MOVE PROD-OD-LIMIT TO WK-PRD-OD-LIMIT(WK-PRD-X)
                   MOVE PROD-MIN-BAL  TO WK-PRD-MIN-BAL(WK-PRD-X)
                   MOVE PROD-TYPES    TO WK-PRD-TYPES(WK-PRD-X)
               ELSE
                   DISPLAY 'DATBATCH: PRODTBL HAS MORE THAN '
                       WK-PRD-MAX ' PRODUCTS - ' PROD-CODE ' SKIPPED'
               END-IF
           END-IF.
      *
       locate_product.
           MOVE 'N' TO WK-PRD-FOUND-SW.
           PERFORM VARYING WK-PRD-X FROM 1 BY 1
                   UNTIL WK-PRD-X > WK-PRD-CNT OR WK-PRD-FOUND
               IF WK-PRD-CODE(WK-PRD-X) = WK-PROD-WORK
                   SET WK-PRD-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WK-PRD-FOUND
               SET WK-PRD-X DOWN BY 1
           END-IF.
      *
      * The rate for the currency in WK-FX-WORK - the base currency
      * is always one.
       locate_exchange_rate.
           MOVE 'N' TO WK-FX-FOUND-SW.
           IF WK-FX-WORK = SPACES
               MOVE 1 TO WK-FX-RATE-USED
               SET WK-FX-FOUND TO TRUE
           ELSE
               PERFORM VARYING WK-FX-X FROM 1 BY 1
                       UNTIL WK-FX-X > WK-FX-CNT OR WK-FX-FOUND
                   IF WK-FX-CODE(WK-FX-X) = WK-FX-WORK
                       SET WK-FX-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WK-FX-FOUND
                   SET WK-FX-X DOWN BY 1
                   MOVE WK-FX-RATE(WK-FX-X) TO WK-FX-RATE-USED
               END-IF
           END-IF.
      *
      * The transaction in hand in the base currency, at tonight's
      * rate for its currency.
       convert_to_base.
           MOVE ADOV1-TRAN-CURRENCY TO WK-FX-WORK.
           PERFORM locate_exchange_rate.
           IF WK-FX-FOUND
               COMPUTE WK-BASE-AMT ROUNDED =
                   ADOV1-TRAN-AMOUNT * WK-FX-RATE-USED
           ELSE
               MOVE 0 TO WK-BASE-AMT
           END-IF.
      *
       open_review_file.
           IF WK-REV-ENABLED
      *
      * The review rule watches magnitude - a large credit needs
      * eyes as much as a large debit - and only transactions that
      * actually POSTED make the listing. The threshold is in base
      * currency, so a foreign amount is measured once converted.
       check_review_amount.
           IF WK-REVW-OPEN
               IF WK-POST-DISP = 'POSTED'
                       OR WK-POST-DISP = 'REVERSED'
                   MOVE WK-BASE-AMT TO WK-REV-ABS
                   IF WK-BASE-AMT < 0
                       COMPUTE WK-REV-ABS = 0 - WK-BASE-AMT
                   END-IF
                   IF WK-REV-ABS >= WK-REV-THRESHOLD
                       ADD 1 TO WK-REV-COUNT
                       ADD WK-BASE-AMT TO WK-REV-AMOUNT
                       PERFORM write_review_line
                   END-IF
               END-IF
               MOVE SPACES TO REVW-LINE
               STRING '  REVIEW ITEMS: '     DELIMITED BY SIZE
                      WK-REV-COUNT           DELIMITED BY SIZE
                      '  BASE AMOUNT TOTAL: ' DELIMITED BY SIZE
                      WK-AMT-ED              DELIMITED BY SIZE
                   INTO REVW-LINE
               END-STRING
                   SET WK-RANGE-INVALID TO TRUE
               END-IF
           END-IF.
           IF WK-RANGE-OK AND WK-SEQ-UPDATE AND WK-RESTART-NUM > 0
               DISPLAY 'DATBATCH: RANGE REJECTED, NO RESTART IN '
                   'SORTED UPDATE MODE'
               SET WK-RANGE-INVALID TO TRUE
           END-IF.
      *
      * Checkpoint/restart - if a restart position was supplied on
      * PARMIN, resume from the last committed ADOV1-NUM1 instead of
           IF WK-TRANS-OK
               SET WK-TRANS-OPEN TO TRUE
               PERFORM balance_trans_file
               IF WK-BAL-OK AND NOT WK-RATE-BLOCKED
                   PERFORM position_after_header
               ELSE
                   SET WK-TRANS-EOF TO TRUE
                   IF TRANS-ID NUMERIC
                       ADD TRANS-ID-NUM TO WK-BAL-HASH
                   END-IF
                   PERFORM check_detail_rate
               END-IF
           END-IF.
      *
      * Every extract detail's currency must have a rate tonight -
      * found here, in the pre-pass, so a missing rate stops the run
      * before the first posting rather than partway through it.
       check_detail_rate.
           MOVE TRANS-RECORD TO ADOV1-TRAN-RECORD.
           MOVE ADOV1-TRAN-CURRENCY TO WK-FX-WORK.
           PERFORM locate_exchange_rate.
           IF NOT WK-FX-FOUND
               DISPLAY 'DATBATCH: NO ' WK-RUN-DATE ' RATE FOR '
                   'CURRENCY ' WK-FX-WORK ' ON ' TRANS-ID
                   ' - RUN REFUSED'
               SET WK-RATE-BLOCKED TO TRUE
           END-IF.
      *
      * Consume the header record so the processing loop starts on
      * the first transaction detail.
       position_after_header.
               CLOSE MASTER-FILE
           END-IF.
      *
      * HOLDMSTR is created on the first run at a site, the way the
      * master is. Without it HD and RL cannot post and suspend;
      * everything else runs on balances alone.
       open_hold_file.
           OPEN I-O HOLD-FILE.
           IF WK-HOLD-NOFILE
               OPEN OUTPUT HOLD-FILE
               IF WK-HOLD-OK
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF
           END-IF.
           IF WK-HOLD-OK
               SET WK-HOLD-OPEN TO TRUE
           ELSE
               DISPLAY 'DATBATCH: HOLDMSTR NOT AVAILABLE, STATUS='
                   WK-HOLD-STATUS
           END-IF.
      *
       close_hold_file.
           IF WK-HOLD-OPEN
               CLOSE HOLD-FILE
           END-IF.
      *
      * Nightly expiry sweep - a hold stands through its expiry date
      * and comes off the night after. The expired hold is deleted,
      * its amount taken off the account's MAST-HELD-AMT and the
      * hold listed on HOLDRPT. Nothing moves on the balance, so the
      * sweep leaves no history and no activity on the account.
       expire_holds.
           OPEN OUTPUT HRPT-FILE.
           IF WK-HRPT-OK
               SET WK-HRPT-OPEN TO TRUE
               PERFORM write_hold_header
           ELSE
               DISPLAY 'DATBATCH: HOLDRPT NOT AVAILABLE, STATUS='
                   WK-HRPT-STATUS
           END-IF.
           IF WK-HOLD-OPEN AND WK-MAST-OPEN
               MOVE LOW-VALUES TO HOLD-KEY
               START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       SET WK-HOLD-EOF TO TRUE
               END-START
               PERFORM expire_one_hold UNTIL WK-HOLD-EOF
           END-IF.
           IF WK-HRPT-OPEN
               MOVE SPACES TO HRPT-LINE
               WRITE HRPT-LINE
               MOVE WK-HOLD-EXP-AMT TO WK-HOLD-TOT-ED
               MOVE SPACES TO HRPT-LINE
               STRING '  HOLDS EXPIRED: '  DELIMITED BY SIZE
                      WK-HOLD-EXP-COUNT    DELIMITED BY SIZE
                      '   AMOUNT RELEASED: ' DELIMITED BY SIZE
                      WK-HOLD-TOT-ED       DELIMITED BY SIZE
                   INTO HRPT-LINE
               END-STRING
               WRITE HRPT-LINE
               CLOSE HRPT-FILE
           END-IF.
      *
       expire_one_hold.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WK-HOLD-EOF TO TRUE
               NOT AT END
                   IF HOLD-EXPIRY < WK-RUN-DATE
                       PERFORM expire_hold
                   END-IF
           END-READ.
      *
      * A hold whose account has since been purged has nothing left
      * to take off - the hold is simply deleted and listed. One
      * whose master will not rewrite stays on file for tomorrow.
       expire_hold.
           MOVE 'N' TO WK-HOLD-KEEP-SW.
           MOVE HOLD-ACCT TO MAST-ACCT-NO.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'DATBATCH: HOLD ' HOLD-ID
                       ' ACCOUNT NOT ON MASTER ' HOLD-ACCT
               NOT INVALID KEY
                   IF MAST-HELD-AMT NOT NUMERIC
                       MOVE 0 TO MAST-HELD-AMT
                   END-IF
                   SUBTRACT HOLD-AMOUNT FROM MAST-HELD-AMT
                   IF MAST-HELD-AMT < 0
                       MOVE 0 TO MAST-HELD-AMT
                   END-IF
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'DATBATCH: HOLD EXPIRY REWRITE '
                               'FAILED FOR ' MAST-ACCT-NO
                           SET WK-HOLD-KEEP TO TRUE
                   END-REWRITE
           END-READ.
           IF NOT WK-HOLD-KEEP
               PERFORM list_expired_hold
           END-IF.
      *
       list_expired_hold.
           ADD 1 TO WK-HOLD-EXP-COUNT.
           ADD HOLD-AMOUNT TO WK-HOLD-EXP-AMT.
           IF WK-HRPT-OPEN
               MOVE HOLD-AMOUNT TO WK-HOLD-AMT-ED
               MOVE SPACES TO HRPT-LINE
               STRING '  '             DELIMITED BY SIZE
                      HOLD-ACCT        DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      HOLD-ID          DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WK-HOLD-AMT-ED   DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      HOLD-CURRENCY    DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      HOLD-PLACED      DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      HOLD-EXPIRY      DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      HOLD-REGION      DELIMITED BY SIZE
                   INTO HRPT-LINE
               END-STRING
               WRITE HRPT-LINE
           END-IF.
           DELETE HOLD-FILE RECORD
               INVALID KEY
                   DISPLAY 'DATBATCH: EXPIRED HOLD ' HOLD-ID
                       ' NOT DELETED, STATUS=' WK-HOLD-STATUS
           END-DELETE.
      *
       write_hold_header.
           MOVE SPACES TO HRPT-LINE.
           STRING 'DATBATCH EXPIRED HOLD LISTING'
                                                  DELIMITED BY SIZE
                  '   RUN DATE: '                 DELIMITED BY SIZE
                  WK-RUN-DATE                      DELIMITED BY SIZE
               INTO HRPT-LINE
           END-STRING.
           WRITE HRPT-LINE.
           MOVE SPACES TO HRPT-LINE.
           WRITE HRPT-LINE.
           MOVE SPACES TO HRPT-LINE.
           STRING '  ACCOUNT     HOLD-ID           AMOUNT  CCY'
                                                  DELIMITED BY SIZE
                  '  PLACED    EXPIRY    RGN'     DELIMITED BY SIZE
               INTO HRPT-LINE
           END-STRING.
           WRITE HRPT-LINE.
           MOVE SPACES TO HRPT-LINE.
           WRITE HRPT-LINE.
      *
      * The history is cumulative - append to it, creating it on
      * the first run at a site, same EXTEND/OUTPUT fallback the
      * audit file uses. A history that cannot be opened does not
                   IF PARM-PART-SW = 'P'
                       MOVE PARM-PART-SW TO WK-PART-SW
                   END-IF
                   IF PARM-UPDATE-SW = 'S'
                       IF WK-PART-RUN OR WK-MODE-MONTH-END
                           DISPLAY 'DATBATCH: SORTED UPDATE IS FOR '
                               'THE SERIAL DAILY RUN - IGNORED'
                       ELSE
                           MOVE PARM-UPDATE-SW TO WK-UPDATE-SW
                       END-IF
                   END-IF
                   DISPLAY 'DATBATCH: RANGE FROM PARMIN num1='
                       ADOV1-NUM1 ' num2=' ADOV1-NUM2
               END-IF
                       MOVE MTD-ITER-COUNT TO WK-MTD-ITER
                       MOVE MTD-TRAN-COUNT TO WK-MTD-TRANS
                       MOVE MTD-AMOUNT    TO WK-MTD-AMOUNT
                       IF MTD-BASE-AMOUNT NUMERIC
                           MOVE MTD-BASE-AMOUNT TO WK-MTD-BASE
                       END-IF
                       IF MTD-CAP-COUNT NUMERIC
                           MOVE MTD-CAP-COUNT TO WK-MTD-CAP-COUNT
                       END-IF
                       IF MTD-CAP-AMOUNT NUMERIC
                           MOVE MTD-CAP-AMOUNT TO WK-MTD-CAP-TOTAL
                       END-IF
                       PERFORM read_mtd_currency
                           UNTIL WK-MTD-EOF
               END-READ
               CLOSE MTD-FILE
           ELSE
                       MOVE 0 TO WK-MTD-ITER
                       MOVE 0 TO WK-MTD-TRANS
                       MOVE 0 TO WK-MTD-AMOUNT
                       MOVE 0 TO WK-MTD-BASE
                       MOVE 0 TO WK-MTD-CAP-COUNT
                       MOVE 0 TO WK-MTD-CAP-TOTAL
                       MOVE 0 TO WK-MCY-CNT
                       MOVE 'O' TO WK-MTD-STATE
                   END-IF
               END-IF
           END-IF.
      *
      * The per-currency month totals follow the accumulator
      * record, one record each.
       read_mtd_currency.
           READ MTD-FILE
               AT END
                   SET WK-MTD-EOF TO TRUE
               NOT AT END
                   IF MTD-CCY-LINE AND WK-MCY-CNT < 20
                       ADD 1 TO WK-MCY-CNT
                       SET WK-MCY-X TO WK-MCY-CNT
                       MOVE MTD-CCY-CODE TO WK-MCY-CODE(WK-MCY-X)
                       MOVE MTD-CCY-TRAN-COUNT
                           TO WK-MCY-COUNT(WK-MCY-X)
                       MOVE MTD-CCY-AMOUNT TO WK-MCY-AMOUNT(WK-MCY-X)
                       MOVE MTD-CCY-BASE-AMOUNT
                           TO WK-MCY-BASE(WK-MCY-X)
                   END-IF
           END-READ.
      *
      * Month-end close - publish the month's activity and stamp
      * the period closed. The closed record keeps the month's
      * figures, so DATSTMT run after the close (and so with the
      * capitalization on the history) still ties back to them;
      * the first daily run of the next period starts the
      * accumulators afresh. The closed stamp is what
      * read_mtd_file enforces against late daily runs.
       close_period.
           IF NOT WK-MTD-FOUND
               DISPLAY 'DATBATCH: NO PERIOD TO CLOSE'
                       ' ALREADY CLOSED'
                   MOVE 4 TO WK-CLOSE-RC
               ELSE
                   PERFORM capitalize_accruals
                   IF WK-CAP-FAILED
                       DISPLAY 'DATBATCH: PERIOD ' WK-MTD-PERIOD
                           ' LEFT OPEN - RERUN THE CLOSE'
                       PERFORM write_close_progress
                       MOVE 8 TO WK-CLOSE-RC
                   ELSE
                       PERFORM print_closing_report
                       PERFORM write_closed_mtd
                       MOVE 0 TO WK-CLOSE-RC
                   END-IF
               END-IF
           END-IF.
      *
      * Interest capitalization - every account with accrued
      * interest (or an accrued overdraft charge) gets the whole
      * cents applied to its balance as an IN posting on the
      * history, and the close writes its own DATBMOVE so the
      * DATTRIAL that follows the close proves the capitalization
      * like any night's movement. The posting is not customer
      * activity, so MAST-LAST-DATE is left alone. Unlike a daily
      * run, the close posts nothing without the history - an IN
      * with no record behind it would throw out the proof, the
      * replay, the journal and the statements.
       capitalize_accruals.
           MOVE WK-MTD-CAP-COUNT TO WK-CAP-COUNT.
           MOVE WK-MTD-CAP-TOTAL TO WK-CAP-TOTAL.
           IF WK-CAP-COUNT > 0
               DISPLAY 'DATBATCH: CLOSE RESUMED - ' WK-CAP-COUNT
                   ' ACCRUALS ALREADY CAPITALIZED'
               ADD WK-CAP-COUNT TO WK-MAST-CHG-COUNT
               ADD WK-CAP-TOTAL TO WK-NET-MOVE
           END-IF.
           MOVE WK-MTD-PERIOD(3:4) TO WK-CAP-ID-PERIOD.
           PERFORM open_master_file.
           IF WK-MAST-OPEN
               PERFORM open_history_file
               IF WK-HIST-OPEN
                   PERFORM capitalize_one_master UNTIL WK-MAST-EOF
                   PERFORM close_history_file
                   PERFORM close_master_file
                   PERFORM write_movement_file
               ELSE
                   DISPLAY 'DATBATCH: CLOSE NEEDS TRANHIST - '
                       'NOTHING CAPITALIZED'
                   SET WK-CAP-FAILED TO TRUE
                   PERFORM close_master_file
               END-IF
           ELSE
               SET WK-CAP-FAILED TO TRUE
           END-IF.
      *
       capitalize_one_master.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WK-MAST-EOF TO TRUE
               NOT AT END
                   PERFORM capitalize_master_accrual
           END-READ.
      *
       capitalize_master_accrual.
           IF MAST-ACCR-TODATE NOT NUMERIC
               MOVE 0 TO MAST-ACCR-TODATE
           END-IF.
           MOVE MAST-ACCR-TODATE TO WK-CAP-AMOUNT.
           IF WK-CAP-AMOUNT NOT = 0
               ADD WK-CAP-AMOUNT        TO MAST-BALANCE
               SUBTRACT WK-CAP-AMOUNT   FROM MAST-ACCR-TODATE
               ADD 1                    TO MAST-TRAN-COUNT
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'DATBATCH: CAPITALIZATION REWRITE '
                           'FAILED FOR ' MAST-ACCT-NO
                       SET WK-CAP-FAILED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WK-MAST-CHG-COUNT
                       ADD WK-CAP-AMOUNT TO WK-NET-MOVE
                       ADD 1 TO WK-CAP-COUNT
                       ADD WK-CAP-AMOUNT TO WK-CAP-TOTAL
                       PERFORM build_capitalization_tran
                       MOVE WK-CAP-AMOUNT TO WK-HIST-MOVE
                       MOVE MAST-BALANCE  TO WK-HIST-BAL
                       PERFORM write_history_record
               END-REWRITE
           END-IF.
      *
      * The history carries a transaction image like any other
      * posting, under its own I-series TRANS-ID - the count has
      * already been stepped for this account, so it is the
      * sequence.
       build_capitalization_tran.
           MOVE SPACES        TO ADOV1-TRAN-RECORD.
           MOVE WK-CAP-COUNT  TO WK-CAP-ID-SEQ.
           MOVE WK-CAP-ID     TO ADOV1-TRAN-ID.
           MOVE 'IN'          TO ADOV1-TRAN-TYPE.
           MOVE MAST-ACCT-NO  TO ADOV1-TRAN-ACCT.
           MOVE WK-CAP-AMOUNT TO ADOV1-TRAN-AMOUNT.
           MOVE WK-RUN-DATE   TO ADOV1-TRAN-EFF-DATE.
           MOVE MAST-CURRENCY TO ADOV1-TRAN-CURRENCY.
           MOVE MAST-REGION   TO ADOV1-TRAN-REGION.
      *
       print_closing_report.
           DISPLAY '-------------------------------------------'.
           DISPLAY '  TRANSACTIONS IN PERIOD   =' WK-MTD-TRANS.
           MOVE WK-MTD-AMOUNT TO WK-AMT-ED.
           DISPLAY '  AMOUNT TOTAL IN PERIOD   =' WK-AMT-ED.
           MOVE WK-MTD-BASE TO WK-AMT-ED.
           DISPLAY '  BASE AMOUNT IN PERIOD    =' WK-AMT-ED.
           PERFORM print_mtd_currency
               VARYING WK-MCY-X FROM 1 BY 1
               UNTIL WK-MCY-X > WK-MCY-CNT.
           DISPLAY '  ACCRUALS CAPITALIZED     =' WK-CAP-COUNT.
           MOVE WK-CAP-TOTAL TO WK-AMT-ED.
           DISPLAY '  AMOUNT CAPITALIZED       =' WK-AMT-ED.
           DISPLAY '  PERIOD STAMPED CLOSED'.
           DISPLAY '-------------------------------------------'.
      *
       print_mtd_currency.
           MOVE WK-MCY-CODE(WK-MCY-X) TO WK-CCY-LABEL.
           IF WK-CCY-LABEL = SPACES
               MOVE 'BASE' TO WK-CCY-LABEL
           END-IF.
           MOVE WK-MCY-AMOUNT(WK-MCY-X) TO WK-AMT-ED.
           DISPLAY '  CURRENCY ' WK-CCY-LABEL
               ' COUNT=' WK-MCY-COUNT(WK-MCY-X)
               ' AMOUNT=' WK-AMT-ED.
           MOVE WK-MCY-BASE(WK-MCY-X) TO WK-AMT-ED.
           DISPLAY '                BASE=' WK-AMT-ED.
      *
       write_closed_mtd.
           MOVE 'C' TO WK-MTD-STATE.
           PERFORM write_period_mtd.
      *
      * A close that fails part way leaves the period open with
      * what it did capitalize, for the rerun to pick up.
       write_close_progress.
           PERFORM write_period_mtd.
      *
      * The period being closed, as read, with the close's
      * capitalization so far - its currency records carry the
      * period too, which a close run after midnight is no longer in.
       write_period_mtd.
           MOVE WK-CAP-COUNT TO WK-MTD-CAP-COUNT.
           MOVE WK-CAP-TOTAL TO WK-MTD-CAP-TOTAL.
           OPEN OUTPUT MTD-FILE.
           IF WK-MTD-OK
               MOVE SPACES           TO MTD-RECORD
               MOVE WK-MTD-PERIOD    TO MTD-PERIOD
               MOVE WK-MTD-STATE     TO MTD-STATE
               MOVE WK-MTD-RUNS      TO MTD-RUN-COUNT
               MOVE WK-MTD-ITER      TO MTD-ITER-COUNT
               MOVE WK-MTD-TRANS     TO MTD-TRAN-COUNT
               MOVE WK-MTD-AMOUNT    TO MTD-AMOUNT
               MOVE WK-MTD-BASE      TO MTD-BASE-AMOUNT
               MOVE WK-MTD-CAP-COUNT TO MTD-CAP-COUNT
               MOVE WK-MTD-CAP-TOTAL TO MTD-CAP-AMOUNT
               WRITE MTD-RECORD
               MOVE WK-MTD-PERIOD    TO WK-CUR-PERIOD
               PERFORM write_mtd_currency
                   VARYING WK-MCY-X FROM 1 BY 1
                   UNTIL WK-MCY-X > WK-MCY-CNT
               CLOSE MTD-FILE
           ELSE
               DISPLAY 'DATBATCH: UNABLE TO REWRITE DATBMTD'
               ADD WK-ITER-COUNT TO WK-MTD-ITER
               ADD WK-REC-COUNT  TO WK-MTD-TRANS
               ADD WK-AMT-TOTAL  TO WK-MTD-AMOUNT
               ADD WK-BASE-TOTAL TO WK-MTD-BASE
               PERFORM merge_mtd_currency
                   VARYING WK-CCY-X FROM 1 BY 1
                   UNTIL WK-CCY-X > WK-CCY-CNT
               OPEN OUTPUT MTD-FILE
               IF WK-MTD-OK
                   MOVE SPACES         TO MTD-RECORD
                   MOVE WK-MTD-ITER    TO MTD-ITER-COUNT
                   MOVE WK-MTD-TRANS   TO MTD-TRAN-COUNT
                   MOVE WK-MTD-AMOUNT  TO MTD-AMOUNT
                   MOVE WK-MTD-BASE    TO MTD-BASE-AMOUNT
                   MOVE WK-MTD-CAP-COUNT TO MTD-CAP-COUNT
                   MOVE WK-MTD-CAP-TOTAL TO MTD-CAP-AMOUNT
                   WRITE MTD-RECORD
                   PERFORM write_mtd_currency
                       VARYING WK-MCY-X FROM 1 BY 1
                       UNTIL WK-MCY-X > WK-MCY-CNT
                   CLOSE MTD-FILE
               ELSE
      * A day that fails to roll understates the published
               END-IF
           END-IF.
      *
      * Tonight's currency bucket added into its month bucket - a
      * currency first seen this month opens a new one.
       merge_mtd_currency.
           MOVE 'N' TO WK-MCY-FOUND-SW.
           PERFORM VARYING WK-MCY-X FROM 1 BY 1
                   UNTIL WK-MCY-X > WK-MCY-CNT OR WK-MCY-FOUND
               IF WK-MCY-CODE(WK-MCY-X) = WK-CCT-CODE(WK-CCY-X)
                   SET WK-MCY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WK-MCY-FOUND
               SET WK-MCY-X DOWN BY 1
           ELSE
               IF WK-MCY-CNT < 20
                   ADD 1 TO WK-MCY-CNT
                   SET WK-MCY-X TO WK-MCY-CNT
                   MOVE WK-CCT-CODE(WK-CCY-X) TO WK-MCY-CODE(WK-MCY-X)
                   MOVE 0 TO WK-MCY-COUNT(WK-MCY-X)
                   MOVE 0 TO WK-MCY-AMOUNT(WK-MCY-X)
                   MOVE 0 TO WK-MCY-BASE(WK-MCY-X)
                   SET WK-MCY-FOUND TO TRUE
               ELSE
                   DISPLAY 'DATBATCH: MONTH CURRENCY TABLE FULL - '
                       WK-CCT-CODE(WK-CCY-X) ' NOT CARRIED'
               END-IF
           END-IF.
           IF WK-MCY-FOUND
               ADD WK-CCT-COUNT(WK-CCY-X)  TO WK-MCY-COUNT(WK-MCY-X)
               ADD WK-CCT-AMOUNT(WK-CCY-X) TO WK-MCY-AMOUNT(WK-MCY-X)
               ADD WK-CCT-BASE(WK-CCY-X)   TO WK-MCY-BASE(WK-MCY-X)
           END-IF.
      *
       write_mtd_currency.
           MOVE SPACES                  TO MTD-CCY-RECORD.
           MOVE WK-CUR-PERIOD           TO MTD-CCY-PERIOD.
           MOVE 'Y'                     TO MTD-CCY-MARK.
           MOVE WK-MCY-CODE(WK-MCY-X)   TO MTD-CCY-CODE.
           MOVE WK-MCY-COUNT(WK-MCY-X)  TO MTD-CCY-TRAN-COUNT.
           MOVE WK-MCY-AMOUNT(WK-MCY-X) TO MTD-CCY-AMOUNT.
           MOVE WK-MCY-BASE(WK-MCY-X)   TO MTD-CCY-BASE-AMOUNT.
           WRITE MTD-CCY-RECORD.
      *
      * Default the restart position from CHECKPT when the operator
      * did not supply one on PARMIN - write_checkpoint already
      * commits the next num1 to resume at, so a prior run's abend
           IF WK-TRAN-AVAIL
               ADD 1 TO WK-REC-COUNT
               MOVE TRANS-RECORD TO ADOV1-TRAN-RECORD
               IF WK-SEQ-UPDATE
                   PERFORM release_sort_record
               ELSE
                   PERFORM process_transaction
               END-IF
           END-IF.
      *
      * Unified transaction fetch - the suspense carried in from the
                   END-IF
           END-READ.
      *
      * Sorted update - the night's work comes through the same
      * range loop and fetch as the keyed run but goes to the sort
      * instead of straight to posting, and the output side passes
      * the master once in key order against it. The hold sweep has
      * already run by key, so the pass starts from the master it
      * left. ACCTMSTR is only replaced once the whole new master is
      * on ACCTNEW - a pass that fails part way leaves ACCTMSTR as
      * the night found it, behind TRANHIST, for DATRCVR to bring
      * forward.
       sorted_master_update.
           DISPLAY 'DATBATCH: SORTED MASTER UPDATE'.
           IF WK-MAST-OPEN
               CLOSE MASTER-FILE
               MOVE 'N' TO WK-MAST-OPEN-SW
               OPEN INPUT MASTER-FILE
               IF WK-MAST-OK
                   SET WK-MAST-OPEN TO TRUE
               ELSE
                   DISPLAY 'DATBATCH: ACCTMSTR REOPEN FAILED, STATUS='
                       WK-MAST-STATUS
               END-IF
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PHASE SRT-ACCT SRT-CLASS SRT-SEQ
               INPUT PROCEDURE IS release_night_work
               OUTPUT PROCEDURE IS update_master_in_order.
      *
      * Sort input - the keyed run's range loop, without the
      * checkpoints.
       release_night_work.
           PERFORM release_one_num1
               VARYING ADOV1-NUM1 FROM ADOV1-NUM1 BY 1
               UNTIL ADOV1-NUM1 > ADOV1-NUM2 OR WK-TRANS-EOF.
      *
       release_one_num1.
           IF ADOV1-NUM1 > 2
               PERFORM show_num1
           END-IF.
      *
      * A transfer debits one master and credits another as a single
      * posting, which one pass in key order cannot do - transfers
      * sort behind the pass and post by key, in arrival order,
      * against the master the pass has just loaded.
       release_sort_record.
           MOVE SPACES TO SORT-RECORD.
           IF ADOV1-TYPE-TRANSFER
               MOVE '2'             TO SRT-PHASE
               ADD 1 TO WK-SEQ-XFR-COUNT
           ELSE
               MOVE '1'             TO SRT-PHASE
               MOVE ADOV1-TRAN-ACCT TO SRT-ACCT
               IF ADOV1-TYPE-ADD
                   MOVE '1'         TO SRT-CLASS
               ELSE
                   MOVE '2'         TO SRT-CLASS
               END-IF
           END-IF.
           MOVE WK-REC-COUNT        TO SRT-SEQ.
           MOVE WK-FROM-SUSP-SW     TO SRT-FROM-SUSP-SW.
           MOVE WK-FROM-WARE-SW     TO SRT-FROM-WARE-SW.
           MOVE WK-CUR-AGE          TO SRT-AGE.
           MOVE WK-CUR-DATE-IN      TO SRT-DATE-IN.
           MOVE TRANS-RECORD        TO SRT-TRAN.
           RELEASE SORT-RECORD.
      *
      * Sort output - a balanced-line pass of the account groups off
      * the sort against the old master, every account written to
      * the new master whether it moved or not. The pass ends at
      * the first transfer; the transfers then post by key.
       update_master_in_order.
           IF WK-MAST-OPEN
               PERFORM open_new_master
           END-IF.
           IF WK-MAST-OPEN
               SET WK-SEQ-PASS TO TRUE
               PERFORM read_old_master
           ELSE
               MOVE HIGH-VALUES TO WK-SEQ-MAST-KEY
           END-IF.
           PERFORM return_sorted_tran.
           PERFORM update_next_account
               UNTIL WK-SEQ-TRAN-KEY = HIGH-VALUES
                 AND WK-SEQ-MAST-KEY = HIGH-VALUES.
           MOVE 'N' TO WK-SEQ-PASS-SW.
           IF WK-MAST-OPEN
               PERFORM load_new_master
           END-IF.
           PERFORM apply_sorted_tran UNTIL WK-SORT-EOF.
      *
       open_new_master.
           OPEN OUTPUT NEWM-FILE.
           IF NOT WK-NEWM-OK
               DISPLAY 'DATBATCH: ACCTNEW NOT AVAILABLE, STATUS='
                   WK-NEWM-STATUS
               SET WK-SEQ-FAILED TO TRUE
               CLOSE MASTER-FILE
               MOVE 'N' TO WK-MAST-OPEN-SW
           END-IF.
      *
      * The next account off the sort, or HIGH-VALUES once the sort
      * is spent or the transfers are reached.
       return_sorted_tran.
           RETURN SORT-FILE
               AT END
                   SET WK-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WK-SEQ-TRAN-KEY
               NOT AT END
                   IF SRT-PHASE = '2'
                       MOVE HIGH-VALUES TO WK-SEQ-TRAN-KEY
                   ELSE
                       MOVE SRT-ACCT TO WK-SEQ-TRAN-KEY
                   END-IF
           END-RETURN.
      *
      * The look-ahead master is read into its own area - postings
      * work in MASTER-RECORD and would overwrite it.
       read_old_master.
           READ MASTER-FILE NEXT RECORD INTO WK-SEQ-NEXT-REC
               AT END
                   MOVE HIGH-VALUES TO WK-SEQ-MAST-KEY
               NOT AT END
                   ADD 1 TO WK-SEQ-OLD-COUNT
                   MOVE MAST-ACCT-NO TO WK-SEQ-MAST-KEY
           END-READ.
      *
      * One account - the lower of the two keys. An account with no
      * old master has nothing in hand until an AD writes one; an
      * old master with no work tonight goes straight across.
       update_next_account.
           IF WK-SEQ-TRAN-KEY < WK-SEQ-MAST-KEY
               MOVE WK-SEQ-TRAN-KEY TO WK-SEQ-CUR-KEY
               MOVE 'N' TO WK-SEQ-HAND-SW
           ELSE
               MOVE WK-SEQ-MAST-KEY TO WK-SEQ-CUR-KEY
               MOVE WK-SEQ-NEXT-REC TO MASTER-RECORD
               IF MAST-HELD-AMT NOT NUMERIC
                   MOVE 0 TO MAST-HELD-AMT
               END-IF
               MOVE MASTER-RECORD TO WK-SEQ-HAND-REC
               SET WK-SEQ-IN-HAND TO TRUE
               PERFORM read_old_master
           END-IF.
           PERFORM apply_sorted_tran
               UNTIL WK-SEQ-TRAN-KEY NOT = WK-SEQ-CUR-KEY.
           IF WK-SEQ-IN-HAND
               PERFORM write_new_master
           END-IF.
      *
      * The item goes back into the state the fetch left it in and
      * through the same processing as the keyed loop.
       apply_sorted_tran.
           MOVE SRT-TRAN         TO TRANS-RECORD.
           MOVE SRT-FROM-SUSP-SW TO WK-FROM-SUSP-SW.
           MOVE SRT-FROM-WARE-SW TO WK-FROM-WARE-SW.
           MOVE SRT-AGE          TO WK-CUR-AGE.
           MOVE SRT-DATE-IN      TO WK-CUR-DATE-IN.
           MOVE TRANS-RECORD     TO ADOV1-TRAN-RECORD.
           PERFORM process_transaction.
           PERFORM return_sorted_tran.
      *
       write_new_master.
           IF NOT WK-SEQ-FAILED
               MOVE WK-SEQ-HAND-REC TO NEWM-RECORD
               WRITE NEWM-RECORD
               IF WK-NEWM-OK
                   ADD 1 TO WK-SEQ-NEW-COUNT
               ELSE
                   DISPLAY 'DATBATCH: ACCTNEW WRITE FAILED, STATUS='
                       WK-NEWM-STATUS
                   SET WK-SEQ-FAILED TO TRUE
               END-IF
           END-IF.
      *
      * The new master replaces ACCTMSTR in key order, the same
      * reload DATRCVR does, and ACCTMSTR is reopened for update so
      * the transfers can post by key.
       load_new_master.
           CLOSE MASTER-FILE.
           MOVE 'N' TO WK-MAST-OPEN-SW.
           CLOSE NEWM-FILE.
           IF WK-SEQ-FAILED
               DISPLAY 'DATBATCH: NEW MASTER INCOMPLETE - ACCTMSTR '
                   'NOT REPLACED'
           ELSE
               OPEN INPUT NEWM-FILE
               IF WK-NEWM-OK
                   PERFORM load_acctmstr
                   CLOSE NEWM-FILE
               ELSE
                   DISPLAY 'DATBATCH: ACCTNEW REOPEN FAILED, STATUS='
                       WK-NEWM-STATUS ' - ACCTMSTR NOT REPLACED'
                   SET WK-SEQ-FAILED TO TRUE
               END-IF
           END-IF.
           IF NOT WK-SEQ-FAILED
               PERFORM open_master_file
           END-IF.
      *
       load_acctmstr.
           OPEN OUTPUT MASTER-FILE.
           IF WK-MAST-OK
               PERFORM load_one_master UNTIL WK-NEWM-EOF
               CLOSE MASTER-FILE
           ELSE
               DISPLAY 'DATBATCH: ACCTMSTR RELOAD FAILED, STATUS='
                   WK-MAST-STATUS
               SET WK-SEQ-FAILED TO TRUE
           END-IF.
      *
      * ACCTNEW is complete by now - a load that breaks off leaves
      * it to reload from.
       load_one_master.
           READ NEWM-FILE
               AT END
                   SET WK-NEWM-EOF TO TRUE
               NOT AT END
                   MOVE NEWM-RECORD TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'DATBATCH: ACCTMSTR LOAD FAILED AT '
                               MAST-ACCT-NO ' - RELOAD FROM ACCTNEW'
                           SET WK-SEQ-FAILED TO TRUE
                           SET WK-NEWM-EOF TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WK-SEQ-LOAD-COUNT
                   END-WRITE
           END-READ.
      *
      * One transaction through the field edits and the control
      * totals - the shared ADOV1-TRAN-BUS view of the record is
      * what gets edited, so every program in the chain sees the
      * same path on the night its date arrives, and is counted in
      * the type totals then, not now. A backdated one still posts
      * but carries a mark onto the listing.
      * Extract records were proven rated in the pre-pass; a recycled
      * suspense or warehouse item in a currency with no rate tonight
      * goes back to suspense rather than post unconverted.
               IF ADOV1-TRAN-EFF-DATE > WK-RUN-DATE AND WK-WOUT-OPEN
                   PERFORM warehouse_transaction
               ELSE
                   PERFORM convert_to_base
                   IF NOT WK-FX-FOUND
                       MOVE 'NO RATE FOR CURRENCY' TO WK-TRAN-REASON
                       PERFORM mark_unposted
                   ELSE
                       IF ADOV1-TRAN-EFF-DATE < WK-RUN-DATE
                           MOVE 'BD' TO WK-BD-FLAG
                           ADD 1 TO WK-BACK-COUNT
                       END-IF
                       PERFORM add_type_totals
                       PERFORM post_transaction
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WK-EDIT-FAIL-COUNT
           ELSE
               PERFORM read_master
               PERFORM check_account_status
               IF WK-MAST-FOUND AND NOT WK-STAT-BLOCKED
                   PERFORM check_account_currency
               END-IF
               EVALUATE TRUE
                   WHEN ADOV1-TYPE-ADD
                       PERFORM post_add
                       PERFORM post_freeze
                   WHEN ADOV1-TYPE-REACTIVATE
                       PERFORM post_reactivate
                   WHEN ADOV1-TYPE-HOLD
                       PERFORM post_hold
                   WHEN ADOV1-TYPE-RELEASE
                       PERFORM post_release
               END-EVALUATE
           END-IF.
      *
      * The sorted pass already has the account's master in hand -
      * it is only ever working the transaction's own account.
       read_master.
           MOVE 'N' TO WK-MAST-FOUND-SW.
           MOVE ADOV1-TRAN-ACCT TO MAST-ACCT-NO.
           IF WK-SEQ-PASS
               IF WK-SEQ-IN-HAND
                   MOVE WK-SEQ-HAND-REC TO MASTER-RECORD
                   SET WK-MAST-FOUND TO TRUE
               END-IF
           ELSE
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WK-MAST-FOUND TO TRUE
                       IF MAST-HELD-AMT NOT NUMERIC
                           MOVE 0 TO MAST-HELD-AMT
                       END-IF
               END-READ
           END-IF.
      *
      * Every single-account posting writes the master through here
      * so the posting rules are the same in both update modes - the
      * sorted pass keeps the result in hand and writes it to the
      * new master once the account's items are done. A transfer
      * moves two masters and always posts by key.
       rewrite_master.
           MOVE 'N' TO WK-MAST-IO-SW.
           IF WK-SEQ-PASS
               MOVE MASTER-RECORD TO WK-SEQ-HAND-REC
               SET WK-MAST-IO-OK TO TRUE
           ELSE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WK-MAST-IO-OK TO TRUE
               END-REWRITE
           END-IF.
      *
       write_master.
           MOVE 'N' TO WK-MAST-IO-SW.
           IF WK-SEQ-PASS
               IF NOT WK-SEQ-IN-HAND
                   MOVE MASTER-RECORD TO WK-SEQ-HAND-REC
                   SET WK-SEQ-IN-HAND TO TRUE
                   SET WK-MAST-IO-OK TO TRUE
               END-IF
           ELSE
               WRITE MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WK-MAST-IO-OK TO TRUE
               END-WRITE
           END-IF.
      *
      * Compliance gate - financial activity against a frozen or
      * closed account suspends with the status as its reason. The
                   END-IF
               END-IF
           END-IF.
      *
      * The account's currency goes to DEMOSUB with the transaction
      * - money moves only in the currency the account is kept in.
      * Same financial types as the status gate, and a refusal
      * travels the same way.
       check_account_currency.
           IF ADOV1-TYPE-CHANGE OR ADOV1-TYPE-REVERSE
                   OR ADOV1-TYPE-TRANSFER OR ADOV1-TYPE-HOLD
               MOVE 'Y'           TO ADOV1-EDIT-ACCT-CCY-SW
               MOVE MAST-CURRENCY TO ADOV1-EDIT-ACCT-CCY
               CALL 'DEMOSUB' USING ADOV1-TRAN-RECORD
                   ADOV1-EDIT-RESULT
               MOVE 'N'           TO ADOV1-EDIT-ACCT-CCY-SW
               IF NOT ADOV1-EDIT-GOOD
                   MOVE ADOV1-EDIT-REASON TO WK-TRAN-REASON
                   SET WK-STAT-BLOCKED TO TRUE
               END-IF
           END-IF.
      *
       post_add.
           MOVE 'N' TO WK-PRD-FOUND-SW.
           IF ADOV1-TRAN-PRODUCT NOT = SPACES
               MOVE ADOV1-TRAN-PRODUCT TO WK-PROD-WORK
               PERFORM locate_product
           END-IF.
           IF WK-MAST-FOUND
               MOVE 'ACCOUNT ALREADY ON MASTER' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
           IF ADOV1-TRAN-PRODUCT NOT = SPACES AND NOT WK-PRD-FOUND
               MOVE SPACES TO WK-TRAN-REASON
               STRING 'PRODUCT '         DELIMITED BY SIZE
                      ADOV1-TRAN-PRODUCT DELIMITED BY SIZE
                      ' NOT ON PRODTBL'  DELIMITED BY SIZE
                   INTO WK-TRAN-REASON
               END-STRING
               ADD 1 TO WK-PROD-REF-COUNT
               PERFORM mark_unposted
           ELSE
               MOVE SPACES              TO MASTER-RECORD
               MOVE ADOV1-TRAN-ACCT     TO MAST-ACCT-NO
               MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE
               MOVE 'A'                 TO MAST-STATUS
               MOVE ADOV1-TRAN-OD-SW    TO MAST-OD-SW
               MOVE 0                   TO MAST-ACCR-TODATE
               MOVE ADOV1-TRAN-REGION   TO MAST-REGION
               MOVE ADOV1-TRAN-CURRENCY TO MAST-CURRENCY
               MOVE ADOV1-TRAN-PRODUCT  TO MAST-PRODUCT
               MOVE 0                   TO MAST-HELD-AMT
               PERFORM write_master
               IF NOT WK-MAST-IO-OK
                   MOVE 'MASTER WRITE FAILED' TO WK-TRAN-REASON
                   PERFORM mark_unposted
               ELSE
                   ADD 1 TO WK-MAST-ADD-COUNT
                   ADD ADOV1-TRAN-AMOUNT TO WK-NET-MOVE
                   MOVE ADOV1-TRAN-AMOUNT TO WK-HIST-MOVE
                   MOVE MAST-BALANCE      TO WK-HIST-BAL
                   PERFORM mark_posted
               END-IF
           END-IF
           END-IF.
      *
       post_change.
           IF WK-MAST-FOUND
      * Overdraft rule - the prospective balance is tested before
      * anything is applied, so a refused overdraw leaves the
      * master untouched. An account with a product is held to its
      * product's rules instead of MAST-OD-SW. A debit is tested
      * against the available balance - open holds are not spendable.
               COMPUTE WK-NEW-BAL = MAST-BALANCE + ADOV1-TRAN-AMOUNT
               PERFORM take_holds_off
               PERFORM check_product_rules
               IF WK-PROD-REFUSED
                   PERFORM mark_unposted
               ELSE
               IF WK-NEW-BAL < 0 AND NOT MAST-OD-ALLOWED
                       AND NOT WK-PROD-RULED
                   PERFORM refuse_overdraft
               ELSE
                   ADD ADOV1-TRAN-AMOUNT    TO MAST-BALANCE
                   ADD 1                    TO MAST-TRAN-COUNT
                   MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE
                   PERFORM rewrite_master
                   IF NOT WK-MAST-IO-OK
                       MOVE 'MASTER REWRITE FAILED'
                           TO WK-TRAN-REASON
                       PERFORM mark_unposted
                   ELSE
                       ADD 1 TO WK-MAST-CHG-COUNT
                       ADD ADOV1-TRAN-AMOUNT TO WK-NET-MOVE
                       MOVE ADOV1-TRAN-AMOUNT TO WK-HIST-MOVE
                       MOVE MAST-BALANCE      TO WK-HIST-BAL
                       PERFORM mark_posted
                       IF MAST-BALANCE < 0
                           PERFORM note_allowed_overdraft
                       END-IF
                   END-IF
               END-IF
               END-IF
           ELSE
               MOVE 'ACCOUNT NOT ON MASTER' TO WK-TRAN-REASON
               PERFORM mark_unposted
           END-IF
           END-IF.
      *
      * The prospective balance of a CH or TR debit becomes the
      * prospective available balance - what the account holds
      * less what its open holds reserve. A credit is never refused
      * for the holds on an account, so it is left as it is.
       take_holds_off.
           MOVE 'N' TO WK-HOLDS-TAKEN-SW.
           IF WK-NEW-BAL < MAST-BALANCE AND MAST-HELD-AMT > 0
               SUBTRACT MAST-HELD-AMT FROM WK-NEW-BAL
               SET WK-HOLDS-TAKEN TO TRUE
           END-IF.
      *
       refuse_overdraft.
           IF WK-HOLDS-TAKEN
               MOVE 'AVAILABLE BALANCE EXCEEDED' TO WK-TRAN-REASON
           ELSE
               MOVE 'OVERDRAFT NOT ALLOWED' TO WK-TRAN-REASON
           END-IF.
           PERFORM mark_unposted.
      *
      * The product rules for the account in MASTER-RECORD, with the
      * balance the posting would leave in WK-NEW-BAL. The type must
      * be one the product lets the account originate. A posting
      * that lowers the balance must then stay within the overdraft
      * limit below zero, and in credit must not leave less than the
      * minimum balance. A credit is never refused for its amount.
      * The refusal reason names the product and the rule.
       check_product_rules.
           MOVE 'N' TO WK-PROD-RULED-SW.
           MOVE 'N' TO WK-PROD-REFUSE-SW.
           IF MAST-PRODUCT NOT = SPACES
               SET WK-PROD-RULED TO TRUE
               MOVE MAST-PRODUCT TO WK-PROD-WORK
               PERFORM locate_product
               MOVE SPACES TO WK-TRAN-REASON
               IF NOT WK-PRD-FOUND
                   STRING 'PRODUCT '        DELIMITED BY SIZE
                          MAST-PRODUCT      DELIMITED BY SIZE
                          ' NOT ON PRODTBL' DELIMITED BY SIZE
                       INTO WK-TRAN-REASON
                   END-STRING
                   SET WK-PROD-REFUSED TO TRUE
               ELSE
                   PERFORM check_product_type
                   IF NOT WK-PRD-TYPE-OK
                       STRING 'PRODUCT '        DELIMITED BY SIZE
                              MAST-PRODUCT      DELIMITED BY SIZE
                              ' DISALLOWS '     DELIMITED BY SIZE
                              ADOV1-TRAN-TYPE   DELIMITED BY SIZE
                           INTO WK-TRAN-REASON
                       END-STRING
                       SET WK-PROD-REFUSED TO TRUE
                   ELSE
                       IF WK-NEW-BAL < MAST-BALANCE
                           PERFORM check_product_limits
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WK-PROD-REFUSED
               ADD 1 TO WK-PROD-REF-COUNT
           END-IF.
      *
       check_product_type.
           MOVE 'N' TO WK-PRD-TYPE-SW.
           IF WK-PRD-TYPES(WK-PRD-X) = SPACES
               SET WK-PRD-TYPE-OK TO TRUE
           ELSE
               PERFORM VARYING WK-PT-SUB FROM 1 BY 1
                       UNTIL WK-PT-SUB > 6 OR WK-PRD-TYPE-OK
                   IF WK-PRD-TYPE(WK-PRD-X, WK-PT-SUB)
                           = ADOV1-TRAN-TYPE
                       SET WK-PRD-TYPE-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
       check_product_limits.
           IF WK-NEW-BAL < 0
                   AND (0 - WK-NEW-BAL) > WK-PRD-OD-LIMIT(WK-PRD-X)
               STRING 'PRODUCT '             DELIMITED BY SIZE
                      MAST-PRODUCT           DELIMITED BY SIZE
                      ' OVERDRAFT LIMIT'     DELIMITED BY SIZE
                   INTO WK-TRAN-REASON
               END-STRING
               SET WK-PROD-REFUSED TO TRUE
           ELSE
               IF WK-NEW-BAL >= 0
                       AND WK-NEW-BAL < WK-PRD-MIN-BAL(WK-PRD-X)
                   STRING 'PRODUCT '         DELIMITED BY SIZE
                          MAST-PRODUCT       DELIMITED BY SIZE
                          ' BELOW MINIMUM BAL'
                                             DELIMITED BY SIZE
                       INTO WK-TRAN-REASON
                   END-STRING
                   SET WK-PROD-REFUSED TO TRUE
               END-IF
           END-IF.
      *
       note_allowed_overdraft.
           IF WK-OD-COUNT < WK-OD-MAX
               MOVE 'C'                 TO MAST-STATUS
               ADD 1                    TO MAST-TRAN-COUNT
               MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE
               PERFORM rewrite_master
               IF NOT WK-MAST-IO-OK
                   MOVE 'MASTER REWRITE FAILED' TO WK-TRAN-REASON
                   PERFORM mark_unposted
               ELSE
                   ADD 1 TO WK-MAST-DEL-COUNT
                   MOVE 0 TO WK-HIST-MOVE
                   MOVE MAST-BALANCE TO WK-HIST-BAL
                   PERFORM mark_posted
               END-IF
           END-IF
           END-IF.
      *
           END-IF
           END-IF.
      *
      * HD reserves part of the balance until the hold is released
      * or lapses - the hold goes on HOLDMSTR and its amount onto the
      * account's MAST-HELD-AMT, and nothing moves on the balance.
      * A frozen account may still be held against; a closed one
      * may not.
       post_hold.
           IF NOT WK-MAST-FOUND
               MOVE 'ACCOUNT NOT ON MASTER' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
           IF WK-STAT-BLOCKED
               PERFORM mark_unposted
           ELSE
           IF MAST-CLOSED
               MOVE 'ACCOUNT CLOSED' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
           IF NOT WK-HOLD-OPEN
               MOVE 'HOLDMSTR NOT OPEN' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
           IF ADOV1-TRAN-HOLD-EXPIRY < WK-RUN-DATE
               MOVE 'HOLD ALREADY EXPIRED' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
               MOVE SPACES                 TO HOLD-RECORD
               MOVE ADOV1-TRAN-ACCT        TO HOLD-ACCT
               MOVE ADOV1-TRAN-ID          TO HOLD-ID
               MOVE ADOV1-TRAN-AMOUNT      TO HOLD-AMOUNT
               MOVE ADOV1-TRAN-EFF-DATE    TO HOLD-PLACED
               MOVE ADOV1-TRAN-HOLD-EXPIRY TO HOLD-EXPIRY
               MOVE ADOV1-TRAN-REGION      TO HOLD-REGION
               MOVE ADOV1-TRAN-CURRENCY    TO HOLD-CURRENCY
               WRITE HOLD-RECORD
                   INVALID KEY
                       MOVE 'HOLD ALREADY ON FILE' TO WK-TRAN-REASON
                       PERFORM mark_unposted
                   NOT INVALID KEY
                       PERFORM apply_hold_to_master
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      * The hold and the master go together - a master that cannot
      * be rewritten takes the hold just written back off the file.
       apply_hold_to_master.
           ADD HOLD-AMOUNT          TO MAST-HELD-AMT.
           ADD 1                    TO MAST-TRAN-COUNT.
           MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE.
           PERFORM rewrite_master
           IF NOT WK-MAST-IO-OK
               DELETE HOLD-FILE RECORD
                   INVALID KEY
                       DISPLAY 'DATBATCH: HOLD BACKOUT FAILED '
                           'FOR ' HOLD-ID
               END-DELETE
               MOVE 'MASTER REWRITE FAILED' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
               ADD 1 TO WK-MAST-CHG-COUNT
               ADD 1 TO WK-HOLD-SET-COUNT
               MOVE 0 TO WK-HIST-MOVE
               MOVE MAST-BALANCE TO WK-HIST-BAL
               PERFORM mark_posted
           END-IF.
      *
      * RL lets a hold go before it lapses, whatever the account's
      * status - releasing reserved money is never refused. The hold
      * is found by account and the TRANS-ID of the HD that placed
      * it; one already released or expired is not on file.
       post_release.
           IF NOT WK-MAST-FOUND
               MOVE 'ACCOUNT NOT ON MASTER' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
           IF NOT WK-HOLD-OPEN
               MOVE 'HOLDMSTR NOT OPEN' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
               MOVE ADOV1-TRAN-ACCT     TO HOLD-ACCT
               MOVE ADOV1-TRAN-HOLD-REF TO HOLD-ID
               READ HOLD-FILE
                   INVALID KEY
                       MOVE 'HOLD NOT ON FILE' TO WK-TRAN-REASON
                       PERFORM mark_unposted
                   NOT INVALID KEY
                       PERFORM apply_release_to_master
               END-READ
           END-IF
           END-IF.
      *
      * The hold comes off the file first and is written back from
      * its saved image if the master cannot be rewritten, so the
      * file and MAST-HELD-AMT never disagree.
       apply_release_to_master.
           MOVE HOLD-RECORD TO WK-HOLD-SAVE.
           DELETE HOLD-FILE RECORD
               INVALID KEY
                   MOVE 'HOLD DELETE FAILED' TO WK-TRAN-REASON
                   PERFORM mark_unposted
               NOT INVALID KEY
                   PERFORM release_hold_on_master
           END-DELETE.
      *
       release_hold_on_master.
           MOVE WK-HOLD-SAVE TO HOLD-RECORD.
           SUBTRACT HOLD-AMOUNT     FROM MAST-HELD-AMT.
           IF MAST-HELD-AMT < 0
               MOVE 0 TO MAST-HELD-AMT
           END-IF.
           ADD 1                    TO MAST-TRAN-COUNT.
           MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE.
           PERFORM rewrite_master
           IF NOT WK-MAST-IO-OK
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY 'DATBATCH: HOLD BACKOUT FAILED '
                           'FOR ' HOLD-ID
               END-WRITE
               MOVE 'MASTER REWRITE FAILED' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
               ADD 1 TO WK-MAST-CHG-COUNT
               ADD 1 TO WK-HOLD-REL-COUNT
               MOVE 0 TO WK-HIST-MOVE
               MOVE MAST-BALANCE TO WK-HIST-BAL
               PERFORM mark_posted
           END-IF.
      *
       rewrite_status_change.
           ADD 1                    TO MAST-TRAN-COUNT.
           MOVE ADOV1-TRAN-ID       TO WK-DORM-ID.
           IF NOT (ADOV1-TYPE-FREEZE AND WK-DORM-SERIES)
               MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE
           END-IF.
           PERFORM rewrite_master
           IF NOT WK-MAST-IO-OK
               MOVE 'MASTER REWRITE FAILED' TO WK-TRAN-REASON
               PERFORM mark_unposted
           ELSE
               ADD 1 TO WK-MAST-CHG-COUNT
               MOVE 0 TO WK-HIST-MOVE
               MOVE MAST-BALANCE TO WK-HIST-BAL
               PERFORM mark_posted
           END-IF.
      *
      * RV backs a prior transaction's amount out of the account -
      * the offsetting CH nobody could trace is now its own type,
               PERFORM mark_unposted
           ELSE
           IF WK-MAST-FOUND
      * Only an account with a product has a limit on a reversal -
      * the MAST-OD-SW rule has never applied to RV.
               COMPUTE WK-NEW-BAL = MAST-BALANCE - ADOV1-TRAN-AMOUNT
               PERFORM check_product_rules
               IF WK-PROD-REFUSED
                   PERFORM mark_unposted
               ELSE
               SUBTRACT ADOV1-TRAN-AMOUNT FROM MAST-BALANCE
               ADD 1                    TO MAST-TRAN-COUNT
               MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE
               PERFORM rewrite_master
               IF NOT WK-MAST-IO-OK
                   MOVE 'MASTER REWRITE FAILED' TO WK-TRAN-REASON
                   PERFORM mark_unposted
               ELSE
                   ADD 1 TO WK-MAST-CHG-COUNT
                   SUBTRACT ADOV1-TRAN-AMOUNT FROM WK-NET-MOVE
                   COMPUTE WK-HIST-MOVE = 0 - ADOV1-TRAN-AMOUNT
                   MOVE MAST-BALANCE TO WK-HIST-BAL
                   PERFORM mark_posted
                   MOVE 'REVERSED' TO WK-POST-DISP
               END-IF
               END-IF
           ELSE
               MOVE 'ACCOUNT NOT ON MASTER' TO WK-TRAN-REASON
               PERFORM mark_unposted
               PERFORM mark_unposted
           ELSE
               MOVE MASTER-RECORD TO WK-XFR-FROM-REC
               MOVE MAST-CURRENCY TO WK-XFR-FROM-CCY
               PERFORM read_counter_master
               EVALUATE TRUE
                   WHEN NOT WK-MAST-FOUND
                       MOVE 'COUNTER-ACCOUNT FROZEN'
                           TO WK-TRAN-REASON
                       PERFORM mark_unposted
                   WHEN MAST-CURRENCY NOT = WK-XFR-FROM-CCY
                       MOVE 'COUNTER-ACCT CURRENCY DIFFERS'
                           TO WK-TRAN-REASON
                       PERFORM mark_unposted
                   WHEN OTHER
                       MOVE MASTER-RECORD TO WK-XFR-TO-REC
                       PERFORM apply_transfer_sides
                   CONTINUE
               NOT INVALID KEY
                   SET WK-MAST-FOUND TO TRUE
                   IF MAST-HELD-AMT NOT NUMERIC
                       MOVE 0 TO MAST-HELD-AMT
                   END-IF
           END-READ.
      *
       apply_transfer_sides.
           MOVE WK-XFR-FROM-REC TO MASTER-RECORD.
      * The debit side honors the same overdraft and product rules
      * as a CH - tested before anything is applied, so a refused
      * transfer leaves both masters untouched.
           COMPUTE WK-NEW-BAL = MAST-BALANCE - ADOV1-TRAN-AMOUNT.
           PERFORM take_holds_off.
           PERFORM check_product_rules.
           IF WK-PROD-REFUSED
               PERFORM mark_unposted
           ELSE
           IF WK-NEW-BAL < 0 AND NOT MAST-OD-ALLOWED
                   AND NOT WK-PROD-RULED
               PERFORM refuse_overdraft
           ELSE
               SUBTRACT ADOV1-TRAN-AMOUNT FROM MAST-BALANCE
               ADD 1                    TO MAST-TRAN-COUNT
                       MOVE MAST-BALANCE TO WK-XFR-FROM-BAL
                       PERFORM apply_transfer_credit
               END-REWRITE
           END-IF
           END-IF.
      *
       apply_transfer_credit.
      * routine for the batch chain and the demo chain, so the two
      * can no longer disagree about what a valid record looks like.
       edit_tran_fields.
           MOVE 'N' TO ADOV1-EDIT-ACCT-CCY-SW.
           CALL 'DEMOSUB' USING ADOV1-TRAN-RECORD ADOV1-EDIT-RESULT.
           IF ADOV1-EDIT-GOOD
               SET WK-TRAN-GOOD TO TRUE
           END-IF.
      *
       add_type_totals.
           PERFORM VARYING WK-TYPE-X FROM 1 BY 1 UNTIL WK-TYPE-X > 9
               IF WK-TYPE-CODE(WK-TYPE-X) = ADOV1-TRAN-TYPE
                   ADD 1 TO WK-TYPE-COUNT(WK-TYPE-X)
                   ADD ADOV1-TRAN-AMOUNT
               END-IF
           END-PERFORM.
           ADD ADOV1-TRAN-AMOUNT TO WK-AMT-TOTAL.
           ADD WK-BASE-AMT TO WK-BASE-TOTAL.
           PERFORM add_currency_totals.
           PERFORM add_region_totals.
      *
       add_currency_totals.
           MOVE 'N' TO WK-CCY-FOUND-SW.
           PERFORM VARYING WK-CCY-X FROM 1 BY 1
                   UNTIL WK-CCY-X > WK-CCY-CNT OR WK-CCY-FOUND
               IF WK-CCT-CODE(WK-CCY-X) = ADOV1-TRAN-CURRENCY
                   SET WK-CCY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WK-CCY-FOUND
               SET WK-CCY-X DOWN BY 1
           ELSE
               IF WK-CCY-CNT < WK-CCY-MAX
                   ADD 1 TO WK-CCY-CNT
                   SET WK-CCY-X TO WK-CCY-CNT
                   MOVE ADOV1-TRAN-CURRENCY TO WK-CCT-CODE(WK-CCY-X)
                   MOVE 0 TO WK-CCT-COUNT(WK-CCY-X)
                   MOVE 0 TO WK-CCT-AMOUNT(WK-CCY-X)
                   MOVE 0 TO WK-CCT-BASE(WK-CCY-X)
                   SET WK-CCY-FOUND TO TRUE
               ELSE
                   SET WK-CCY-OVFL TO TRUE
               END-IF
           END-IF.
           IF WK-CCY-FOUND
               ADD 1                 TO WK-CCT-COUNT(WK-CCY-X)
               ADD ADOV1-TRAN-AMOUNT TO WK-CCT-AMOUNT(WK-CCY-X)
               ADD WK-BASE-AMT       TO WK-CCT-BASE(WK-CCY-X)
           END-IF.
      *
      * Region bookkeeping - find (or open) the bucket for the
      * record's region stamp. A record with no stamp lands in the
                   MOVE 0 TO WK-RGT-F-POST(WK-RGN-X)
                   MOVE 0 TO WK-RGT-F-SUSP(WK-RGN-X)
                   MOVE 0 TO WK-RGT-F-WARE(WK-RGN-X)
                   MOVE SPACES TO WK-RGT-CURRENCY(WK-RGN-X)
                   MOVE 0 TO WK-RGT-BASE(WK-RGN-X)
                   SET WK-RGN-FOUND TO TRUE
               ELSE
                   SET WK-RGN-OVFL TO TRUE
               END-IF
           END-IF.
      *
      * A region normally trades in one currency, which its bucket
      * takes from its first record; a second currency in the same
      * region marks the bucket '***', its as-keyed amount no longer
      * one currency's total. The base amount always adds up.
       add_region_totals.
           PERFORM locate_region_entry.
           IF WK-RGN-FOUND
               IF WK-RGT-COUNT(WK-RGN-X) = 0
                   MOVE ADOV1-TRAN-CURRENCY
                       TO WK-RGT-CURRENCY(WK-RGN-X)
               ELSE
                   IF WK-RGT-CURRENCY(WK-RGN-X)
                           NOT = ADOV1-TRAN-CURRENCY
                       MOVE '***' TO WK-RGT-CURRENCY(WK-RGN-X)
                   END-IF
               END-IF
               ADD 1 TO WK-RGT-COUNT(WK-RGN-X)
               ADD ADOV1-TRAN-AMOUNT TO WK-RGT-AMOUNT(WK-RGN-X)
               ADD WK-BASE-AMT TO WK-RGT-BASE(WK-RGN-X)
           END-IF.
      *
      * Fresh-record disposition per region - only records that
