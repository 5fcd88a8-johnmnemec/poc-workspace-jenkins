       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATACCR.
      * Nightly interest accrual on the account master - the end of
      * working interest out by hand from the DATTRIAL listing. Runs
      * after the night's posting step (DATBATCH on a serial night,
      * DATCONS on a split one) so it accrues on the balances the
      * night closed with. Every open account with a positive
      * balance accrues credit interest at its balance tier's rate;
      * an account standing negative accrues the overdraft charge at
      * its tier instead, when it may be overdrawn - either marked
      * overdraft-allowed on the master or opened under a PRODTBL
      * product with an overdraft limit (every loan product). An
      * overdrawn product account whose product cannot be found on
      * PRODTBL is listed on SYSOUT uncharged. The accrual is added
      * to MAST-ACCR-TODATE on the master and listed on ACCRRPT; the
      * month-end close in DATBATCH capitalizes it into the balance.
      *
      * Rates are annual, on a 365-day year. ACCRCTL remembers the
      * last date accrued, so a night after a weekend or holiday
      * accrues every calendar day since, and a rerun for a date
      * already accrued is refused instead of accruing twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'ACCRRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RATE-STATUS.
           SELECT PROD-FILE ASSIGN TO 'PRODTBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PROD-STATUS.
           SELECT CTL-FILE ASSIGN TO 'ACCRCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-ACCT-NO
               FILE STATUS IS WK-MAST-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ACCRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Rate table - one card per balance tier. Column 1 is the
      * kind ('C' credit interest on positive balances, 'D' the
      * overdraft charge on negative ones), columns 3-13 the tier
      * floor (nine digits and cents, compared against the size of
      * the balance) and columns 15-20 the annual rate in percent
      * with four decimals. A balance takes the rate of the highest
      * floor it reaches; cards need not be in order.
       01  RATE-RECORD.
           05  RATE-KIND            PIC X(1).
               88  RATE-CREDIT       VALUE 'C'.
               88  RATE-OVERDRAFT    VALUE 'D'.
           05  FILLER               PIC X(1).
           05  RATE-FLOOR           PIC 9(09)V99.
           05  FILLER               PIC X(1).
           05  RATE-PCT             PIC 9(02)V9(4).
           05  FILLER               PIC X(60).
       FD  PROD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH reads - only the code and the overdraft
      * limit matter to the accrual.
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
       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Accrual control - the date last accrued, with that night's
      * days, accounts accrued and amount, rewritten after each pass.
       01  CTL-RECORD.
           05  CTL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  CTL-DAYS             PIC 9(3).
           05  FILLER               PIC X(1).
           05  CTL-ACCT-COUNT       PIC 9(7).
           05  FILLER               PIC X(1).
           05  CTL-ACCR-AMOUNT      PIC S9(09)V9(4)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(45).
       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH keeps - see its MASTER-RECORD.
       01  MASTER-RECORD.
           05  MAST-ACCT-NO         PIC 9(10).
           05  MAST-BALANCE         PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-TRAN-COUNT      PIC 9(05).
           05  MAST-OPEN-DATE       PIC 9(08).
           05  MAST-LAST-DATE       PIC 9(08).
           05  MAST-STATUS          PIC X(01).
               88  MAST-ACTIVE       VALUE 'A' ' '.
               88  MAST-FROZEN       VALUE 'F'.
               88  MAST-CLOSED       VALUE 'C'.
           05  MAST-OD-SW           PIC X(01).
               88  MAST-OD-ALLOWED   VALUE 'Y'.
           05  MAST-ACCR-TODATE     PIC S9(07)V9(4)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-REGION          PIC X(03).
           05  MAST-CURRENCY        PIC X(03).
           05  MAST-PRODUCT         PIC X(03).
           05  MAST-HELD-AMT        PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(02).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * The accrual listing - one line per account accrued tonight,
      * totals of interest and overdraft charges at the end.
       01  REPORT-LINE              PIC X(132).
       FD  CHAIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Shared chain-control trail - same layout DATMERGE writes.
      * The accrual refuses to start unless the night's posting
      * step shows complete and clean for the run date, then
      * appends its own record.
       01  CHAIN-RECORD.
           05  CHN-STEP             PIC X(8).
           05  FILLER               PIC X(1).
           05  CHN-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  CHN-RETURN-CODE      PIC 9(3).
           05  FILLER               PIC X(1).
           05  CHN-RUN-TIME         PIC 9(8).
           05  FILLER               PIC X(50).
       WORKING-STORAGE SECTION.
       01 WK-RATE-STATUS   PIC X(2) VALUE '00'.
          88  WK-RATE-OK            VALUE '00'.
       01 WK-CTL-STATUS    PIC X(2) VALUE '00'.
          88  WK-CTL-OK             VALUE '00'.
          88  WK-CTL-NOFILE         VALUE '05' '35'.
       01 WK-MAST-STATUS   PIC X(2) VALUE '00'.
          88  WK-MAST-OK            VALUE '00'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-RATE-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-RATE-EOF           VALUE 'Y'.
       01 WK-MAST-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-MAST-EOF           VALUE 'Y'.
       01 WK-FILE-ERR-SW   PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-INPUT-ERR-SW  PIC X(1) VALUE 'N'.
          88  WK-INPUT-ERR          VALUE 'Y'.
      * A date already accrued - the run does nothing rather than
      * accrue the same days twice.
       01 WK-DONE-SW       PIC X(1) VALUE 'N'.
          88  WK-ALREADY-DONE       VALUE 'Y'.
      * The rate tiers off ACCRRATE.
       01 WK-RT-MAX        PIC 9(2) COMP VALUE 20.
       01 WK-RT-CNT        PIC 9(2) COMP VALUE 0.
       01 WK-RT-TABLE.
          05  WK-RT-ENTRY OCCURS 20 TIMES INDEXED BY WK-RT-X.
              10  WK-RT-KIND        PIC X(1).
              10  WK-RT-FLOOR       PIC 9(09)V99.
              10  WK-RT-PCT         PIC 9(02)V9(4).
       01 WK-RATE-BAD      PIC 9(3) VALUE 0.
      * The product overdraft limits off PRODTBL. An account the
      * table cannot speak for is counted, not charged.
       01 WK-PROD-STATUS   PIC X(2) VALUE '00'.
          88  WK-PROD-OK            VALUE '00'.
       01 WK-PROD-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-PROD-EOF           VALUE 'Y'.
       01 WK-PRD-MAX       PIC 9(2) COMP VALUE 30.
       01 WK-PRD-CNT       PIC 9(2) COMP VALUE 0.
       01 WK-PRD-TABLE.
          05  WK-PRD-ENTRY OCCURS 30 TIMES INDEXED BY WK-PRD-X.
              10  WK-PRD-CODE       PIC X(3).
              10  WK-PRD-OD-LIMIT   PIC 9(9)V99.
       01 WK-PRD-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-PRD-FOUND          VALUE 'Y'.
       01 WK-PROD-WORK     PIC X(3) VALUE SPACES.
       01 WK-PROD-MISS     PIC 9(7) VALUE 0.
       01 WK-OD-CHG-SW     PIC X(1) VALUE 'N'.
          88  WK-OD-CHARGEABLE      VALUE 'Y'.
      * Tier lookup for the account in hand.
       01 WK-WANT-KIND     PIC X(1) VALUE SPACE.
       01 WK-ABS-BAL       PIC 9(09)V99 VALUE 0.
       01 WK-TIER-SW       PIC X(1) VALUE 'N'.
          88  WK-TIER-FOUND         VALUE 'Y'.
       01 WK-USE-FLOOR     PIC 9(09)V99 VALUE 0.
       01 WK-USE-PCT       PIC 9(02)V9(4) VALUE 0.
      * Days to accrue - calendar days since the last accrued date.
       01 WK-LAST-DATE     PIC 9(8) VALUE 0.
       01 WK-ACCR-DAYS     PIC 9(3) VALUE 1.
       01 WK-RUN-DAYS      PIC S9(9) COMP VALUE 0.
       01 WK-DIFF-DAYS     PIC S9(9) COMP VALUE 0.
      * Serial day numbers - same conversion DATPURGE uses.
       01 WK-CNV-DATE      PIC 9(8) VALUE 0.
       01 WK-CNV-SPLIT REDEFINES WK-CNV-DATE.
          05  WK-CNV-YYYY          PIC 9(4).
          05  WK-CNV-MM            PIC 9(2).
          05  WK-CNV-DD            PIC 9(2).
       01 WK-CNV-Y         PIC S9(9) COMP VALUE 0.
       01 WK-CNV-M         PIC S9(4) COMP VALUE 0.
       01 WK-CNV-Q4        PIC S9(9) COMP VALUE 0.
       01 WK-CNV-Q100      PIC S9(9) COMP VALUE 0.
       01 WK-CNV-Q400      PIC S9(9) COMP VALUE 0.
       01 WK-CNV-MDAYS     PIC S9(9) COMP VALUE 0.
       01 WK-CNV-DAYS      PIC S9(9) COMP VALUE 0.
      * Tonight's accrual for the account in hand, and the totals.
       01 WK-DAY-ACCR      PIC S9(07)V9(4) VALUE 0.
       01 WK-READ-COUNT    PIC 9(7) VALUE 0.
       01 WK-ACCR-COUNT    PIC 9(7) VALUE 0.
       01 WK-CR-COUNT      PIC 9(7) VALUE 0.
       01 WK-CR-TOTAL      PIC S9(09)V9(4) VALUE 0.
       01 WK-OD-COUNT      PIC 9(7) VALUE 0.
       01 WK-OD-TOTAL      PIC S9(09)V9(4) VALUE 0.
       01 WK-NIGHT-TOTAL   PIC S9(09)V9(4) VALUE 0.
       01 WK-TODATE-TOTAL  PIC S9(09)V9(4) VALUE 0.
       01 WK-FAIL-COUNT    PIC 9(7) VALUE 0.
       01 WK-CHAIN-STATUS  PIC X(2) VALUE '00'.
          88  WK-CHAIN-OK           VALUE '00'.
          88  WK-CHAIN-NOFILE       VALUE '05' '35'.
       01 WK-CHAIN-EOF-SW  PIC X(1) VALUE 'N'.
          88  WK-CHAIN-EOF          VALUE 'Y'.
       01 WK-CHAIN-BLOCK-SW PIC X(1) VALUE 'N'.
          88  WK-CHAIN-BLOCKED      VALUE 'Y'.
       01 WK-PRED-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-PRED-FOUND         VALUE 'Y'.
       01 WK-PRED-STEP-SAVE PIC X(8) VALUE SPACES.
       01 WK-PRED-RC       PIC 9(3) VALUE 0.
       01 WK-BAL-ED        PIC -(9)9.99.
       01 WK-PCT-ED        PIC Z9.9999.
       01 WK-ACCR-ED       PIC -(7)9.9999.
       01 WK-TODATE-ED     PIC -(7)9.9999.
       01 WK-TOT-ED        PIC -(8)9.9999.
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-RUN-TIME      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATACCR'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATACCR: NIGHTLY INTEREST ACCRUAL'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM check_chain_control.
           IF NOT WK-CHAIN-BLOCKED
               PERFORM load_rate_table
               PERFORM load_product_table
               PERFORM read_control_file
           END-IF.
           IF NOT WK-CHAIN-BLOCKED AND NOT WK-FILE-ERR
                   AND NOT WK-ALREADY-DONE
               PERFORM open_report_file
               PERFORM accrue_master_pass
               PERFORM write_report_totals
               PERFORM close_report_file
               PERFORM write_control_file
           END-IF.
           PERFORM print_summary.
           PERFORM set_return_code.
           PERFORM write_chain_record.
           STOP RUN.
      *
      * Chain gate - either posting step vouches for the night:
      * DATBATCH on a serial run, DATCONS on a split one. The last
      * record for tonight's run date wins and must be clean (4 or
      * better) - accruing on a half-posted master would accrue on
      * balances the night never finished with.
       check_chain_control.
           OPEN INPUT CHAIN-FILE.
           IF WK-CHAIN-OK
               PERFORM scan_chain_record UNTIL WK-CHAIN-EOF
               CLOSE CHAIN-FILE
           ELSE
               IF WK-CHAIN-NOFILE
                   DISPLAY 'DATACCR: NO CHAINCTL YET'
               ELSE
                   DISPLAY 'DATACCR: CHAINCTL NOT READABLE, STATUS='
                       WK-CHAIN-STATUS
               END-IF
           END-IF.
           IF NOT WK-PRED-FOUND
               DISPLAY 'DATACCR: NO POSTING STEP COMPLETE FOR '
                   WK-RUN-DATE ' - RUN REFUSED'
               SET WK-CHAIN-BLOCKED TO TRUE
           ELSE
               IF WK-PRED-RC > 4
                   DISPLAY 'DATACCR: ' WK-PRED-STEP-SAVE
                       ' ENDED WITH RETURN-CODE ' WK-PRED-RC
                       ' - RUN REFUSED'
                   SET WK-CHAIN-BLOCKED TO TRUE
               END-IF
           END-IF.
      *
       scan_chain_record.
           READ CHAIN-FILE
               AT END
                   SET WK-CHAIN-EOF TO TRUE
               NOT AT END
                   IF (CHN-STEP = 'DATBATCH'
                           OR CHN-STEP = 'DATCONS')
                           AND CHN-RUN-DATE NUMERIC
                           AND CHN-RUN-DATE = WK-RUN-DATE
                       SET WK-PRED-FOUND TO TRUE
                       MOVE CHN-STEP        TO WK-PRED-STEP-SAVE
                       MOVE CHN-RETURN-CODE TO WK-PRED-RC
                   END-IF
           END-READ.
      *
       write_chain_record.
           ACCEPT WK-RUN-TIME FROM TIME.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHAIN-NOFILE
               OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF WK-CHAIN-OK
               MOVE SPACES      TO CHAIN-RECORD
               MOVE 'DATACCR'   TO CHN-STEP
               MOVE WK-RUN-DATE TO CHN-RUN-DATE
               MOVE RETURN-CODE TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATACCR: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
      *
      * The rate table is required - with no rates there is no
      * telling what to accrue, so an absent or empty table fails
      * the step rather than quietly accruing nothing. A card that
      * will not read is skipped and reported.
       load_rate_table.
           OPEN INPUT RATE-FILE.
           IF WK-RATE-OK
               PERFORM read_one_rate UNTIL WK-RATE-EOF
               CLOSE RATE-FILE
               IF WK-RT-CNT = 0
                   DISPLAY 'DATACCR: ACCRRATE HAS NO USABLE RATES'
                   SET WK-FILE-ERR TO TRUE
               END-IF
           ELSE
               DISPLAY 'DATACCR: ACCRRATE NOT AVAILABLE, STATUS='
                   WK-RATE-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       read_one_rate.
           READ RATE-FILE
               AT END
                   SET WK-RATE-EOF TO TRUE
               NOT AT END
                   IF (RATE-CREDIT OR RATE-OVERDRAFT)
                           AND RATE-FLOOR NUMERIC
                           AND RATE-PCT NUMERIC
                       PERFORM store_rate_tier
                   ELSE
                       DISPLAY 'DATACCR: RATE CARD IGNORED '
                           RATE-RECORD(1:20)
                       ADD 1 TO WK-RATE-BAD
                       SET WK-INPUT-ERR TO TRUE
                   END-IF
           END-READ.
      *
       store_rate_tier.
           IF WK-RT-CNT < WK-RT-MAX
               ADD 1 TO WK-RT-CNT
               SET WK-RT-X TO WK-RT-CNT
               MOVE RATE-KIND  TO WK-RT-KIND(WK-RT-X)
               MOVE RATE-FLOOR TO WK-RT-FLOOR(WK-RT-X)
               MOVE RATE-PCT   TO WK-RT-PCT(WK-RT-X)
           ELSE
               DISPLAY 'DATACCR: RATE TABLE FULL, CARD IGNORED '
                   RATE-RECORD(1:20)
               ADD 1 TO WK-RATE-BAD
               SET WK-INPUT-ERR TO TRUE
           END-IF.
      *
      * The product table is not required to run - accounts
      * without a product are ruled by their own overdraft mark -
      * but without it no overdrawn product account can be charged,
      * so its absence is a 4, not a quiet night.
       load_product_table.
           OPEN INPUT PROD-FILE.
           IF WK-PROD-OK
               PERFORM read_one_product UNTIL WK-PROD-EOF
               CLOSE PROD-FILE
           ELSE
               DISPLAY 'DATACCR: PRODTBL NOT AVAILABLE, STATUS='
                   WK-PROD-STATUS ' - PRODUCT OVERDRAFTS NOT CHARGED'
               SET WK-INPUT-ERR TO TRUE
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
               DISPLAY 'DATACCR: PRODTBL RECORD UNUSABLE FOR '
                   PROD-CODE ' - SKIPPED'
               SET WK-INPUT-ERR TO TRUE
           ELSE
               IF WK-PRD-CNT < WK-PRD-MAX
                   ADD 1 TO WK-PRD-CNT
                   SET WK-PRD-X TO WK-PRD-CNT
                   MOVE PROD-CODE     TO WK-PRD-CODE(WK-PRD-X)
                   MOVE PROD-OD-LIMIT TO WK-PRD-OD-LIMIT(WK-PRD-X)
               ELSE
                   DISPLAY 'DATACCR: PRODTBL HAS MORE THAN '
                       WK-PRD-MAX ' PRODUCTS - ' PROD-CODE ' SKIPPED'
                   SET WK-INPUT-ERR TO TRUE
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
      * Days to accrue - every calendar day since the date last
      * accrued. No control record yet means the first night at a
      * site, which accrues the one day.
       read_control_file.
           OPEN INPUT CTL-FILE.
           IF WK-CTL-OK
               READ CTL-FILE
                   AT END
                       DISPLAY 'DATACCR: ACCRCTL EMPTY, ONE DAY'
                   NOT AT END
                       IF CTL-RUN-DATE NUMERIC
                           MOVE CTL-RUN-DATE TO WK-LAST-DATE
                       END-IF
               END-READ
               CLOSE CTL-FILE
           ELSE
               IF WK-CTL-NOFILE
                   DISPLAY 'DATACCR: NO ACCRCTL YET, ONE DAY'
               ELSE
                   DISPLAY 'DATACCR: ACCRCTL NOT READABLE, STATUS='
                       WK-CTL-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
           IF WK-LAST-DATE > 0
               IF WK-LAST-DATE >= WK-RUN-DATE
                   DISPLAY 'DATACCR: ALREADY ACCRUED THROUGH '
                       WK-LAST-DATE ' - NOTHING TO DO'
                   SET WK-ALREADY-DONE TO TRUE
               ELSE
                   MOVE WK-RUN-DATE TO WK-CNV-DATE
                   PERFORM convert_date_to_days
                   MOVE WK-CNV-DAYS TO WK-RUN-DAYS
                   MOVE WK-LAST-DATE TO WK-CNV-DATE
                   PERFORM convert_date_to_days
                   COMPUTE WK-DIFF-DAYS = WK-RUN-DAYS - WK-CNV-DAYS
                   IF WK-DIFF-DAYS > 999
                       MOVE 999 TO WK-ACCR-DAYS
                   ELSE
                       MOVE WK-DIFF-DAYS TO WK-ACCR-DAYS
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'DATACCR: DAYS TO ACCRUE ' WK-ACCR-DAYS.
      *
      * Serial day number - 365 per year plus the leap corrections,
      * with the year taken back one for January and February so
      * the leap day lands where it belongs.
       convert_date_to_days.
           MOVE WK-CNV-YYYY TO WK-CNV-Y.
           MOVE WK-CNV-MM   TO WK-CNV-M.
           IF WK-CNV-M < 3
               SUBTRACT 1 FROM WK-CNV-Y
               ADD 12 TO WK-CNV-M
           END-IF.
           DIVIDE WK-CNV-Y BY 4   GIVING WK-CNV-Q4.
           DIVIDE WK-CNV-Y BY 100 GIVING WK-CNV-Q100.
           DIVIDE WK-CNV-Y BY 400 GIVING WK-CNV-Q400.
           COMPUTE WK-CNV-MDAYS = 153 * (WK-CNV-M + 1).
           DIVIDE WK-CNV-MDAYS BY 5 GIVING WK-CNV-MDAYS.
           COMPUTE WK-CNV-DAYS = 365 * WK-CNV-Y + WK-CNV-Q4
               - WK-CNV-Q100 + WK-CNV-Q400 + WK-CNV-MDAYS
               + WK-CNV-DD.
      *
      * One pass of the whole master. Closed accounts accrue
      * nothing; a frozen account still earns (and still pays its
      * overdraft charge) - the freeze stops activity, not interest.
       accrue_master_pass.
           OPEN I-O MASTER-FILE.
           IF WK-MAST-OK
               PERFORM accrue_one_master UNTIL WK-MAST-EOF
               CLOSE MASTER-FILE
           ELSE
               DISPLAY 'DATACCR: ACCTMSTR NOT AVAILABLE, STATUS='
                   WK-MAST-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       accrue_one_master.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WK-MAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-READ-COUNT
                   PERFORM accrue_master_record
           END-READ.
      *
       accrue_master_record.
           IF MAST-ACCR-TODATE NOT NUMERIC
               MOVE 0 TO MAST-ACCR-TODATE
           END-IF.
           MOVE 'N' TO WK-TIER-SW.
           IF NOT MAST-CLOSED
               IF MAST-BALANCE > 0
                   MOVE 'C' TO WK-WANT-KIND
                   MOVE MAST-BALANCE TO WK-ABS-BAL
                   PERFORM find_rate_tier
               ELSE
                   IF MAST-BALANCE < 0
                       PERFORM check_overdraft_allowed
                       IF WK-OD-CHARGEABLE
                           MOVE 'D' TO WK-WANT-KIND
                           COMPUTE WK-ABS-BAL = 0 - MAST-BALANCE
                           PERFORM find_rate_tier
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WK-DAY-ACCR.
      * The balance carries its own sign into the arithmetic, so an
      * overdrawn balance accrues its charge as a negative amount.
           IF WK-TIER-FOUND
               COMPUTE WK-DAY-ACCR ROUNDED = MAST-BALANCE * WK-USE-PCT
                   * WK-ACCR-DAYS / 36500
           END-IF.
           IF WK-DAY-ACCR NOT = 0
               ADD WK-DAY-ACCR TO MAST-ACCR-TODATE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'DATACCR: REWRITE FAILED FOR '
                           MAST-ACCT-NO
                       ADD 1 TO WK-FAIL-COUNT
                       SET WK-FILE-ERR TO TRUE
                   NOT INVALID KEY
                       PERFORM count_accrual
                       PERFORM write_report_detail
               END-REWRITE
           END-IF.
           ADD MAST-ACCR-TODATE TO WK-TODATE-TOTAL.
      *
      * An overdrawn account pays the charge when it may be
      * overdrawn at all - the master's own overdraft mark, or a
      * product whose PRODTBL entry allows some overdraft.
       check_overdraft_allowed.
           MOVE 'N' TO WK-OD-CHG-SW.
           IF MAST-OD-ALLOWED
               SET WK-OD-CHARGEABLE TO TRUE
           ELSE
               IF MAST-PRODUCT NOT = SPACES
                   MOVE MAST-PRODUCT TO WK-PROD-WORK
                   PERFORM locate_product
                   IF WK-PRD-FOUND
                       IF WK-PRD-OD-LIMIT(WK-PRD-X) > 0
                           SET WK-OD-CHARGEABLE TO TRUE
                       END-IF
                   ELSE
                       DISPLAY 'DATACCR: PRODUCT ' MAST-PRODUCT
                           ' NOT ON PRODTBL - ' MAST-ACCT-NO
                           ' NOT CHARGED'
                       ADD 1 TO WK-PROD-MISS
                       SET WK-INPUT-ERR TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      * Highest floor the balance reaches, among the tiers of the
      * kind wanted.
       find_rate_tier.
           MOVE 0 TO WK-USE-FLOOR.
           MOVE 0 TO WK-USE-PCT.
           PERFORM test_rate_tier
               VARYING WK-RT-X FROM 1 BY 1
               UNTIL WK-RT-X > WK-RT-CNT.
      *
       test_rate_tier.
           IF WK-RT-KIND(WK-RT-X) = WK-WANT-KIND
                   AND WK-RT-FLOOR(WK-RT-X) <= WK-ABS-BAL
               IF NOT WK-TIER-FOUND
                       OR WK-RT-FLOOR(WK-RT-X) > WK-USE-FLOOR
                   SET WK-TIER-FOUND TO TRUE
                   MOVE WK-RT-FLOOR(WK-RT-X) TO WK-USE-FLOOR
                   MOVE WK-RT-PCT(WK-RT-X)   TO WK-USE-PCT
               END-IF
           END-IF.
      *
       count_accrual.
           ADD 1 TO WK-ACCR-COUNT.
           ADD WK-DAY-ACCR TO WK-NIGHT-TOTAL.
           IF WK-DAY-ACCR > 0
               ADD 1 TO WK-CR-COUNT
               ADD WK-DAY-ACCR TO WK-CR-TOTAL
           ELSE
               ADD 1 TO WK-OD-COUNT
               ADD WK-DAY-ACCR TO WK-OD-TOTAL
           END-IF.
      *
      * The control record rolls forward once the pass has run, even
      * if a rewrite failed - every other account has accrued, and a
      * rerun would accrue them twice. The failures are on SYSOUT
      * for the desk to adjust by hand.
       write_control_file.
           IF WK-READ-COUNT > 0 OR NOT WK-FILE-ERR
               OPEN OUTPUT CTL-FILE
               IF WK-CTL-OK
                   MOVE SPACES         TO CTL-RECORD
                   MOVE WK-RUN-DATE    TO CTL-RUN-DATE
                   MOVE WK-ACCR-DAYS   TO CTL-DAYS
                   MOVE WK-ACCR-COUNT  TO CTL-ACCT-COUNT
                   MOVE WK-NIGHT-TOTAL TO CTL-ACCR-AMOUNT
                   WRITE CTL-RECORD
                   CLOSE CTL-FILE
               ELSE
                   DISPLAY 'DATACCR: UNABLE TO WRITE ACCRCTL FILE'
                   SET WK-FILE-ERR TO TRUE
               END-IF
           ELSE
               DISPLAY 'DATACCR: ACCRCTL NOT ROLLED FORWARD'
           END-IF.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING 'DATACCR INTEREST ACCRUAL LISTING'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                      '   DAYS: '                  DELIMITED BY SIZE
                      WK-ACCR-DAYS                 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '  ACCOUNT       BALANCE      KD   RATE%'
                      '       TONIGHT       TO-DATE'
                                                  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               DISPLAY 'DATACCR: UNABLE TO OPEN ACCRRPT FILE'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       write_report_detail.
           IF WK-RPT-OPEN
               MOVE MAST-BALANCE     TO WK-BAL-ED
               MOVE WK-USE-PCT       TO WK-PCT-ED
               MOVE WK-DAY-ACCR      TO WK-ACCR-ED
               MOVE MAST-ACCR-TODATE TO WK-TODATE-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      MAST-ACCT-NO      DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-BAL-ED         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-WANT-KIND      DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-PCT-ED         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-ACCR-ED        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-TODATE-ED      DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_report_totals.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WK-CR-TOTAL TO WK-TOT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  INTEREST ACCOUNTS: '   DELIMITED BY SIZE
                      WK-CR-COUNT               DELIMITED BY SIZE
                      '  ACCRUED: '             DELIMITED BY SIZE
                      WK-TOT-ED                 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WK-OD-TOTAL TO WK-TOT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  OVERDRAFT ACCOUNTS: '  DELIMITED BY SIZE
                      WK-OD-COUNT               DELIMITED BY SIZE
                      ' CHARGED: '              DELIMITED BY SIZE
                      WK-TOT-ED                 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WK-TODATE-TOTAL TO WK-TOT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  ACCRUED TO DATE ON MASTER: '
                                                DELIMITED BY SIZE
                      WK-TOT-ED                 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       close_report_file.
           IF WK-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATACCR: ACCRUAL SUMMARY'.
           DISPLAY '  DAYS ACCRUED             =' WK-ACCR-DAYS.
           DISPLAY '  RATE TIERS LOADED        =' WK-RT-CNT.
           DISPLAY '  RATE CARDS IGNORED       =' WK-RATE-BAD.
           DISPLAY '  PRODUCTS LOADED          =' WK-PRD-CNT.
           DISPLAY '  ACCOUNTS READ            =' WK-READ-COUNT.
           DISPLAY '  INTEREST ACCRUALS        =' WK-CR-COUNT.
           MOVE WK-CR-TOTAL TO WK-TOT-ED.
           DISPLAY '  INTEREST ACCRUED         =' WK-TOT-ED.
           DISPLAY '  OVERDRAFT CHARGES        =' WK-OD-COUNT.
           MOVE WK-OD-TOTAL TO WK-TOT-ED.
           DISPLAY '  OVERDRAFT CHARGED        =' WK-TOT-ED.
           DISPLAY '  PRODUCT NOT ON PRODTBL   =' WK-PROD-MISS.
           MOVE WK-TODATE-TOTAL TO WK-TOT-ED.
           DISPLAY '  ACCRUED TO DATE          =' WK-TOT-ED.
           DISPLAY '  REWRITE FAILURES         =' WK-FAIL-COUNT.
           DISPLAY '-------------------------------------------'.
      *
      * 12 means the chain gate refused the run (no clean posting
      * step for tonight), 8 means the rate table, control file or
      * master could not be processed (or an account could not be
      * rewritten), 4 means a rate card or product was ignored,
      * PRODTBL was missing, an overdrawn account's product was not
      * on it, or the run date was already accrued.
       set_return_code.
           IF WK-CHAIN-BLOCKED
               MOVE 12 TO RETURN-CODE
           ELSE
           IF WK-FILE-ERR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-INPUT-ERR OR WK-ALREADY-DONE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           DISPLAY 'DATACCR: RETURN-CODE=' RETURN-CODE.
