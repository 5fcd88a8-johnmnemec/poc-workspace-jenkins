       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATDORM.
      * Dormant-account detection. Nothing ever looked at
      * MAST-LAST-DATE, so an account nobody had touched for years
      * sat active on the master until a fraudster found it. This
      * periodic step passes the whole ACCTMSTR and classifies
      * every open account by the days since its last activity
      * against the thresholds on DORMPARM:
      *
      *   ACTIVE    - under the inactive threshold
      *   INACTIVE  - past it, still under the dormant one
      *   DORMANT   - past the dormant threshold
      *   ESCHEAT   - past the escheatment threshold as well
      *
      * An account still active on the master that has reached
      * dormant gets an FR transaction on DORMOUT - TRANSIN layout
      * with a DATXHDR header and trailer, wired into a REGNCTL slot
      * of its own the way SORDOUT is - so the freeze is merged,
      * edited by DATEDIT and posted by DATBATCH like any other
      * region's work. Nothing here touches the master.
      *
      * DORMRPT lists every account past the inactive threshold
      * with its class and what was done about it. UNCLRPT is the
      * unclaimed-property listing for compliance: every account
      * past the escheatment threshold that still holds a balance,
      * closed ones included, grouped by the region that opened it.
      *
      * Generated TRANS-IDs are the 8 series - an 8, the run date
      * as YYMMDD and a three-digit sequence - ascending for the
      * merge's sequence check and never repeated inside DATEDIT's
      * duplicate window. DATBATCH knows the series: a dormancy
      * freeze is not customer activity, so it leaves the last
      * activity date alone and escheatment keeps counting from
      * the customer's own last transaction.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'DORMPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PARM-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-ACCT-NO
               FILE STATUS IS WK-MAST-STATUS.
           SELECT GEN-FILE ASSIGN TO 'DORMOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-GEN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'DORMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT UNCL-FILE ASSIGN TO 'UNCLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-UNCL-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
           SELECT SORT-FILE ASSIGN TO 'DORMSORT'.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Threshold card - days since last activity at which an
      * account becomes inactive, dormant and due for escheatment,
      * five digits each, ascending. No card means the defaults of
      * one, two and five years; a card that is there but does not
      * make sense refuses the run rather than freeze on a guess.
       01  PARM-RECORD.
           05  PARM-INACTIVE-DAYS   PIC 9(5).
           05  FILLER               PIC X(1).
           05  PARM-DORMANT-DAYS    PIC 9(5).
           05  FILLER               PIC X(1).
           05  PARM-ESCHEAT-DAYS    PIC 9(5).
           05  FILLER               PIC X(63).
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
       FD  GEN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Tonight's generated freezes - header, FR details in
      * TRANS-ID order, trailer with count and TRANS-ID hash.
       01  GEN-RECORD               PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Dormancy report - accounts past the inactive threshold, in
      * account order, with class totals at the end.
       01  REPORT-LINE              PIC X(132).
       FD  UNCL-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Unclaimed-property listing - by region, then account.
       01  UNCL-LINE                PIC X(132).
       FD  CHAIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Shared chain-control trail - same layout DATMERGE writes.
      * Like DATSORD's generation this runs ahead of the merge, so
      * it only appends its own record.
       01  CHAIN-RECORD.
           05  CHN-STEP             PIC X(8).
           05  FILLER               PIC X(1).
           05  CHN-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  CHN-RETURN-CODE      PIC 9(3).
           05  FILLER               PIC X(1).
           05  CHN-RUN-TIME         PIC 9(8).
           05  FILLER               PIC X(50).
       SD  SORT-FILE.
      * Escheatment candidates, gathered on the master pass and
      * sorted into region order for the unclaimed-property
      * listing.
       01  SORT-RECORD.
           05  SRT-REGION           PIC X(3).
           05  SRT-ACCT             PIC 9(10).
           05  SRT-STATUS           PIC X(1).
           05  SRT-LAST-DATE        PIC 9(8).
           05  SRT-DAYS             PIC 9(7).
           05  SRT-BALANCE          PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
       WORKING-STORAGE SECTION.
      * Shared transaction views - generated freezes are built in
      * the ADOV1-TRAN-BUS layout.
       COPY DATXREC.
       COPY DATXHDR.
       01 WK-PARM-STATUS   PIC X(2) VALUE '00'.
          88  WK-PARM-OK            VALUE '00'.
       01 WK-MAST-STATUS   PIC X(2) VALUE '00'.
          88  WK-MAST-OK            VALUE '00'.
          88  WK-MAST-NOFILE        VALUE '05' '35'.
       01 WK-GEN-STATUS    PIC X(2) VALUE '00'.
          88  WK-GEN-OK             VALUE '00'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-UNCL-STATUS   PIC X(2) VALUE '00'.
          88  WK-UNCL-OK            VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-UNCL-OPEN-SW  PIC X(1) VALUE 'N'.
          88  WK-UNCL-OPEN          VALUE 'Y'.
       01 WK-GEN-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-GEN-OPEN           VALUE 'Y'.
       01 WK-MAST-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-MAST-EOF           VALUE 'Y'.
       01 WK-SORT-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-SORT-EOF           VALUE 'Y'.
       01 WK-FILE-ERR-SW   PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-REFUSED-SW    PIC X(1) VALUE 'N'.
          88  WK-REFUSED            VALUE 'Y'.
      * The thresholds in force.
       01 WK-INACTIVE-DAYS PIC 9(5) VALUE 365.
       01 WK-DORMANT-DAYS  PIC 9(5) VALUE 730.
       01 WK-ESCHEAT-DAYS  PIC 9(5) VALUE 1825.
      * The account in hand - its days since last activity, its
      * class and what this run did about it.
       01 WK-ACT-DATE      PIC 9(8) VALUE 0.
       01 WK-DAYS          PIC S9(9) COMP VALUE 0.
       01 WK-CLASS         PIC X(8) VALUE SPACES.
          88  WK-CLASS-ACTIVE       VALUE 'ACTIVE'.
          88  WK-CLASS-INACTIVE     VALUE 'INACTIVE'.
          88  WK-CLASS-DORMANT      VALUE 'DORMANT'.
          88  WK-CLASS-ESCHEAT      VALUE 'ESCHEAT'.
       01 WK-ACTION        PIC X(30) VALUE SPACES.
      * Serial day numbers - same conversion DATPURGE uses.
       01 WK-RUN-DAYS      PIC S9(9) COMP VALUE 0.
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
      * The 8-series TRANS-ID. Three digits of sequence is a
      * thousand freezes a run - a first run over years of
      * neglect defers the rest to the next run rather than
      * wrapping.
       01 WK-FR-ID.
          05  WK-FR-ID-SERIES      PIC X(1) VALUE '8'.
          05  WK-FR-ID-DATE        PIC 9(6) VALUE 0.
          05  WK-FR-ID-SEQ         PIC 9(3) VALUE 0.
       01 WK-FR-ID-NUM REDEFINES WK-FR-ID PIC 9(10).
       01 WK-FR-MAX        PIC 9(3) VALUE 999.
      * Counts by class - accounts and balances.
       01 WK-READ-COUNT    PIC 9(7) VALUE 0.
       01 WK-CLOSED-COUNT  PIC 9(7) VALUE 0.
       01 WK-NODATE-COUNT  PIC 9(7) VALUE 0.
       01 WK-ACTIVE-COUNT  PIC 9(7) VALUE 0.
       01 WK-INACT-COUNT   PIC 9(7) VALUE 0.
       01 WK-DORM-COUNT    PIC 9(7) VALUE 0.
       01 WK-ESCH-COUNT    PIC 9(7) VALUE 0.
      * The class count being printed on a class totals line.
       01 WK-TOTAL-COUNT   PIC 9(7) VALUE 0.
       01 WK-ACTIVE-BAL    PIC S9(11)V99 VALUE 0.
       01 WK-INACT-BAL     PIC S9(11)V99 VALUE 0.
       01 WK-DORM-BAL      PIC S9(11)V99 VALUE 0.
       01 WK-ESCH-BAL      PIC S9(11)V99 VALUE 0.
       01 WK-FROZEN-COUNT  PIC 9(7) VALUE 0.
       01 WK-DEFER-COUNT   PIC 9(7) VALUE 0.
       01 WK-GEN-COUNT     PIC 9(7) VALUE 0.
       01 WK-GEN-HASH      PIC 9(12) VALUE 0.
      * Unclaimed-property listing - region break and totals.
       01 WK-CUR-REGION    PIC X(3) VALUE HIGH-VALUES.
       01 WK-RGN-COUNT     PIC 9(7) VALUE 0.
       01 WK-RGN-BAL       PIC S9(11)V99 VALUE 0.
       01 WK-UNCL-COUNT    PIC 9(7) VALUE 0.
       01 WK-UNCL-BAL      PIC S9(11)V99 VALUE 0.
       01 WK-RPT-LINE-COUNT PIC 9(3) VALUE 0.
       01 WK-RPT-PAGE-COUNT PIC 9(3) VALUE 0.
       01 WK-RPT-LINES-PER-PAGE PIC 9(3) VALUE 050.
       01 WK-DAYS-ED       PIC Z(6)9.
       01 WK-BAL-ED        PIC -(9)9.99.
       01 WK-AMT-ED        PIC -(11)9.99.
       01 WK-CHAIN-STATUS  PIC X(2) VALUE '00'.
          88  WK-CHAIN-OK           VALUE '00'.
          88  WK-CHAIN-NOFILE       VALUE '05' '35'.
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-RUN-SPLIT REDEFINES WK-RUN-DATE.
          05  FILLER               PIC 9(2).
          05  WK-RUN-YYMMDD        PIC 9(6).
       01 WK-RUN-TIME      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATDORM'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATDORM: DORMANT ACCOUNT DETECTION'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           MOVE WK-RUN-DATE TO WK-CNV-DATE.
           MOVE WK-RUN-YYMMDD TO WK-FR-ID-DATE.
           PERFORM convert_date_to_days.
           MOVE WK-CNV-DAYS TO WK-RUN-DAYS.
           PERFORM read_threshold_parm.
           PERFORM open_generated_file.
           IF NOT WK-REFUSED AND NOT WK-FILE-ERR
               PERFORM open_report_files
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-REGION SRT-ACCT
                   INPUT PROCEDURE IS pass_master_file
                   OUTPUT PROCEDURE IS write_unclaimed_listing
               PERFORM write_class_totals
               PERFORM close_report_files
           END-IF.
           IF WK-GEN-OPEN
               PERFORM close_generated_file
           END-IF.
           PERFORM print_summary.
           PERFORM set_return_code.
           PERFORM write_chain_record.
           STOP RUN.
      *
       read_threshold_parm.
           OPEN INPUT PARM-FILE.
           IF WK-PARM-OK
               READ PARM-FILE
                   AT END
                       DISPLAY 'DATDORM: DORMPARM EMPTY, DEFAULT '
                           'THRESHOLDS'
                   NOT AT END
                       IF PARM-INACTIVE-DAYS NUMERIC
                               AND PARM-DORMANT-DAYS NUMERIC
                               AND PARM-ESCHEAT-DAYS NUMERIC
                               AND PARM-INACTIVE-DAYS > 0
                               AND PARM-DORMANT-DAYS
                                   > PARM-INACTIVE-DAYS
                               AND PARM-ESCHEAT-DAYS
                                   > PARM-DORMANT-DAYS
                           MOVE PARM-INACTIVE-DAYS TO WK-INACTIVE-DAYS
                           MOVE PARM-DORMANT-DAYS  TO WK-DORMANT-DAYS
                           MOVE PARM-ESCHEAT-DAYS  TO WK-ESCHEAT-DAYS
                       ELSE
                           DISPLAY 'DATDORM: DORMPARM THRESHOLDS '
                               'INVALID - RUN REFUSED'
                           SET WK-REFUSED TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'DATDORM: DORMPARM NOT AVAIL, DEFAULT '
                   'THRESHOLDS'
           END-IF.
           DISPLAY 'DATDORM: INACTIVE ' WK-INACTIVE-DAYS
               ' DORMANT ' WK-DORMANT-DAYS
               ' ESCHEAT ' WK-ESCHEAT-DAYS ' DAYS'.
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
      * Sort input - the whole master in account order. An absent
      * master is simply nothing to classify.
       pass_master_file.
           OPEN INPUT MASTER-FILE.
           IF WK-MAST-OK
               PERFORM classify_one_master UNTIL WK-MAST-EOF
               CLOSE MASTER-FILE
           ELSE
               IF WK-MAST-NOFILE
                   DISPLAY 'DATDORM: NO ACCTMSTR YET, NOTHING TO DO'
               ELSE
                   DISPLAY 'DATDORM: ACCTMSTR NOT AVAILABLE, STATUS='
                       WK-MAST-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
      * The last activity date, or the open date for an account
      * that has never had any. A closed account is not classified
      * or frozen, but one still holding money goes on the
      * unclaimed listing once it is old enough.
       classify_one_master.
           READ MASTER-FILE
               AT END
                   SET WK-MAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-READ-COUNT
                   MOVE SPACES TO WK-ACTION
                   PERFORM find_activity_date
                   IF WK-ACT-DATE = 0
                       ADD 1 TO WK-NODATE-COUNT
                       MOVE 'NO ACTIVITY DATE ON MASTER'
                           TO WK-ACTION
                       MOVE 0 TO WK-DAYS
                       MOVE 'UNKNOWN' TO WK-CLASS
                       PERFORM write_dormancy_line
                   ELSE
                       PERFORM compute_days_idle
                       IF MAST-CLOSED
                           ADD 1 TO WK-CLOSED-COUNT
                       ELSE
                           PERFORM assign_class
                       END-IF
                       IF WK-DAYS >= WK-ESCHEAT-DAYS
                               AND MAST-BALANCE NOT = 0
                           PERFORM release_unclaimed
                       END-IF
                   END-IF
           END-READ.
      *
       find_activity_date.
           MOVE 0 TO WK-ACT-DATE.
           IF MAST-LAST-DATE NUMERIC AND MAST-LAST-DATE > 0
               MOVE MAST-LAST-DATE TO WK-ACT-DATE
           ELSE
               IF MAST-OPEN-DATE NUMERIC AND MAST-OPEN-DATE > 0
                   MOVE MAST-OPEN-DATE TO WK-ACT-DATE
               END-IF
           END-IF.
      *
       compute_days_idle.
           MOVE WK-ACT-DATE TO WK-CNV-DATE.
           PERFORM convert_date_to_days.
           COMPUTE WK-DAYS = WK-RUN-DAYS - WK-CNV-DAYS.
           IF WK-DAYS < 0
               MOVE 0 TO WK-DAYS
           END-IF.
      *
       assign_class.
           EVALUATE TRUE
               WHEN WK-DAYS >= WK-ESCHEAT-DAYS
                   MOVE 'ESCHEAT' TO WK-CLASS
                   ADD 1 TO WK-ESCH-COUNT
                   ADD MAST-BALANCE TO WK-ESCH-BAL
               WHEN WK-DAYS >= WK-DORMANT-DAYS
                   MOVE 'DORMANT' TO WK-CLASS
                   ADD 1 TO WK-DORM-COUNT
                   ADD MAST-BALANCE TO WK-DORM-BAL
               WHEN WK-DAYS >= WK-INACTIVE-DAYS
                   MOVE 'INACTIVE' TO WK-CLASS
                   ADD 1 TO WK-INACT-COUNT
                   ADD MAST-BALANCE TO WK-INACT-BAL
               WHEN OTHER
                   MOVE 'ACTIVE' TO WK-CLASS
                   ADD 1 TO WK-ACTIVE-COUNT
                   ADD MAST-BALANCE TO WK-ACTIVE-BAL
           END-EVALUATE.
           IF WK-CLASS-DORMANT OR WK-CLASS-ESCHEAT
               IF MAST-FROZEN
                   ADD 1 TO WK-FROZEN-COUNT
                   MOVE 'ALREADY FROZEN' TO WK-ACTION
               ELSE
                   PERFORM generate_freeze
               END-IF
           END-IF.
           IF NOT WK-CLASS-ACTIVE
               PERFORM write_dormancy_line
           END-IF.
      *
       generate_freeze.
           IF WK-FR-ID-SEQ >= WK-FR-MAX
               ADD 1 TO WK-DEFER-COUNT
               MOVE 'FREEZE DEFERRED - RUN LIMIT' TO WK-ACTION
           ELSE
               ADD 1 TO WK-FR-ID-SEQ
               MOVE SPACES TO ADOV1-TRAN-RECORD
               MOVE WK-FR-ID     TO ADOV1-TRAN-ID
               MOVE 'FR'         TO ADOV1-TRAN-TYPE
               MOVE MAST-ACCT-NO TO ADOV1-TRAN-ACCT
               MOVE 0            TO ADOV1-TRAN-AMOUNT
               MOVE WK-RUN-DATE  TO ADOV1-TRAN-EFF-DATE
               MOVE ADOV1-TRAN-RECORD TO GEN-RECORD
               WRITE GEN-RECORD
               ADD 1 TO WK-GEN-COUNT
               ADD WK-FR-ID-NUM TO WK-GEN-HASH
               MOVE SPACES TO WK-ACTION
               STRING 'FREEZE GENERATED '   DELIMITED BY SIZE
                      WK-FR-ID              DELIMITED BY SIZE
                   INTO WK-ACTION
               END-STRING
           END-IF.
      *
      * An account opened before the master carried its region
      * lands in the ??? group, as DATBATCH buckets an unstamped
      * record.
       release_unclaimed.
           IF MAST-REGION = SPACES
               MOVE '???'        TO SRT-REGION
           ELSE
               MOVE MAST-REGION  TO SRT-REGION
           END-IF.
           MOVE MAST-ACCT-NO     TO SRT-ACCT.
           MOVE MAST-STATUS      TO SRT-STATUS.
           MOVE WK-ACT-DATE      TO SRT-LAST-DATE.
           MOVE WK-DAYS          TO SRT-DAYS.
           MOVE MAST-BALANCE     TO SRT-BALANCE.
           RELEASE SORT-RECORD.
      *
      * Sort output - the unclaimed-property listing, one group per
      * region with its own count and balance.
       write_unclaimed_listing.
           PERFORM return_unclaimed UNTIL WK-SORT-EOF.
           IF WK-CUR-REGION NOT = HIGH-VALUES
               PERFORM close_region_group
           END-IF.
           IF WK-UNCL-OPEN
               MOVE SPACES TO UNCL-LINE
               WRITE UNCL-LINE
               MOVE SPACES TO UNCL-LINE
               IF WK-UNCL-COUNT = 0
                   STRING '  NO ACCOUNTS PAST THE ESCHEATMENT '
                          'THRESHOLD HOLD A BALANCE'
                                                  DELIMITED BY SIZE
                       INTO UNCL-LINE
                   END-STRING
               ELSE
                   MOVE WK-UNCL-BAL TO WK-AMT-ED
                   STRING '  TOTAL ACCOUNTS: '    DELIMITED BY SIZE
                          WK-UNCL-COUNT           DELIMITED BY SIZE
                          '   BALANCE: '          DELIMITED BY SIZE
                          WK-AMT-ED               DELIMITED BY SIZE
                       INTO UNCL-LINE
                   END-STRING
               END-IF
               WRITE UNCL-LINE
           END-IF.
      *
       return_unclaimed.
           RETURN SORT-FILE
               AT END
                   SET WK-SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-REGION NOT = WK-CUR-REGION
                       IF WK-CUR-REGION NOT = HIGH-VALUES
                           PERFORM close_region_group
                       END-IF
                       PERFORM open_region_group
                   END-IF
                   ADD 1 TO WK-RGN-COUNT
                   ADD 1 TO WK-UNCL-COUNT
                   ADD SRT-BALANCE TO WK-RGN-BAL
                   ADD SRT-BALANCE TO WK-UNCL-BAL
                   PERFORM write_unclaimed_line
           END-RETURN.
      *
       open_region_group.
           MOVE SRT-REGION TO WK-CUR-REGION.
           MOVE 0 TO WK-RGN-COUNT.
           MOVE 0 TO WK-RGN-BAL.
           IF WK-UNCL-OPEN
               MOVE SPACES TO UNCL-LINE
               WRITE UNCL-LINE
               MOVE SPACES TO UNCL-LINE
               STRING '  REGION '     DELIMITED BY SIZE
                      WK-CUR-REGION   DELIMITED BY SIZE
                   INTO UNCL-LINE
               END-STRING
               WRITE UNCL-LINE
               MOVE SPACES TO UNCL-LINE
               STRING '    ACCOUNT     ST  LAST-DATE   DAYS IDLE'
                      '        BALANCE'         DELIMITED BY SIZE
                   INTO UNCL-LINE
               END-STRING
               WRITE UNCL-LINE
           END-IF.
      *
       write_unclaimed_line.
           IF WK-UNCL-OPEN
               MOVE SRT-DAYS    TO WK-DAYS-ED
               MOVE SRT-BALANCE TO WK-BAL-ED
               MOVE SPACES TO UNCL-LINE
               STRING '    '            DELIMITED BY SIZE
                      SRT-ACCT          DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      SRT-STATUS        DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      SRT-LAST-DATE     DELIMITED BY SIZE
                      '    '            DELIMITED BY SIZE
                      WK-DAYS-ED        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-BAL-ED         DELIMITED BY SIZE
                   INTO UNCL-LINE
               END-STRING
               WRITE UNCL-LINE
           END-IF.
      *
       close_region_group.
           IF WK-UNCL-OPEN
               MOVE WK-RGN-BAL TO WK-AMT-ED
               MOVE SPACES TO UNCL-LINE
               STRING '    REGION '      DELIMITED BY SIZE
                      WK-CUR-REGION      DELIMITED BY SIZE
                      ' ACCOUNTS: '      DELIMITED BY SIZE
                      WK-RGN-COUNT       DELIMITED BY SIZE
                      '   BALANCE: '     DELIMITED BY SIZE
                      WK-AMT-ED          DELIMITED BY SIZE
                   INTO UNCL-LINE
               END-STRING
               WRITE UNCL-LINE
           END-IF.
      *
      * DORMOUT always gets its header and trailer, even on a run
      * that freezes nothing or is refused - the merge balances an
      * empty slot the same as a busy one.
       open_generated_file.
           OPEN OUTPUT GEN-FILE.
           IF WK-GEN-OK
               SET WK-GEN-OPEN TO TRUE
               MOVE SPACES TO ADOV1-HDR-RECORD
               MOVE 'HDR'       TO ADOV1-HDR-REC-TYPE
               MOVE WK-RUN-DATE TO ADOV1-HDR-EXTR-DATE
               MOVE 'DATDORM'   TO ADOV1-HDR-SOURCE-SYS
               MOVE ADOV1-HDR-RECORD TO GEN-RECORD
               WRITE GEN-RECORD
           ELSE
               DISPLAY 'DATDORM: UNABLE TO OPEN DORMOUT FILE'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       close_generated_file.
           MOVE SPACES TO ADOV1-TRL-RECORD.
           MOVE 'TRL'        TO ADOV1-TRL-REC-TYPE.
           MOVE WK-GEN-COUNT TO ADOV1-TRL-REC-COUNT.
           MOVE WK-GEN-HASH  TO ADOV1-TRL-HASH-TOTAL.
           MOVE ADOV1-TRL-RECORD TO GEN-RECORD.
           WRITE GEN-RECORD.
           CLOSE GEN-FILE.
      *
       open_report_files.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               PERFORM write_report_header
           ELSE
               DISPLAY 'DATDORM: UNABLE TO OPEN DORMRPT FILE'
           END-IF.
           OPEN OUTPUT UNCL-FILE.
           IF WK-UNCL-OK
               SET WK-UNCL-OPEN TO TRUE
               MOVE SPACES TO UNCL-LINE
               STRING 'DATDORM UNCLAIMED PROPERTY LISTING'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                      '   ESCHEATMENT AFTER '     DELIMITED BY SIZE
                      WK-ESCHEAT-DAYS              DELIMITED BY SIZE
                      ' DAYS'                     DELIMITED BY SIZE
                   INTO UNCL-LINE
               END-STRING
               WRITE UNCL-LINE
           ELSE
               DISPLAY 'DATDORM: UNABLE TO OPEN UNCLRPT FILE'
           END-IF.
      *
       write_report_header.
           ADD 1 TO WK-RPT-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DATDORM DORMANCY REPORT'    DELIMITED BY SIZE
                  '   RUN DATE: '              DELIMITED BY SIZE
                  WK-RUN-DATE                   DELIMITED BY SIZE
                  '   PAGE: '                   DELIMITED BY SIZE
                  WK-RPT-PAGE-COUNT             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  THRESHOLDS - INACTIVE '   DELIMITED BY SIZE
                  WK-INACTIVE-DAYS              DELIMITED BY SIZE
                  '  DORMANT '                  DELIMITED BY SIZE
                  WK-DORMANT-DAYS               DELIMITED BY SIZE
                  '  ESCHEAT '                  DELIMITED BY SIZE
                  WK-ESCHEAT-DAYS               DELIMITED BY SIZE
                  ' DAYS'                       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ACCOUNT     RGN ST  LAST-DATE   DAYS IDLE'
                  '        BALANCE  CLASS     ACTION'
                                                  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WK-RPT-LINE-COUNT.
      *
       write_dormancy_line.
           IF WK-RPT-OPEN
               IF WK-RPT-LINE-COUNT >= WK-RPT-LINES-PER-PAGE
                   PERFORM write_report_header
               END-IF
               MOVE WK-DAYS      TO WK-DAYS-ED
               MOVE MAST-BALANCE TO WK-BAL-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      MAST-ACCT-NO      DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      MAST-REGION       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      MAST-STATUS       DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      WK-ACT-DATE       DELIMITED BY SIZE
                      '    '            DELIMITED BY SIZE
                      WK-DAYS-ED        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-BAL-ED         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-CLASS          DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-ACTION         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WK-RPT-LINE-COUNT
           END-IF.
      *
       write_class_totals.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'ACTIVE'   TO WK-CLASS
               MOVE WK-ACTIVE-COUNT TO WK-TOTAL-COUNT
               MOVE WK-ACTIVE-BAL   TO WK-AMT-ED
               PERFORM write_class_total_line
               MOVE 'INACTIVE' TO WK-CLASS
               MOVE WK-INACT-COUNT  TO WK-TOTAL-COUNT
               MOVE WK-INACT-BAL    TO WK-AMT-ED
               PERFORM write_class_total_line
               MOVE 'DORMANT'  TO WK-CLASS
               MOVE WK-DORM-COUNT   TO WK-TOTAL-COUNT
               MOVE WK-DORM-BAL     TO WK-AMT-ED
               PERFORM write_class_total_line
               MOVE 'ESCHEAT'  TO WK-CLASS
               MOVE WK-ESCH-COUNT   TO WK-TOTAL-COUNT
               MOVE WK-ESCH-BAL     TO WK-AMT-ED
               PERFORM write_class_total_line
               MOVE SPACES TO REPORT-LINE
               STRING '  FREEZES GENERATED: '  DELIMITED BY SIZE
                      WK-GEN-COUNT             DELIMITED BY SIZE
                      '   ALREADY FROZEN: '    DELIMITED BY SIZE
                      WK-FROZEN-COUNT          DELIMITED BY SIZE
                      '   DEFERRED: '          DELIMITED BY SIZE
                      WK-DEFER-COUNT           DELIMITED BY SIZE
                      '   CLOSED: '            DELIMITED BY SIZE
                      WK-CLOSED-COUNT          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_class_total_line.
           MOVE SPACES TO REPORT-LINE.
           STRING '  CLASS '                   DELIMITED BY SIZE
                  WK-CLASS                      DELIMITED BY SIZE
                  '  ACCOUNTS: '                DELIMITED BY SIZE
                  WK-TOTAL-COUNT                DELIMITED BY SIZE
                  '   BALANCE: '                DELIMITED BY SIZE
                  WK-AMT-ED                     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *
       close_report_files.
           IF WK-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF.
           IF WK-UNCL-OPEN
               CLOSE UNCL-FILE
           END-IF.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATDORM: DORMANCY SUMMARY'.
           DISPLAY '  ACCOUNTS READ            =' WK-READ-COUNT.
           DISPLAY '  ACTIVE ACCOUNTS          =' WK-ACTIVE-COUNT.
           DISPLAY '  INACTIVE ACCOUNTS        =' WK-INACT-COUNT.
           DISPLAY '  DORMANT ACCOUNTS         =' WK-DORM-COUNT.
           DISPLAY '  ESCHEATMENT ACCOUNTS     =' WK-ESCH-COUNT.
           DISPLAY '  CLOSED ACCOUNTS          =' WK-CLOSED-COUNT.
           DISPLAY '  NO ACTIVITY DATE         =' WK-NODATE-COUNT.
           DISPLAY '  FREEZES GENERATED        =' WK-GEN-COUNT.
           DISPLAY '  ALREADY FROZEN           =' WK-FROZEN-COUNT.
           DISPLAY '  FREEZES DEFERRED         =' WK-DEFER-COUNT.
           DISPLAY '  UNCLAIMED ACCOUNTS       =' WK-UNCL-COUNT.
           MOVE WK-UNCL-BAL TO WK-AMT-ED.
           DISPLAY '  UNCLAIMED BALANCE        =' WK-AMT-ED.
           DISPLAY '-------------------------------------------'.
      *
      * The chain trail shows the step ran and how it ended, so
      * the night's merge can be traced back to it.
       write_chain_record.
           ACCEPT WK-RUN-TIME FROM TIME.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHAIN-NOFILE
               OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF WK-CHAIN-OK
               MOVE SPACES        TO CHAIN-RECORD
               MOVE 'DATDORM'     TO CHN-STEP
               MOVE WK-RUN-DATE   TO CHN-RUN-DATE
               MOVE RETURN-CODE   TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME   TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATDORM: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
      *
      * 12 means the threshold card was refused and nothing was
      * classified (DORMOUT is empty), 8 means the master or
      * DORMOUT could not be processed and DORMOUT must not be
      * merged, 4 means freezes were deferred to the next run or an
      * account has no activity date to classify by.
       set_return_code.
           IF WK-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-FILE-ERR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WK-DEFER-COUNT > 0 OR WK-NODATE-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           DISPLAY 'DATDORM: RETURN-CODE=' RETURN-CODE.
