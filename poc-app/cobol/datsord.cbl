       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATSORD.
      * Standing-order processing - recurring TR transfers (rent on
      * the 1st, savings every Friday) come off the STANDORD file
      * instead of being keyed into a regional extract every time.
      * The step runs twice a night off its mode card:
      *
      *   mode G - ahead of DATMERGE. Every active order whose next
      *   due date has arrived gets a TR transaction on SORDOUT, in
      *   the TRANSIN layout with a DATXHDR header and trailer. A
      *   due date that is not a business day on the CALENDAR file
      *   rolls forward to the next one that is. SORDOUT is wired
      *   into a REGNCTL slot of its own, so the generated transfers
      *   are merged, edited by DATEDIT and posted by DATBATCH like
      *   any other region's work - nothing here touches a master.
      *
      *   mode F - after the night's posting step. Every generated
      *   transfer that was rejected by DATEDIT (TRANSREJ) or did
      *   not post (SUSPOUT) flags its order failed with the reason,
      *   so the desk sees it on the order file and the SORDRPT
      *   listing; a flagged transfer that posts on a later suspense
      *   retry clears its flag again.
      *
      * Both modes read STANDORD and write the whole file back out
      * on STANDORO for the scheduler to install as the next
      * STANDORD, the way DATCMNT hands back CALENDRO.
      *
      * Generated TRANS-IDs are the 9 series - a 9, the six-digit
      * order number and a three-digit occurrence count kept on the
      * order - so they come out in TRANS-ID order for the merge's
      * sequence check, never repeat inside DATEDIT's duplicate
      * window, and lead mode F straight back to their order. The
      * count does not wrap: an order that has used all 999 is
      * deferred, listed on SORDRPT and left for the desk to re-key
      * under a new order number.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'SORDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PARM-STATUS.
           SELECT ORDER-FILE ASSIGN TO 'STANDORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ORD-STATUS.
           SELECT ORDOUT-FILE ASSIGN TO 'STANDORO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ORDO-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CAL-STATUS.
           SELECT GEN-FILE ASSIGN TO 'SORDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-GEN-STATUS.
           SELECT HIST-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
           SELECT SUSP-FILE ASSIGN TO 'SUSPOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SUSP-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'TRANSREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REJ-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SORDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Mode card - 'G' (generate) or 'F' (flag failures) in
      * column 1.
       01  PARM-RECORD.
           05  PARM-MODE            PIC X(1).
               88  PARM-GENERATE     VALUE 'G'.
               88  PARM-FLAG         VALUE 'F'.
           05  FILLER               PIC X(79).
       FD  ORDER-FILE
           RECORD CONTAINS 160 CHARACTERS.
      * Standing-order file, in order-number order. The desk keys
      * the order itself - number, from-account, to-account, the
      * amount to move and its currency (spaces for the base
      * currency, otherwise the from-account's own), frequency ('W'
      * weekly, 'F' fortnightly, 'M' monthly, 'Q' quarterly, 'A'
      * annually), start date, optional end date and status ('A' or
      * space active, 'H' held). The rest is kept by this step:
      * the next due date (first due is the start date; monthly and
      * longer schedules stay on the start date's day of the month),
      * the occurrence count behind the TRANS-ID, the last transfer
      * generated, and the failure flag with the transfer and
      * reason that raised it. An order past its end date is set
      * 'E' and generates no more.
       01  ORDER-RECORD.
           05  SO-ORDER-NO          PIC 9(6).
           05  FILLER               PIC X(1).
           05  SO-FROM-ACCT         PIC 9(10).
           05  FILLER               PIC X(1).
           05  SO-TO-ACCT           PIC 9(10).
           05  FILLER               PIC X(1).
           05  SO-AMOUNT            PIC 9(09)V99.
           05  FILLER               PIC X(1).
           05  SO-FREQ              PIC X(1).
               88  SO-FREQ-WEEKLY    VALUE 'W'.
               88  SO-FREQ-FORTNIGHT VALUE 'F'.
               88  SO-FREQ-MONTHLY   VALUE 'M'.
               88  SO-FREQ-QUARTERLY VALUE 'Q'.
               88  SO-FREQ-ANNUAL    VALUE 'A'.
               88  SO-FREQ-VALID     VALUE 'W' 'F' 'M' 'Q' 'A'.
           05  FILLER               PIC X(1).
           05  SO-START-DATE        PIC 9(8).
           05  SO-START-SPLIT REDEFINES SO-START-DATE.
               10  SO-START-YYYY     PIC 9(4).
               10  SO-START-MM       PIC 9(2).
               10  SO-START-DD       PIC 9(2).
           05  FILLER               PIC X(1).
           05  SO-END-DATE          PIC 9(8).
           05  FILLER               PIC X(1).
           05  SO-STATUS            PIC X(1).
               88  SO-ACTIVE         VALUE 'A' ' '.
               88  SO-HELD           VALUE 'H'.
               88  SO-ENDED          VALUE 'E'.
           05  FILLER               PIC X(1).
           05  SO-NEXT-DUE          PIC 9(8).
           05  FILLER               PIC X(1).
           05  SO-GEN-COUNT         PIC 9(3).
           05  FILLER               PIC X(1).
           05  SO-LAST-TRAN-ID      PIC X(10).
           05  FILLER               PIC X(1).
           05  SO-LAST-GEN-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  SO-FAIL-SW           PIC X(1).
               88  SO-FAILED         VALUE 'F'.
           05  FILLER               PIC X(1).
           05  SO-FAIL-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  SO-FAIL-TRAN-ID      PIC X(10).
           05  FILLER               PIC X(1).
           05  SO-FAIL-REASON       PIC X(30).
           05  FILLER               PIC X(1).
           05  SO-CURRENCY          PIC X(3).
           05  FILLER               PIC X(8).
       FD  ORDOUT-FILE
           RECORD CONTAINS 160 CHARACTERS.
      * The order file going out - every order read, in the same
      * order, carrying tonight's updates.
       01  ORDOUT-RECORD            PIC X(160).
       FD  CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH's check_calendar reads.
       01  CALENDAR-RECORD.
           05  CAL-DATE             PIC 9(8).
           05  FILLER               PIC X(1).
           05  CAL-DAY-TYPE         PIC X(1).
               88  CAL-BUSINESS-DAY  VALUE 'B'.
               88  CAL-HOLIDAY       VALUE 'H'.
           05  FILLER               PIC X(1).
           05  CAL-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(49).
       FD  GEN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Tonight's generated transfers - header, TR details in
      * TRANS-ID order, trailer with count and TRANS-ID hash.
       01  GEN-RECORD               PIC X(80).
       FD  HIST-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Same layout DATBATCH appends - see its HIST-RECORD.
       01  HIST-RECORD.
           05  HIST-RUN-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  HIST-TRAN            PIC X(80).
           05  FILLER               PIC X(1).
           05  HIST-MOVE-AMT        PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  HIST-BALANCE         PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(14).
       FD  SUSP-FILE
           RECORD CONTAINS 121 CHARACTERS.
      * Tonight's suspense as DATBATCH left it - see its SOUT-RECORD.
       01  SUSP-RECORD.
           05  SUSP-TRAN            PIC X(80).
           05  SUSP-AGE             PIC 9(03).
           05  SUSP-DATE-IN         PIC 9(08).
           05  SUSP-REASON          PIC X(30).
       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Tonight's DATEDIT rejects, header and trailer included.
       01  REJECT-RECORD            PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Standing-order listing - the transfers generated, or the
      * orders flagged and cleared, plus any order cards refused.
       01  REPORT-LINE              PIC X(132).
       FD  CHAIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Shared chain-control trail - same layout DATMERGE writes.
      * Mode F refuses to start unless the night's posting step
      * shows complete and clean for the run date; both modes
      * append their own record.
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
      * Shared transaction views - generated transfers are built in
      * the ADOV1-TRAN-BUS layout, and the history, suspense and
      * reject records are inspected through it.
       COPY DATXREC.
       COPY DATXHDR.
       01 WK-PARM-STATUS   PIC X(2) VALUE '00'.
          88  WK-PARM-OK            VALUE '00'.
       01 WK-ORD-STATUS    PIC X(2) VALUE '00'.
          88  WK-ORD-OK             VALUE '00'.
       01 WK-ORDO-STATUS   PIC X(2) VALUE '00'.
          88  WK-ORDO-OK            VALUE '00'.
       01 WK-CAL-STATUS    PIC X(2) VALUE '00'.
          88  WK-CAL-OK             VALUE '00'.
       01 WK-GEN-STATUS    PIC X(2) VALUE '00'.
          88  WK-GEN-OK             VALUE '00'.
       01 WK-HIST-STATUS   PIC X(2) VALUE '00'.
          88  WK-HIST-OK            VALUE '00'.
          88  WK-HIST-NOFILE        VALUE '05' '35'.
       01 WK-SUSP-STATUS   PIC X(2) VALUE '00'.
          88  WK-SUSP-OK            VALUE '00'.
          88  WK-SUSP-NOFILE        VALUE '05' '35'.
       01 WK-REJ-STATUS    PIC X(2) VALUE '00'.
          88  WK-REJ-OK             VALUE '00'.
          88  WK-REJ-NOFILE         VALUE '05' '35'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-ORD-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-ORD-OPEN           VALUE 'Y'.
       01 WK-GEN-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-GEN-OPEN           VALUE 'Y'.
       01 WK-ORD-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-ORD-EOF            VALUE 'Y'.
       01 WK-CAL-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-CAL-EOF            VALUE 'Y'.
       01 WK-IN-EOF-SW     PIC X(1) VALUE 'N'.
          88  WK-IN-EOF             VALUE 'Y'.
       01 WK-FILE-ERR-SW   PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-INPUT-ERR-SW  PIC X(1) VALUE 'N'.
          88  WK-INPUT-ERR          VALUE 'Y'.
       01 WK-MODE-SW       PIC X(1) VALUE 'G'.
          88  WK-MODE-GENERATE      VALUE 'G'.
          88  WK-MODE-FLAG          VALUE 'F'.
      * Business days off the CALENDAR, from a year back on, in date
      * order - a due date rolls to the first entry on or after it.
       01 WK-CT-MAX        PIC 9(4) COMP VALUE 1500.
       01 WK-CT-CNT        PIC 9(4) COMP VALUE 0.
       01 WK-CT-TABLE.
          05  WK-CT-ENTRY OCCURS 1500 TIMES INDEXED BY WK-CT-X.
              10  WK-CT-DATE        PIC 9(8).
       01 WK-CT-LOW        PIC 9(8) VALUE 0.
       01 WK-CT-PREV       PIC 9(8) VALUE 0.
       01 WK-ROLL-SW       PIC X(1) VALUE 'N'.
          88  WK-ROLL-FOUND         VALUE 'Y'.
       01 WK-ROLL-DATE     PIC 9(8) VALUE 0.
      * Order card edit - the first failure names the reason.
       01 WK-CARD-REASON   PIC X(30) VALUE SPACES.
       01 WK-PREV-ORDER    PIC 9(6) VALUE 0.
      * Occurrences of one order generated tonight - a night after
      * an outage catches up every missed occurrence, up to a limit
      * that stops a bad start date flooding the extract.
       01 WK-ORDER-DONE-SW PIC X(1) VALUE 'N'.
          88  WK-ORDER-DONE         VALUE 'Y'.
       01 WK-OCC-COUNT     PIC 9(3) VALUE 0.
       01 WK-OCC-MAX       PIC 9(3) VALUE 12.
       01 WK-GEN-MAX       PIC 9(3) VALUE 999.
      * The 9-series TRANS-ID, built for a generated transfer and
      * taken apart again by mode F.
       01 WK-SO-ID.
          05  WK-SO-ID-SERIES      PIC X(1) VALUE '9'.
              88  WK-SO-ID-ORDER-SERIES VALUE '9'.
          05  WK-SO-ID-ORDER       PIC 9(6) VALUE 0.
          05  WK-SO-ID-OCC         PIC 9(3) VALUE 0.
       01 WK-SO-ID-NUM REDEFINES WK-SO-ID PIC 9(10).
      * Date stepping for the next due date - a day at a time for
      * the weekly schedules, a month at a time (held to the start
      * date's day, cut back to the month's last day) for the rest.
       01 WK-DT-DATE       PIC 9(8) VALUE 0.
       01 WK-DT-SPLIT REDEFINES WK-DT-DATE.
          05  WK-DT-YYYY           PIC 9(4).
          05  WK-DT-MM             PIC 9(2).
          05  WK-DT-DD             PIC 9(2).
       01 WK-DT-ADD-DAYS   PIC 9(2) VALUE 0.
       01 WK-DT-ADD-MONTHS PIC 9(2) VALUE 0.
       01 WK-DT-MONTH-LEN  PIC 9(2) VALUE 0.
       01 WK-MONTH-LEN-TABLE.
          05  FILLER               PIC X(24) VALUE
              '312831303130313130313031'.
       01 WK-MONTH-LEN-R REDEFINES WK-MONTH-LEN-TABLE.
          05  WK-ML-ENTRY OCCURS 12 TIMES
                                   PIC 9(2).
       01 WK-LEAP-SW       PIC X(1) VALUE 'N'.
          88  WK-LEAP-YEAR          VALUE 'Y'.
       01 WK-LEAP-Q        PIC S9(9) COMP VALUE 0.
       01 WK-LEAP-R4       PIC S9(9) COMP VALUE 0.
       01 WK-LEAP-R100     PIC S9(9) COMP VALUE 0.
       01 WK-LEAP-R400     PIC S9(9) COMP VALUE 0.
      * Tonight's outcome for every 9-series transfer, gathered off
      * the history (P posted), the suspense (S) and the DATEDIT
      * rejects (R) before the order file is passed.
       01 WK-OC-MAX        PIC 9(4) COMP VALUE 5000.
       01 WK-OC-CNT        PIC 9(4) COMP VALUE 0.
       01 WK-OC-TABLE.
          05  WK-OC-ENTRY OCCURS 5000 TIMES INDEXED BY WK-OC-X.
              10  WK-OC-ORDER       PIC 9(6).
              10  WK-OC-ID          PIC X(10).
              10  WK-OC-ACCT        PIC 9(10).
              10  WK-OC-KIND        PIC X(1).
                  88  WK-OC-POSTED          VALUE 'P'.
              10  WK-OC-REASON      PIC X(30).
              10  WK-OC-MATCH-SW    PIC X(1).
                  88  WK-OC-MATCHED         VALUE 'Y'.
       01 WK-OC-KIND-SAVE  PIC X(1) VALUE SPACE.
       01 WK-OC-REASON-SAVE PIC X(30) VALUE SPACES.
       01 WK-FAIL-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-FAIL-FOUND         VALUE 'Y'.
       01 WK-RECOVER-SW    PIC X(1) VALUE 'N'.
          88  WK-RECOVERED          VALUE 'Y'.
       01 WK-FAIL-ID       PIC X(10) VALUE SPACES.
       01 WK-FAIL-REASON   PIC X(30) VALUE SPACES.
      * Counts for the summary.
       01 WK-ORD-READ      PIC 9(7) VALUE 0.
       01 WK-BAD-CARD-COUNT PIC 9(7) VALUE 0.
       01 WK-HELD-COUNT    PIC 9(7) VALUE 0.
       01 WK-ENDED-COUNT   PIC 9(7) VALUE 0.
       01 WK-ALREADY-COUNT PIC 9(7) VALUE 0.
       01 WK-CATCHUP-COUNT PIC 9(7) VALUE 0.
       01 WK-EXHAUST-COUNT PIC 9(7) VALUE 0.
       01 WK-GEN-COUNT     PIC 9(7) VALUE 0.
       01 WK-GEN-HASH      PIC 9(12) VALUE 0.
       01 WK-GEN-AMOUNT    PIC 9(11)V99 VALUE 0.
       01 WK-POSTED-COUNT  PIC 9(7) VALUE 0.
       01 WK-FLAGGED-COUNT PIC 9(7) VALUE 0.
       01 WK-CLEARED-COUNT PIC 9(7) VALUE 0.
       01 WK-UNMATCHED-COUNT PIC 9(7) VALUE 0.
       01 WK-AMT-ED        PIC -(9)9.99.
       01 WK-TOT-ED        PIC -(11)9.99.
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
       01 WK-CHAIN-STEP    PIC X(8) VALUE 'DATSORD'.
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-RUN-TIME      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATSORD'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATSORD: STANDING-ORDER PROCESSING'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM read_mode_parm.
           IF WK-MODE-FLAG
               MOVE 'DATSORDF' TO WK-CHAIN-STEP
               PERFORM check_chain_control
           END-IF.
           IF NOT WK-CHAIN-BLOCKED
               IF WK-MODE-GENERATE
                   PERFORM load_calendar_table
               ELSE
                   PERFORM load_outcome_table
               END-IF
           END-IF.
           IF NOT WK-CHAIN-BLOCKED AND NOT WK-FILE-ERR
               PERFORM open_order_files
           END-IF.
           IF WK-ORD-OPEN
               PERFORM open_report_file
               IF WK-MODE-GENERATE
                   PERFORM open_generated_file
               END-IF
               IF NOT WK-FILE-ERR
                   PERFORM process_one_order UNTIL WK-ORD-EOF
               END-IF
               IF WK-GEN-OPEN
                   PERFORM close_generated_file
               END-IF
               IF WK-MODE-FLAG
                   PERFORM count_unmatched_outcomes
               END-IF
               PERFORM close_order_files
               PERFORM write_report_totals
               PERFORM close_report_file
           END-IF.
           PERFORM print_summary.
           PERFORM set_return_code.
           PERFORM write_chain_record.
           STOP RUN.
      *
       read_mode_parm.
           OPEN INPUT PARM-FILE.
           IF WK-PARM-OK
               READ PARM-FILE
                   AT END
                       DISPLAY 'DATSORD: SORDPARM EMPTY, GENERATE'
               END-READ
               IF WK-PARM-OK
                   IF PARM-GENERATE OR PARM-FLAG
                       MOVE PARM-MODE TO WK-MODE-SW
                   ELSE
                       DISPLAY 'DATSORD: MODE CARD INVALID, '
                           'GENERATE'
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'DATSORD: SORDPARM NOT AVAIL, GENERATE'
           END-IF.
           DISPLAY 'DATSORD: MODE ' WK-MODE-SW.
      *
      * Chain gate for mode F - either posting step vouches for the
      * night, DATBATCH on a serial run, DATCONS on a split one. The
      * last record for tonight wins and must be clean (4 or
      * better); flagging orders off a failed night's files would
      * flag transfers the rerun is about to post.
       check_chain_control.
           OPEN INPUT CHAIN-FILE.
           IF WK-CHAIN-OK
               PERFORM scan_chain_record UNTIL WK-CHAIN-EOF
               CLOSE CHAIN-FILE
           ELSE
               IF WK-CHAIN-NOFILE
                   DISPLAY 'DATSORD: NO CHAINCTL YET'
               ELSE
                   DISPLAY 'DATSORD: CHAINCTL NOT READABLE, STATUS='
                       WK-CHAIN-STATUS
               END-IF
           END-IF.
           IF NOT WK-PRED-FOUND
               DISPLAY 'DATSORD: NO POSTING STEP COMPLETE FOR '
                   WK-RUN-DATE ' - RUN REFUSED'
               SET WK-CHAIN-BLOCKED TO TRUE
           ELSE
               IF WK-PRED-RC > 4
                   DISPLAY 'DATSORD: ' WK-PRED-STEP-SAVE
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
      * Generation writes DATSORD, flagging writes DATSORDF, so the
      * trail shows which half of the night each record is.
       write_chain_record.
           ACCEPT WK-RUN-TIME FROM TIME.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHAIN-NOFILE
               OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF WK-CHAIN-OK
               MOVE SPACES        TO CHAIN-RECORD
               MOVE WK-CHAIN-STEP TO CHN-STEP
               MOVE WK-RUN-DATE   TO CHN-RUN-DATE
               MOVE RETURN-CODE   TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME   TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATSORD: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
      *
      * The calendar is required for generation - without it there
      * is no telling which due dates must roll. Business days from
      * a year back are kept, which covers any due date a night
      * can still owe; the file must be in date order for the roll
      * to find the first business day on or after a date.
       load_calendar_table.
           COMPUTE WK-CT-LOW = WK-RUN-DATE - 10000.
           OPEN INPUT CALENDAR-FILE.
           IF WK-CAL-OK
               PERFORM load_one_calendar
                   UNTIL WK-CAL-EOF OR WK-FILE-ERR
               CLOSE CALENDAR-FILE
               IF WK-CT-CNT = 0
                   DISPLAY 'DATSORD: CALENDAR HAS NO BUSINESS DAYS'
                   SET WK-FILE-ERR TO TRUE
               END-IF
           ELSE
               DISPLAY 'DATSORD: CALENDAR NOT AVAILABLE, STATUS='
                   WK-CAL-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       load_one_calendar.
           READ CALENDAR-FILE
               AT END
                   SET WK-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-DATE NUMERIC AND CAL-BUSINESS-DAY
                           AND CAL-DATE >= WK-CT-LOW
                       PERFORM store_calendar_date
                   END-IF
           END-READ.
      *
       store_calendar_date.
           IF CAL-DATE <= WK-CT-PREV
               DISPLAY 'DATSORD: CALENDAR OUT OF ORDER AT '
                   CAL-DATE
               SET WK-FILE-ERR TO TRUE
           ELSE
               MOVE CAL-DATE TO WK-CT-PREV
               IF WK-CT-CNT < WK-CT-MAX
                   ADD 1 TO WK-CT-CNT
                   SET WK-CT-X TO WK-CT-CNT
                   MOVE CAL-DATE TO WK-CT-DATE(WK-CT-X)
               END-IF
           END-IF.
      *
      * Mode F gathers tonight's fate of every 9-series transfer
      * before the order file is passed. The history and the
      * rejects are required evidence once a night has posted; an
      * absent suspense file is a split night, which carries no
      * suspense cycle.
       load_outcome_table.
           PERFORM load_posted_history.
           IF NOT WK-FILE-ERR
               PERFORM load_suspended_items
           END-IF.
           IF NOT WK-FILE-ERR
               PERFORM load_edit_rejects
           END-IF.
      *
       load_posted_history.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT HIST-FILE.
           IF WK-HIST-OK
               PERFORM read_one_history UNTIL WK-IN-EOF
               CLOSE HIST-FILE
           ELSE
               IF WK-HIST-NOFILE
                   DISPLAY 'DATSORD: NO TRANHIST YET'
               ELSE
                   DISPLAY 'DATSORD: TRANHIST NOT READABLE, STATUS='
                       WK-HIST-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
      * A transfer leaves two history records under one TRANS-ID -
      * the debit side (the negative movement) is the one that
      * stands for the order.
       read_one_history.
           READ HIST-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   IF HIST-RUN-DATE NUMERIC
                           AND HIST-RUN-DATE = WK-RUN-DATE
                       MOVE HIST-TRAN TO ADOV1-TRAN-RECORD
                       IF ADOV1-TYPE-TRANSFER AND HIST-MOVE-AMT < 0
                           MOVE 'P'    TO WK-OC-KIND-SAVE
                           MOVE SPACES TO WK-OC-REASON-SAVE
                           PERFORM add_outcome
                       END-IF
                   END-IF
           END-READ.
      *
       load_suspended_items.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT SUSP-FILE.
           IF WK-SUSP-OK
               PERFORM read_one_suspense UNTIL WK-IN-EOF
               CLOSE SUSP-FILE
           ELSE
               IF WK-SUSP-NOFILE
                   DISPLAY 'DATSORD: NO SUSPOUT TONIGHT'
               ELSE
                   DISPLAY 'DATSORD: SUSPOUT NOT READABLE, STATUS='
                       WK-SUSP-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       read_one_suspense.
           READ SUSP-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   MOVE SUSP-TRAN TO ADOV1-TRAN-RECORD
                   MOVE 'S'         TO WK-OC-KIND-SAVE
                   MOVE SUSP-REASON TO WK-OC-REASON-SAVE
                   PERFORM add_outcome
           END-READ.
      *
       load_edit_rejects.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT REJECT-FILE.
           IF WK-REJ-OK
               PERFORM read_one_reject UNTIL WK-IN-EOF
               CLOSE REJECT-FILE
           ELSE
               IF WK-REJ-NOFILE
                   DISPLAY 'DATSORD: NO TRANSREJ TONIGHT'
               ELSE
                   DISPLAY 'DATSORD: TRANSREJ NOT READABLE, STATUS='
                       WK-REJ-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
      * DATEDIT keeps the reject reason on TRANSRSN, not on the
      * reject file, so the flag points the desk there.
       read_one_reject.
           READ REJECT-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   MOVE REJECT-RECORD TO ADOV1-HDR-RECORD
                                         ADOV1-TRL-RECORD
                   IF NOT ADOV1-HDR-REC AND NOT ADOV1-TRL-REC
                       MOVE REJECT-RECORD TO ADOV1-TRAN-RECORD
                       MOVE 'R' TO WK-OC-KIND-SAVE
                       MOVE 'REJECTED BY DATEDIT - TRANSRSN'
                           TO WK-OC-REASON-SAVE
                       PERFORM add_outcome
                   END-IF
           END-READ.
      *
      * Only a numeric 9-series TRANS-ID can belong to an order; the
      * account is kept so the order match is proven on both.
       add_outcome.
           MOVE ADOV1-TRAN-ID TO WK-SO-ID.
           IF WK-SO-ID-NUM NUMERIC AND WK-SO-ID-ORDER-SERIES
               IF WK-OC-CNT < WK-OC-MAX
                   ADD 1 TO WK-OC-CNT
                   SET WK-OC-X TO WK-OC-CNT
                   MOVE WK-SO-ID-ORDER   TO WK-OC-ORDER(WK-OC-X)
                   MOVE ADOV1-TRAN-ID    TO WK-OC-ID(WK-OC-X)
                   MOVE 0                TO WK-OC-ACCT(WK-OC-X)
                   IF ADOV1-TRAN-ACCT NUMERIC
                       MOVE ADOV1-TRAN-ACCT TO WK-OC-ACCT(WK-OC-X)
                   END-IF
                   MOVE WK-OC-KIND-SAVE  TO WK-OC-KIND(WK-OC-X)
                   MOVE WK-OC-REASON-SAVE TO WK-OC-REASON(WK-OC-X)
                   MOVE 'N'              TO WK-OC-MATCH-SW(WK-OC-X)
               ELSE
                   DISPLAY 'DATSORD: OUTCOME TABLE FULL AT '
                       ADOV1-TRAN-ID
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       open_order_files.
           OPEN INPUT ORDER-FILE.
           IF WK-ORD-OK
               OPEN OUTPUT ORDOUT-FILE
               IF WK-ORDO-OK
                   SET WK-ORD-OPEN TO TRUE
               ELSE
                   DISPLAY 'DATSORD: UNABLE TO OPEN STANDORO FILE'
                   SET WK-FILE-ERR TO TRUE
                   CLOSE ORDER-FILE
               END-IF
           ELSE
               DISPLAY 'DATSORD: STANDORD NOT AVAILABLE, STATUS='
                   WK-ORD-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       close_order_files.
           CLOSE ORDER-FILE.
           CLOSE ORDOUT-FILE.
      *
      * SORDOUT always gets its header and trailer, even on a night
      * nothing falls due - the merge balances an empty slot the
      * same as a busy one.
       open_generated_file.
           OPEN OUTPUT GEN-FILE.
           IF WK-GEN-OK
               SET WK-GEN-OPEN TO TRUE
               MOVE SPACES TO ADOV1-HDR-RECORD
               MOVE 'HDR'       TO ADOV1-HDR-REC-TYPE
               MOVE WK-RUN-DATE TO ADOV1-HDR-EXTR-DATE
               MOVE 'DATSORD'   TO ADOV1-HDR-SOURCE-SYS
               MOVE ADOV1-HDR-RECORD TO GEN-RECORD
               WRITE GEN-RECORD
           ELSE
               DISPLAY 'DATSORD: UNABLE TO OPEN SORDOUT FILE'
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
      * Every order read goes back out, changed or not - a card
      * this step cannot use is listed and carried unchanged.
       process_one_order.
           READ ORDER-FILE
               AT END
                   SET WK-ORD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-ORD-READ
                   PERFORM normalize_order
                   IF WK-MODE-GENERATE
                       PERFORM generate_for_order
                   ELSE
                       PERFORM flag_for_order
                   END-IF
                   MOVE ORDER-RECORD TO ORDOUT-RECORD
                   WRITE ORDOUT-RECORD
           END-READ.
      *
      * A new order arrives with the kept fields blank - they read
      * as zero from here on.
       normalize_order.
           IF SO-END-DATE NOT NUMERIC
               MOVE 0 TO SO-END-DATE
           END-IF.
           IF SO-NEXT-DUE NOT NUMERIC
               MOVE 0 TO SO-NEXT-DUE
           END-IF.
           IF SO-GEN-COUNT NOT NUMERIC
               MOVE 0 TO SO-GEN-COUNT
           END-IF.
           IF SO-LAST-GEN-DATE NOT NUMERIC
               MOVE 0 TO SO-LAST-GEN-DATE
           END-IF.
           IF SO-FAIL-DATE NOT NUMERIC
               MOVE 0 TO SO-FAIL-DATE
           END-IF.
      *
       generate_for_order.
           PERFORM validate_order.
           IF WK-CARD-REASON NOT = SPACES
               ADD 1 TO WK-BAD-CARD-COUNT
               SET WK-INPUT-ERR TO TRUE
               DISPLAY 'DATSORD: ORDER CARD REFUSED AT RECORD '
                   WK-ORD-READ ' - ' WK-CARD-REASON
               PERFORM write_card_error_line
           ELSE
               IF NOT SO-ACTIVE
                   ADD 1 TO WK-HELD-COUNT
               ELSE
                   IF SO-NEXT-DUE = 0
                       MOVE SO-START-DATE TO SO-NEXT-DUE
                   END-IF
      * The order already went out tonight - a rerun must not
      * generate it twice.
                   IF SO-LAST-GEN-DATE = WK-RUN-DATE
                       ADD 1 TO WK-ALREADY-COUNT
                   ELSE
                       MOVE 0 TO WK-OCC-COUNT
                       MOVE 'N' TO WK-ORDER-DONE-SW
                       PERFORM generate_one_occurrence
                           UNTIL WK-ORDER-DONE
                   END-IF
               END-IF
           END-IF.
      *
      * Order-number order is what keeps the generated TRANS-IDs in
      * sequence for the merge, so a card out of order is refused
      * rather than allowed to fail the whole slot.
       validate_order.
           MOVE SPACES TO WK-CARD-REASON.
           EVALUATE TRUE
               WHEN SO-ORDER-NO NOT NUMERIC OR SO-ORDER-NO = 0
                   MOVE 'ORDER NUMBER INVALID' TO WK-CARD-REASON
               WHEN SO-ORDER-NO NOT > WK-PREV-ORDER
                   MOVE 'ORDER OUT OF SEQUENCE' TO WK-CARD-REASON
               WHEN SO-FROM-ACCT NOT NUMERIC OR SO-FROM-ACCT = 0
                   MOVE 'FROM-ACCOUNT INVALID' TO WK-CARD-REASON
               WHEN SO-TO-ACCT NOT NUMERIC OR SO-TO-ACCT = 0
                       OR SO-TO-ACCT = SO-FROM-ACCT
                   MOVE 'TO-ACCOUNT INVALID' TO WK-CARD-REASON
               WHEN SO-AMOUNT NOT NUMERIC OR SO-AMOUNT = 0
                   MOVE 'AMOUNT INVALID' TO WK-CARD-REASON
               WHEN NOT SO-FREQ-VALID
                   MOVE 'FREQUENCY INVALID' TO WK-CARD-REASON
               WHEN SO-CURRENCY NOT = SPACES
                       AND (SO-CURRENCY NOT ALPHABETIC-UPPER
                            OR SO-CURRENCY(1:1) = SPACE
                            OR SO-CURRENCY(2:1) = SPACE
                            OR SO-CURRENCY(3:1) = SPACE)
                   MOVE 'CURRENCY INVALID' TO WK-CARD-REASON
               WHEN SO-START-DATE NOT NUMERIC
                       OR SO-START-MM < 01 OR SO-START-MM > 12
                       OR SO-START-DD < 01 OR SO-START-DD > 31
                   MOVE 'START DATE INVALID' TO WK-CARD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SO-ORDER-NO NUMERIC AND SO-ORDER-NO > WK-PREV-ORDER
               MOVE SO-ORDER-NO TO WK-PREV-ORDER
           END-IF.
      *
      * One pass per occurrence still owed - the end date closes
      * the order, a due date whose business day is still ahead
      * waits for that night.
       generate_one_occurrence.
           IF SO-END-DATE > 0 AND SO-NEXT-DUE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
               ADD 1 TO WK-ENDED-COUNT
               PERFORM write_ended_line
               SET WK-ORDER-DONE TO TRUE
           ELSE
               PERFORM roll_due_date
               IF NOT WK-ROLL-FOUND OR WK-ROLL-DATE > WK-RUN-DATE
                   SET WK-ORDER-DONE TO TRUE
               ELSE
                   IF WK-OCC-COUNT >= WK-OCC-MAX
                       ADD 1 TO WK-CATCHUP-COUNT
                       SET WK-INPUT-ERR TO TRUE
                       DISPLAY 'DATSORD: ORDER ' SO-ORDER-NO
                           ' CATCH-UP LIMIT REACHED'
                       PERFORM write_catchup_line
                       SET WK-ORDER-DONE TO TRUE
                   ELSE
                       IF SO-GEN-COUNT >= WK-GEN-MAX
                           ADD 1 TO WK-EXHAUST-COUNT
                           SET WK-INPUT-ERR TO TRUE
                           DISPLAY 'DATSORD: ORDER ' SO-ORDER-NO
                               ' OCCURRENCES EXHAUSTED - RE-KEY'
                           PERFORM write_exhausted_line
                           SET WK-ORDER-DONE TO TRUE
                       ELSE
                           PERFORM write_order_transfer
                           PERFORM advance_next_due
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * The first business day on or after the due date - the
      * calendar is contiguous and in order, so the first table
      * entry that reaches the date is the one.
       roll_due_date.
           MOVE 'N' TO WK-ROLL-SW.
           MOVE 0 TO WK-ROLL-DATE.
           PERFORM test_calendar_date
               VARYING WK-CT-X FROM 1 BY 1
               UNTIL WK-CT-X > WK-CT-CNT OR WK-ROLL-FOUND.
      *
       test_calendar_date.
           IF WK-CT-DATE(WK-CT-X) >= SO-NEXT-DUE
               SET WK-ROLL-FOUND TO TRUE
               MOVE WK-CT-DATE(WK-CT-X) TO WK-ROLL-DATE
           END-IF.
      *
      * The transfer itself - the order's from-account is the
      * account debited, its to-account the counter-account
      * credited, the rolled business day the effective date, the
      * order's currency the transfer's - DATBATCH holds it to the
      * from-account's own. The region is left for DATMERGE to
      * stamp with the slot's code.
       write_order_transfer.
           ADD 1 TO WK-OCC-COUNT.
           ADD 1 TO SO-GEN-COUNT.
           MOVE '9'          TO WK-SO-ID-SERIES.
           MOVE SO-ORDER-NO  TO WK-SO-ID-ORDER.
           MOVE SO-GEN-COUNT TO WK-SO-ID-OCC.
           MOVE SPACES TO ADOV1-TRAN-RECORD.
           MOVE WK-SO-ID     TO ADOV1-TRAN-ID.
           MOVE 'TR'         TO ADOV1-TRAN-TYPE.
           MOVE SO-FROM-ACCT TO ADOV1-TRAN-ACCT.
           MOVE SO-AMOUNT    TO ADOV1-TRAN-AMOUNT.
           MOVE WK-ROLL-DATE TO ADOV1-TRAN-EFF-DATE.
           MOVE SO-TO-ACCT   TO ADOV1-TRAN-CTR-ACCT.
           MOVE SO-CURRENCY  TO ADOV1-TRAN-CURRENCY.
           MOVE ADOV1-TRAN-RECORD TO GEN-RECORD.
           WRITE GEN-RECORD.
           ADD 1 TO WK-GEN-COUNT.
           ADD WK-SO-ID-NUM TO WK-GEN-HASH.
           ADD SO-AMOUNT TO WK-GEN-AMOUNT.
           MOVE WK-SO-ID    TO SO-LAST-TRAN-ID.
           MOVE WK-RUN-DATE TO SO-LAST-GEN-DATE.
           PERFORM write_generated_line.
      *
      * The next due date steps from the scheduled date, not the
      * rolled one, so a rent order stays on the 1st after a month
      * whose 1st fell on a weekend.
       advance_next_due.
           MOVE SO-NEXT-DUE TO WK-DT-DATE.
           EVALUATE TRUE
               WHEN SO-FREQ-WEEKLY
                   MOVE 7 TO WK-DT-ADD-DAYS
                   PERFORM add_one_day WK-DT-ADD-DAYS TIMES
               WHEN SO-FREQ-FORTNIGHT
                   MOVE 14 TO WK-DT-ADD-DAYS
                   PERFORM add_one_day WK-DT-ADD-DAYS TIMES
               WHEN SO-FREQ-MONTHLY
                   MOVE 1 TO WK-DT-ADD-MONTHS
                   PERFORM add_months
               WHEN SO-FREQ-QUARTERLY
                   MOVE 3 TO WK-DT-ADD-MONTHS
                   PERFORM add_months
               WHEN SO-FREQ-ANNUAL
                   MOVE 12 TO WK-DT-ADD-MONTHS
                   PERFORM add_months
           END-EVALUATE.
           MOVE WK-DT-DATE TO SO-NEXT-DUE.
      *
       add_one_day.
           PERFORM set_month_length.
           IF WK-DT-DD < WK-DT-MONTH-LEN
               ADD 1 TO WK-DT-DD
           ELSE
               MOVE 1 TO WK-DT-DD
               IF WK-DT-MM = 12
                   MOVE 1 TO WK-DT-MM
                   ADD 1 TO WK-DT-YYYY
               ELSE
                   ADD 1 TO WK-DT-MM
               END-IF
           END-IF.
      *
       add_months.
           ADD WK-DT-ADD-MONTHS TO WK-DT-MM.
           IF WK-DT-MM > 12
               SUBTRACT 12 FROM WK-DT-MM
               ADD 1 TO WK-DT-YYYY
           END-IF.
           MOVE SO-START-DD TO WK-DT-DD.
           PERFORM set_month_length.
           IF WK-DT-DD > WK-DT-MONTH-LEN
               MOVE WK-DT-MONTH-LEN TO WK-DT-DD
           END-IF.
      *
       set_month_length.
           MOVE WK-ML-ENTRY(WK-DT-MM) TO WK-DT-MONTH-LEN.
           IF WK-DT-MM = 2
               PERFORM set_leap_year
               IF WK-LEAP-YEAR
                   MOVE 29 TO WK-DT-MONTH-LEN
               END-IF
           END-IF.
      *
       set_leap_year.
           MOVE 'N' TO WK-LEAP-SW.
           DIVIDE WK-DT-YYYY BY 4 GIVING WK-LEAP-Q
               REMAINDER WK-LEAP-R4.
           DIVIDE WK-DT-YYYY BY 100 GIVING WK-LEAP-Q
               REMAINDER WK-LEAP-R100.
           DIVIDE WK-DT-YYYY BY 400 GIVING WK-LEAP-Q
               REMAINDER WK-LEAP-R400.
           IF (WK-LEAP-R4 = 0 AND WK-LEAP-R100 NOT = 0)
                   OR WK-LEAP-R400 = 0
               SET WK-LEAP-YEAR TO TRUE
           END-IF.
      *
      * Mode F - a failure tonight flags the order with the
      * transfer and reason; the flagged transfer posting tonight
      * (a suspense retry that went through) clears it. A failure
      * tonight wins over a clear. A card generation refused as out
      * of sequence never generated anything, so it is passed by.
       flag_for_order.
           IF SO-ORDER-NO NUMERIC AND SO-FROM-ACCT NUMERIC
                   AND SO-ORDER-NO > WK-PREV-ORDER
               MOVE SO-ORDER-NO TO WK-PREV-ORDER
               MOVE 'N' TO WK-FAIL-FOUND-SW
               MOVE 'N' TO WK-RECOVER-SW
               PERFORM check_one_outcome
                   VARYING WK-OC-X FROM 1 BY 1
                   UNTIL WK-OC-X > WK-OC-CNT
               EVALUATE TRUE
                   WHEN WK-FAIL-FOUND
                       MOVE 'F'            TO SO-FAIL-SW
                       MOVE WK-RUN-DATE    TO SO-FAIL-DATE
                       MOVE WK-FAIL-ID     TO SO-FAIL-TRAN-ID
                       MOVE WK-FAIL-REASON TO SO-FAIL-REASON
                       ADD 1 TO WK-FLAGGED-COUNT
                       PERFORM write_flagged_line
                   WHEN WK-RECOVERED
                       PERFORM write_cleared_line
                       MOVE SPACE  TO SO-FAIL-SW
                       MOVE 0      TO SO-FAIL-DATE
                       MOVE SPACES TO SO-FAIL-TRAN-ID
                       MOVE SPACES TO SO-FAIL-REASON
                       ADD 1 TO WK-CLEARED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       check_one_outcome.
           IF WK-OC-ORDER(WK-OC-X) = SO-ORDER-NO
                   AND WK-OC-ACCT(WK-OC-X) = SO-FROM-ACCT
               MOVE 'Y' TO WK-OC-MATCH-SW(WK-OC-X)
               IF WK-OC-POSTED(WK-OC-X)
                   ADD 1 TO WK-POSTED-COUNT
                   IF SO-FAILED
                           AND WK-OC-ID(WK-OC-X) = SO-FAIL-TRAN-ID
                       SET WK-RECOVERED TO TRUE
                   END-IF
               ELSE
                   SET WK-FAIL-FOUND TO TRUE
                   MOVE WK-OC-ID(WK-OC-X)     TO WK-FAIL-ID
                   MOVE WK-OC-REASON(WK-OC-X) TO WK-FAIL-REASON
               END-IF
           END-IF.
      *
      * A 9-series transfer that leads to no order is worth a look
      * - an order deleted off the file while its transfer was
      * still working. DATEDIT turns the series away from any slot
      * but this step's, so a region cannot be the cause.
       count_unmatched_outcomes.
           PERFORM count_one_unmatched
               VARYING WK-OC-X FROM 1 BY 1
               UNTIL WK-OC-X > WK-OC-CNT.
      *
       count_one_unmatched.
           IF NOT WK-OC-MATCHED(WK-OC-X)
               ADD 1 TO WK-UNMATCHED-COUNT
               DISPLAY 'DATSORD: ' WK-OC-ID(WK-OC-X)
                   ' MATCHES NO STANDING ORDER'
           END-IF.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING 'DATSORD STANDING-ORDER LISTING'
                                                  DELIMITED BY SIZE
                      '   MODE: '                 DELIMITED BY SIZE
                      WK-MODE-SW                   DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WK-MODE-GENERATE
                   STRING '  ORDER   TRANS-ID    FROM-ACCT   '
                                                  DELIMITED BY SIZE
                          'TO-ACCT           AMOUNT  DUE       '
                                                  DELIMITED BY SIZE
                          'EFFECTIVE'             DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING '  ORDER   TRANS-ID    ACTION   REASON'
                                                  DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY 'DATSORD: UNABLE TO OPEN SORDRPT FILE'
           END-IF.
      *
       write_generated_line.
           IF WK-RPT-OPEN
               MOVE SO-AMOUNT TO WK-AMT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      SO-ORDER-NO       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-SO-ID          DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      SO-FROM-ACCT      DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      SO-TO-ACCT        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WK-AMT-ED         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      SO-NEXT-DUE       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-ROLL-DATE      DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_card_error_line.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  *** ORDER CARD '    DELIMITED BY SIZE
                      WK-ORD-READ            DELIMITED BY SIZE
                      ' REFUSED - '          DELIMITED BY SIZE
                      WK-CARD-REASON         DELIMITED BY SIZE
                      ' ***'                 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_ended_line.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      SO-ORDER-NO       DELIMITED BY SIZE
                      '  ORDER ENDED '  DELIMITED BY SIZE
                      SO-END-DATE       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_catchup_line.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      SO-ORDER-NO       DELIMITED BY SIZE
                      '  *** CATCH-UP LIMIT REACHED - NEXT DUE '
                                        DELIMITED BY SIZE
                      SO-NEXT-DUE       DELIMITED BY SIZE
                      ' STILL OWED ***' DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
      * The order has used every occurrence its TRANS-IDs can carry
      * - it stays due, and comes up here every night, until the
      * desk re-keys it under a new order number.
       write_exhausted_line.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      SO-ORDER-NO       DELIMITED BY SIZE
                      '  *** 999 OCCURRENCES USED - NEXT DUE '
                                        DELIMITED BY SIZE
                      SO-NEXT-DUE       DELIMITED BY SIZE
                      ' DEFERRED, RE-KEY ORDER ***'
                                        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_flagged_line.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      SO-ORDER-NO       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-FAIL-ID        DELIMITED BY SIZE
                      '  FAILED   '     DELIMITED BY SIZE
                      WK-FAIL-REASON    DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_cleared_line.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      SO-ORDER-NO       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      SO-FAIL-TRAN-ID   DELIMITED BY SIZE
                      '  CLEARED  POSTED ON RETRY'
                                        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_report_totals.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WK-MODE-GENERATE
                   MOVE WK-GEN-AMOUNT TO WK-TOT-ED
                   STRING '  TRANSFERS GENERATED: '
                                                  DELIMITED BY SIZE
                          WK-GEN-COUNT            DELIMITED BY SIZE
                          '   AMOUNT: '           DELIMITED BY SIZE
                          WK-TOT-ED               DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING '  ORDERS FLAGGED: '    DELIMITED BY SIZE
                          WK-FLAGGED-COUNT        DELIMITED BY SIZE
                          '   CLEARED: '          DELIMITED BY SIZE
                          WK-CLEARED-COUNT        DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
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
           DISPLAY 'DATSORD: STANDING-ORDER SUMMARY'.
           DISPLAY '  ORDERS READ              =' WK-ORD-READ.
           IF WK-MODE-GENERATE
               DISPLAY '  ORDER CARDS REFUSED      =' WK-BAD-CARD-COUNT
               DISPLAY '  ORDERS HELD OR ENDED     =' WK-HELD-COUNT
               DISPLAY '  ORDERS ENDED TONIGHT     =' WK-ENDED-COUNT
               DISPLAY '  ALREADY GENERATED TONIGHT='
                   WK-ALREADY-COUNT
               DISPLAY '  CATCH-UP LIMITS REACHED  ='
                   WK-CATCHUP-COUNT
               DISPLAY '  ORDERS NEEDING RE-KEY    ='
                   WK-EXHAUST-COUNT
               DISPLAY '  TRANSFERS GENERATED      =' WK-GEN-COUNT
               MOVE WK-GEN-AMOUNT TO WK-TOT-ED
               DISPLAY '  AMOUNT GENERATED         =' WK-TOT-ED
           ELSE
               DISPLAY '  TRANSFER OUTCOMES READ   =' WK-OC-CNT
               DISPLAY '  TRANSFERS POSTED         =' WK-POSTED-COUNT
               DISPLAY '  ORDERS FLAGGED FAILED    =' WK-FLAGGED-COUNT
               DISPLAY '  ORDER FLAGS CLEARED      =' WK-CLEARED-COUNT
               DISPLAY '  OUTCOMES WITH NO ORDER   ='
                   WK-UNMATCHED-COUNT
           END-IF.
           DISPLAY '-------------------------------------------'.
      *
      * 12 means the chain gate refused mode F (no clean posting
      * step for tonight), 8 means a file could not be processed
      * and STANDORO/SORDOUT must not be installed, 4 means the run
      * worked but an order card was refused, an order hit the
      * catch-up limit or used its last occurrence, or orders were
      * flagged failed tonight.
       set_return_code.
           IF WK-CHAIN-BLOCKED
               MOVE 12 TO RETURN-CODE
           ELSE
           IF WK-FILE-ERR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-INPUT-ERR OR WK-FLAGGED-COUNT > 0
                       OR WK-UNMATCHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           DISPLAY 'DATSORD: RETURN-CODE=' RETURN-CODE.
