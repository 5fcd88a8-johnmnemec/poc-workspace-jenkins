       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATGLJR.
      * General ledger journal from the night's postings - finance
      * used to rekey DATBATCH's type and region totals into the
      * ledger every morning. This step reads the run date's
      * TRANHIST records, totals the posted movement by transaction
      * type, region and currency, and turns each total into one
      * debit/credit pair through the GLMAP account mapping table -
      * a positive movement (money into customer balances) debits
      * the type's debit account and credits its credit account, a
      * negative one the other way round. Amounts stay in the
      * currency they were posted in, so every pair is in one
      * currency and says which on the journal line. TR moves
      * money between customers, so its two sides cancel and it
      * journals nothing; RV is mapped onto the accounts of the
      * type it reverses, so its pair is the original line turned
      * round.
      *
      * The journal is proven before it goes anywhere: its debits
      * must equal its credits in every currency, and its net must
      * tie to the net movement DATBATCH recorded on DATBMOVE, which
      * is kept on the same posted-amount basis. A journal that does
      * not balance or does not tie is not released - GLJRNL is left
      * empty, the GLPROOF listing says why, and the step fails.
      *
      * DATBMOVE holds one run's movement - the daily run's, or the
      * month-end close's once the close has run - so the mode card
      * says which one is being journalled: 'D' journals the daily
      * postings and must run before the close, 'M' journals the
      * close's interest capitalization (type IN) after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'GLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PARM-STATUS.
           SELECT MAP-FILE ASSIGN TO 'GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MAP-STATUS.
           SELECT HIST-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
           SELECT MOVE-FILE ASSIGN TO 'DATBMOVE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MOVE-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'GLPROOF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Mode card - 'D' (daily postings) or 'M' (month-end close)
      * in column 1.
       01  PARM-RECORD.
           05  PARM-MODE            PIC X(1).
               88  PARM-DAILY        VALUE 'D'.
               88  PARM-MONTH-END    VALUE 'M'.
           05  FILLER               PIC X(79).
       FD  MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * GL account mapping - one card per transaction type, giving
      * the account debited and the account credited for a positive
      * movement. A card naming another type in MAP-SAME-AS takes
      * that type's accounts instead (RV same as CH), so a reversal
      * always lands on the accounts of what it reverses.
       01  MAP-RECORD.
           05  MAP-TYPE             PIC X(2).
           05  FILLER               PIC X(1).
           05  MAP-DR-ACCT          PIC X(10).
           05  FILLER               PIC X(1).
           05  MAP-CR-ACCT          PIC X(10).
           05  FILLER               PIC X(1).
           05  MAP-SAME-AS          PIC X(2).
           05  FILLER               PIC X(1).
           05  MAP-DESC             PIC X(20).
           05  FILLER               PIC X(32).
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
       FD  MOVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH writes - see its MOVE-RECORD.
       01  MOVE-RECORD.
           05  MOVE-RUN-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  MOVE-ADD-COUNT       PIC 9(5).
           05  FILLER               PIC X(1).
           05  MOVE-CHG-COUNT       PIC 9(5).
           05  FILLER               PIC X(1).
           05  MOVE-DEL-COUNT       PIC 9(5).
           05  FILLER               PIC X(1).
           05  MOVE-NET-AMOUNT      PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(38).
       FD  JRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * The journal handed to the ledger - a header, the journal
      * lines, and a trailer carrying the line count and the debit
      * and credit totals for the ledger's own load check.
       01  JRN-RECORD.
           05  JRN-REC-TYPE         PIC X(3).
           05  JRN-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  JRN-LINE-NO          PIC 9(5).
           05  FILLER               PIC X(1).
           05  JRN-GL-ACCT          PIC X(10).
           05  FILLER               PIC X(1).
           05  JRN-DR-CR            PIC X(1).
           05  FILLER               PIC X(1).
           05  JRN-AMOUNT           PIC 9(11)V99.
           05  FILLER               PIC X(1).
           05  JRN-TRAN-TYPE        PIC X(2).
           05  FILLER               PIC X(1).
           05  JRN-REGION           PIC X(3).
           05  FILLER               PIC X(1).
           05  JRN-DESC             PIC X(20).
           05  FILLER               PIC X(1).
           05  JRN-CURRENCY         PIC X(3).
           05  FILLER               PIC X(4).
       01  JRN-HDR-RECORD.
           05  JRN-HDR-REC-TYPE     PIC X(3).
           05  JRN-HDR-RUN-DATE     PIC 9(8).
           05  JRN-HDR-SOURCE-SYS   PIC X(8).
           05  JRN-HDR-MODE         PIC X(1).
           05  FILLER               PIC X(60).
       01  JRN-TRL-RECORD.
           05  JRN-TRL-REC-TYPE     PIC X(3).
           05  JRN-TRL-LINE-COUNT   PIC 9(5).
           05  JRN-TRL-DR-TOTAL     PIC 9(11)V99.
           05  JRN-TRL-CR-TOTAL     PIC 9(11)V99.
           05  FILLER               PIC X(46).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Journal proof - every type, region and currency total with
      * the pair it journals, then the balance of each currency and
      * the tie to DATBMOVE.
       01  REPORT-LINE              PIC X(132).
       FD  CHAIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Shared chain-control trail - same layout DATMERGE writes.
      * The daily journal refuses to start unless the night's
      * posting step shows complete and clean for the run date.
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
      * The history's transaction image is read through the shared
      * ADOV1-TRAN-BUS layout.
       COPY DATXREC.
       01 WK-PARM-STATUS   PIC X(2) VALUE '00'.
          88  WK-PARM-OK            VALUE '00'.
       01 WK-MAP-STATUS    PIC X(2) VALUE '00'.
          88  WK-MAP-OK             VALUE '00'.
       01 WK-HIST-STATUS   PIC X(2) VALUE '00'.
          88  WK-HIST-OK            VALUE '00'.
          88  WK-HIST-NOFILE        VALUE '05' '35'.
       01 WK-MOVE-STATUS   PIC X(2) VALUE '00'.
          88  WK-MOVE-OK            VALUE '00'.
       01 WK-JRNL-STATUS   PIC X(2) VALUE '00'.
          88  WK-JRNL-OK            VALUE '00'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-IN-EOF-SW     PIC X(1) VALUE 'N'.
          88  WK-IN-EOF             VALUE 'Y'.
       01 WK-FILE-ERR-SW   PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-MAP-ERR-SW    PIC X(1) VALUE 'N'.
          88  WK-MAP-ERR            VALUE 'Y'.
       01 WK-UNBAL-SW      PIC X(1) VALUE 'N'.
          88  WK-UNBALANCED         VALUE 'Y'.
       01 WK-UNTIED-SW     PIC X(1) VALUE 'N'.
          88  WK-UNTIED             VALUE 'Y'.
       01 WK-RELEASE-SW    PIC X(1) VALUE 'N'.
          88  WK-RELEASED           VALUE 'Y'.
       01 WK-MODE-SW       PIC X(1) VALUE 'D'.
          88  WK-MODE-DAILY         VALUE 'D'.
          88  WK-MODE-MONTH-END     VALUE 'M'.
      * GL account mapping, one entry per type.
       01 WK-GM-MAX        PIC 9(3) COMP VALUE 50.
       01 WK-GM-CNT        PIC 9(3) COMP VALUE 0.
       01 WK-GM-TABLE.
          05  WK-GM-ENTRY OCCURS 50 TIMES INDEXED BY WK-GM-X
                                                     WK-GM-Y
                                                     WK-GM-H.
              10  WK-GM-TYPE        PIC X(2).
              10  WK-GM-DR-ACCT     PIC X(10).
              10  WK-GM-CR-ACCT     PIC X(10).
              10  WK-GM-SAME-AS     PIC X(2).
              10  WK-GM-DESC        PIC X(20).
       01 WK-GM-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-GM-FOUND           VALUE 'Y'.
       01 WK-GM-KEY        PIC X(2) VALUE SPACES.
      * Posted movement by type, region and currency, in order of
      * first appearance on the history.
       01 WK-GT-MAX        PIC 9(3) COMP VALUE 200.
       01 WK-GT-CNT        PIC 9(3) COMP VALUE 0.
       01 WK-GT-TABLE.
          05  WK-GT-ENTRY OCCURS 200 TIMES INDEXED BY WK-GT-X.
              10  WK-GT-TYPE        PIC X(2).
              10  WK-GT-REGION      PIC X(3).
              10  WK-GT-CURRENCY    PIC X(3).
              10  WK-GT-COUNT       PIC 9(7).
              10  WK-GT-NET         PIC S9(11)V99.
       01 WK-GT-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-GT-FOUND           VALUE 'Y'.
      * The journal lines, built and proven in storage before any
      * of them is written.
       01 WK-JL-MAX        PIC 9(3) COMP VALUE 400.
       01 WK-JL-CNT        PIC 9(3) COMP VALUE 0.
       01 WK-JL-TABLE.
          05  WK-JL-ENTRY OCCURS 400 TIMES INDEXED BY WK-JL-X.
              10  WK-JL-GL-ACCT     PIC X(10).
              10  WK-JL-DR-CR       PIC X(1).
                  88  WK-JL-DEBIT           VALUE 'D'.
              10  WK-JL-AMOUNT      PIC 9(11)V99.
              10  WK-JL-TYPE        PIC X(2).
              10  WK-JL-REGION      PIC X(3).
              10  WK-JL-CURRENCY    PIC X(3).
              10  WK-JL-DESC        PIC X(20).
      * Debits and credits by currency - a pair never mixes two, so
      * each currency must balance on its own.
       01 WK-JC-MAX        PIC 9(3) COMP VALUE 20.
       01 WK-JC-CNT        PIC 9(3) COMP VALUE 0.
       01 WK-JC-TABLE.
          05  WK-JC-ENTRY OCCURS 20 TIMES INDEXED BY WK-JC-X.
              10  WK-JC-CURRENCY    PIC X(3).
              10  WK-JC-DR-TOTAL    PIC 9(11)V99.
              10  WK-JC-CR-TOTAL    PIC 9(11)V99.
       01 WK-JC-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-JC-FOUND           VALUE 'Y'.
       01 WK-CCY-LABEL     PIC X(4) VALUE SPACES.
       01 WK-PAIR-AMT      PIC 9(11)V99 VALUE 0.
       01 WK-PAIR-DR-ACCT  PIC X(10) VALUE SPACES.
       01 WK-PAIR-CR-ACCT  PIC X(10) VALUE SPACES.
       01 WK-PAIR-NOTE     PIC X(30) VALUE SPACES.
      * Proof totals.
       01 WK-HIST-READ     PIC 9(7) VALUE 0.
       01 WK-HIST-USED     PIC 9(7) VALUE 0.
       01 WK-HIST-NET      PIC S9(11)V99 VALUE 0.
       01 WK-JRN-DR-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WK-JRN-CR-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WK-JRN-NET       PIC S9(11)V99 VALUE 0.
       01 WK-MOVE-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-MOVE-FOUND         VALUE 'Y'.
       01 WK-M-RUN-DATE    PIC 9(8) VALUE 0.
       01 WK-M-NET-AMOUNT  PIC S9(11)V99 VALUE 0.
       01 WK-JRN-WRITTEN   PIC 9(5) VALUE 0.
       01 WK-AMT-ED        PIC -(11)9.99.
       01 WK-AMT2-ED       PIC -(11)9.99.
       01 WK-CNT-ED        PIC Z(6)9.
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
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-RUN-TIME      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATGLJR'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATGLJR: GENERAL LEDGER JOURNAL'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM read_mode_parm.
      * The close leaves no chain record, so only the daily journal
      * can be gated on the trail.
           IF WK-MODE-DAILY
               PERFORM check_chain_control
           END-IF.
           IF NOT WK-CHAIN-BLOCKED
               PERFORM load_gl_map
               PERFORM read_movement_file
               PERFORM pass_history_file
           END-IF.
           IF NOT WK-CHAIN-BLOCKED AND NOT WK-FILE-ERR
               PERFORM build_journal_pairs
               PERFORM prove_journal
           END-IF.
           PERFORM open_report_file.
           PERFORM write_proof_report.
           PERFORM release_journal.
           PERFORM write_release_line.
           PERFORM close_report_file.
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
                       DISPLAY 'DATGLJR: GLPARM EMPTY, DAILY'
               END-READ
               IF WK-PARM-OK
                   IF PARM-DAILY OR PARM-MONTH-END
                       MOVE PARM-MODE TO WK-MODE-SW
                   ELSE
                       DISPLAY 'DATGLJR: MODE CARD INVALID, DAILY'
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'DATGLJR: GLPARM NOT AVAIL, DAILY'
           END-IF.
           DISPLAY 'DATGLJR: MODE ' WK-MODE-SW.
      *
      * Chain gate - either posting step vouches for the night,
      * DATBATCH on a serial run, DATCONS on a split one. The last
      * record for tonight wins and must be clean (4 or better).
       check_chain_control.
           OPEN INPUT CHAIN-FILE.
           IF WK-CHAIN-OK
               PERFORM scan_chain_record UNTIL WK-CHAIN-EOF
               CLOSE CHAIN-FILE
           ELSE
               IF WK-CHAIN-NOFILE
                   DISPLAY 'DATGLJR: NO CHAINCTL YET'
               ELSE
                   DISPLAY 'DATGLJR: CHAINCTL NOT READABLE, STATUS='
                       WK-CHAIN-STATUS
               END-IF
           END-IF.
           IF NOT WK-PRED-FOUND
               DISPLAY 'DATGLJR: NO POSTING STEP COMPLETE FOR '
                   WK-RUN-DATE ' - RUN REFUSED'
               SET WK-CHAIN-BLOCKED TO TRUE
           ELSE
               IF WK-PRED-RC > 4
                   DISPLAY 'DATGLJR: ' WK-PRED-STEP-SAVE
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
               MOVE SPACES          TO CHAIN-RECORD
               MOVE WK-PROGRAM-NAME TO CHN-STEP
               MOVE WK-RUN-DATE     TO CHN-RUN-DATE
               MOVE RETURN-CODE     TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME     TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATGLJR: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
      *
      * The mapping is required - without it there is no journal.
      * A card with no type, or with neither accounts nor a type to
      * borrow them from, would post money nowhere and stops the
      * journal.
       load_gl_map.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT MAP-FILE.
           IF WK-MAP-OK
               PERFORM load_one_map UNTIL WK-IN-EOF
               CLOSE MAP-FILE
               PERFORM resolve_same_as
                   VARYING WK-GM-X FROM 1 BY 1
                   UNTIL WK-GM-X > WK-GM-CNT
           ELSE
               DISPLAY 'DATGLJR: GLMAP NOT AVAILABLE, STATUS='
                   WK-MAP-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       load_one_map.
           READ MAP-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   IF MAP-TYPE = SPACES
                       OR (MAP-SAME-AS = SPACES
                           AND (MAP-DR-ACCT = SPACES
                               OR MAP-CR-ACCT = SPACES))
                       DISPLAY 'DATGLJR: GLMAP CARD INVALID - '
                           MAP-RECORD
                       SET WK-MAP-ERR TO TRUE
                   ELSE
                       IF WK-GM-CNT < WK-GM-MAX
                           ADD 1 TO WK-GM-CNT
                           SET WK-GM-X TO WK-GM-CNT
                           MOVE MAP-TYPE    TO WK-GM-TYPE(WK-GM-X)
                           MOVE MAP-DR-ACCT TO WK-GM-DR-ACCT(WK-GM-X)
                           MOVE MAP-CR-ACCT TO WK-GM-CR-ACCT(WK-GM-X)
                           MOVE MAP-SAME-AS TO WK-GM-SAME-AS(WK-GM-X)
                           MOVE MAP-DESC    TO WK-GM-DESC(WK-GM-X)
                       ELSE
                           DISPLAY 'DATGLJR: GLMAP TABLE FULL AT '
                               MAP-TYPE
                           SET WK-MAP-ERR TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
      * A borrowed mapping takes the other type's accounts - one
      * level only, so the type borrowed from must carry its own.
       resolve_same_as.
           IF WK-GM-SAME-AS(WK-GM-X) NOT = SPACES
               MOVE WK-GM-SAME-AS(WK-GM-X) TO WK-GM-KEY
               MOVE 'N' TO WK-GM-FOUND-SW
               PERFORM test_same_as_entry
                   VARYING WK-GM-Y FROM 1 BY 1
                   UNTIL WK-GM-Y > WK-GM-CNT OR WK-GM-FOUND
               IF NOT WK-GM-FOUND
                   DISPLAY 'DATGLJR: GLMAP ' WK-GM-TYPE(WK-GM-X)
                       ' SAME AS ' WK-GM-KEY ' - NOT MAPPED'
                   SET WK-MAP-ERR TO TRUE
               END-IF
           END-IF.
      *
       test_same_as_entry.
           IF WK-GM-TYPE(WK-GM-Y) = WK-GM-KEY
                   AND WK-GM-SAME-AS(WK-GM-Y) = SPACES
               SET WK-GM-FOUND TO TRUE
               MOVE WK-GM-DR-ACCT(WK-GM-Y) TO WK-GM-DR-ACCT(WK-GM-X)
               MOVE WK-GM-CR-ACCT(WK-GM-Y) TO WK-GM-CR-ACCT(WK-GM-X)
           END-IF.
      *
      * The movement the journal must tie to - a missing or stale
      * DATBMOVE (a split night writes none) leaves nothing to tie
      * to, and an untied journal is not released.
       read_movement_file.
           OPEN INPUT MOVE-FILE.
           IF WK-MOVE-OK
               READ MOVE-FILE
                   AT END
                       DISPLAY 'DATGLJR: DATBMOVE EMPTY'
                   NOT AT END
                       SET WK-MOVE-FOUND TO TRUE
                       MOVE MOVE-RUN-DATE   TO WK-M-RUN-DATE
                       MOVE MOVE-NET-AMOUNT TO WK-M-NET-AMOUNT
               END-READ
               CLOSE MOVE-FILE
           ELSE
               DISPLAY 'DATGLJR: DATBMOVE NOT AVAILABLE'
           END-IF.
           IF WK-MOVE-FOUND AND WK-M-RUN-DATE NOT = WK-RUN-DATE
               DISPLAY 'DATGLJR: DATBMOVE IS FOR ' WK-M-RUN-DATE
                   ' NOT RUN DATE ' WK-RUN-DATE
               MOVE 'N' TO WK-MOVE-FOUND-SW
           END-IF.
      *
      * Tonight's postings only. The daily journal takes every type
      * but the close's IN capitalization; the month-end journal
      * takes IN alone.
       pass_history_file.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT HIST-FILE.
           IF WK-HIST-OK
               PERFORM read_one_history UNTIL WK-IN-EOF
               CLOSE HIST-FILE
           ELSE
               IF WK-HIST-NOFILE
                   DISPLAY 'DATGLJR: NO TRANHIST YET'
               ELSE
                   DISPLAY 'DATGLJR: TRANHIST NOT READABLE, STATUS='
                       WK-HIST-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       read_one_history.
           READ HIST-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-HIST-READ
                   IF HIST-RUN-DATE NUMERIC
                           AND HIST-RUN-DATE = WK-RUN-DATE
                       MOVE HIST-TRAN TO ADOV1-TRAN-RECORD
                       IF (WK-MODE-DAILY
                               AND NOT ADOV1-TYPE-INTEREST)
                           OR (WK-MODE-MONTH-END
                               AND ADOV1-TYPE-INTEREST)
                           PERFORM accumulate_history
                       END-IF
                   END-IF
           END-READ.
      *
       accumulate_history.
           ADD 1 TO WK-HIST-USED.
           ADD HIST-MOVE-AMT TO WK-HIST-NET.
           MOVE 'N' TO WK-GT-FOUND-SW.
           PERFORM test_type_region
               VARYING WK-GT-X FROM 1 BY 1
               UNTIL WK-GT-X > WK-GT-CNT OR WK-GT-FOUND.
           IF NOT WK-GT-FOUND
               IF WK-GT-CNT < WK-GT-MAX
                   ADD 1 TO WK-GT-CNT
                   SET WK-GT-X TO WK-GT-CNT
                   MOVE ADOV1-TRAN-TYPE   TO WK-GT-TYPE(WK-GT-X)
                   MOVE ADOV1-TRAN-REGION TO WK-GT-REGION(WK-GT-X)
                   MOVE ADOV1-TRAN-CURRENCY
                                          TO WK-GT-CURRENCY(WK-GT-X)
                   MOVE 1                 TO WK-GT-COUNT(WK-GT-X)
                   MOVE HIST-MOVE-AMT     TO WK-GT-NET(WK-GT-X)
               ELSE
                   DISPLAY 'DATGLJR: TYPE/REGION TABLE FULL AT '
                       ADOV1-TRAN-TYPE ' ' ADOV1-TRAN-REGION
                       ' ' ADOV1-TRAN-CURRENCY
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       test_type_region.
           IF WK-GT-TYPE(WK-GT-X) = ADOV1-TRAN-TYPE
                   AND WK-GT-REGION(WK-GT-X) = ADOV1-TRAN-REGION
                   AND WK-GT-CURRENCY(WK-GT-X) = ADOV1-TRAN-CURRENCY
               SET WK-GT-FOUND TO TRUE
               ADD 1             TO WK-GT-COUNT(WK-GT-X)
               ADD HIST-MOVE-AMT TO WK-GT-NET(WK-GT-X)
           END-IF.
      *
       build_journal_pairs.
           PERFORM build_one_pair
               VARYING WK-GT-X FROM 1 BY 1
               UNTIL WK-GT-X > WK-GT-CNT.
      *
      * A total that nets to zero - TR, and the balance-free DL, FR
      * and AC - journals nothing and needs no mapping. Anything
      * else must map, or the journal cannot be released.
       build_one_pair.
           IF WK-GT-NET(WK-GT-X) NOT = 0
               MOVE WK-GT-TYPE(WK-GT-X) TO WK-GM-KEY
               MOVE 'N' TO WK-GM-FOUND-SW
               PERFORM test_map_entry
                   VARYING WK-GM-X FROM 1 BY 1
                   UNTIL WK-GM-X > WK-GM-CNT OR WK-GM-FOUND
               IF NOT WK-GM-FOUND
                   DISPLAY 'DATGLJR: NO GL MAPPING FOR TYPE '
                       WK-GM-KEY
                   SET WK-MAP-ERR TO TRUE
               ELSE
                   IF WK-GT-NET(WK-GT-X) > 0
                       MOVE WK-GT-NET(WK-GT-X) TO WK-PAIR-AMT
                       MOVE WK-GM-DR-ACCT(WK-GM-H) TO WK-PAIR-DR-ACCT
                       MOVE WK-GM-CR-ACCT(WK-GM-H) TO WK-PAIR-CR-ACCT
                   ELSE
                       COMPUTE WK-PAIR-AMT = 0 - WK-GT-NET(WK-GT-X)
                       MOVE WK-GM-CR-ACCT(WK-GM-H) TO WK-PAIR-DR-ACCT
                       MOVE WK-GM-DR-ACCT(WK-GM-H) TO WK-PAIR-CR-ACCT
                   END-IF
                   ADD WK-GT-NET(WK-GT-X) TO WK-JRN-NET
                   PERFORM add_journal_pair
               END-IF
           END-IF.
      *
       test_map_entry.
           IF WK-GM-TYPE(WK-GM-X) = WK-GM-KEY
               SET WK-GM-FOUND TO TRUE
               SET WK-GM-H TO WK-GM-X
           END-IF.
      *
       add_journal_pair.
           IF WK-JL-CNT + 2 > WK-JL-MAX
               DISPLAY 'DATGLJR: JOURNAL TABLE FULL AT '
                   WK-GT-TYPE(WK-GT-X) ' ' WK-GT-REGION(WK-GT-X)
               SET WK-FILE-ERR TO TRUE
           ELSE
               ADD 1 TO WK-JL-CNT
               SET WK-JL-X TO WK-JL-CNT
               MOVE WK-PAIR-DR-ACCT     TO WK-JL-GL-ACCT(WK-JL-X)
               MOVE 'D'                 TO WK-JL-DR-CR(WK-JL-X)
               PERFORM fill_journal_line
               ADD 1 TO WK-JL-CNT
               SET WK-JL-X TO WK-JL-CNT
               MOVE WK-PAIR-CR-ACCT     TO WK-JL-GL-ACCT(WK-JL-X)
               MOVE 'C'                 TO WK-JL-DR-CR(WK-JL-X)
               PERFORM fill_journal_line
           END-IF.
      *
       fill_journal_line.
           MOVE WK-PAIR-AMT            TO WK-JL-AMOUNT(WK-JL-X).
           MOVE WK-GT-TYPE(WK-GT-X)    TO WK-JL-TYPE(WK-JL-X).
           MOVE WK-GT-REGION(WK-GT-X)  TO WK-JL-REGION(WK-JL-X).
           MOVE WK-GT-CURRENCY(WK-GT-X) TO WK-JL-CURRENCY(WK-JL-X).
           MOVE WK-GM-DESC(WK-GM-H)    TO WK-JL-DESC(WK-JL-X).
      *
      * The proof adds the lines back up as they will be written -
      * debits against credits, currency by currency - and ties
      * the journal's net (each pair counted in the direction it
      * moved customer balances) to DATBMOVE. The history's own
      * net is carried on the proof too, so a mismatch shows which
      * side drifted.
       prove_journal.
           PERFORM total_journal_line
               VARYING WK-JL-X FROM 1 BY 1
               UNTIL WK-JL-X > WK-JL-CNT.
           IF WK-JRN-DR-TOTAL NOT = WK-JRN-CR-TOTAL
               DISPLAY 'DATGLJR: JOURNAL DOES NOT BALANCE'
               SET WK-UNBALANCED TO TRUE
           END-IF.
           PERFORM prove_currency
               VARYING WK-JC-X FROM 1 BY 1
               UNTIL WK-JC-X > WK-JC-CNT.
           IF NOT WK-MOVE-FOUND
               DISPLAY 'DATGLJR: NO DATBMOVE FOR RUN DATE - '
                   'JOURNAL CANNOT TIE'
               SET WK-UNTIED TO TRUE
           ELSE
               IF WK-JRN-NET NOT = WK-M-NET-AMOUNT
                       OR WK-HIST-NET NOT = WK-M-NET-AMOUNT
                   DISPLAY 'DATGLJR: JOURNAL DOES NOT TIE TO DATBMOVE'
                   SET WK-UNTIED TO TRUE
               END-IF
           END-IF.
      *
       total_journal_line.
           IF WK-JL-DEBIT(WK-JL-X)
               ADD WK-JL-AMOUNT(WK-JL-X) TO WK-JRN-DR-TOTAL
           ELSE
               ADD WK-JL-AMOUNT(WK-JL-X) TO WK-JRN-CR-TOTAL
           END-IF.
           MOVE 'N' TO WK-JC-FOUND-SW.
           PERFORM test_currency_entry
               VARYING WK-JC-X FROM 1 BY 1
               UNTIL WK-JC-X > WK-JC-CNT OR WK-JC-FOUND.
           IF NOT WK-JC-FOUND
               IF WK-JC-CNT < WK-JC-MAX
                   ADD 1 TO WK-JC-CNT
                   SET WK-JC-X TO WK-JC-CNT
                   MOVE WK-JL-CURRENCY(WK-JL-X)
                                        TO WK-JC-CURRENCY(WK-JC-X)
                   MOVE 0               TO WK-JC-DR-TOTAL(WK-JC-X)
                   MOVE 0               TO WK-JC-CR-TOTAL(WK-JC-X)
                   PERFORM add_currency_line
               ELSE
                   DISPLAY 'DATGLJR: CURRENCY TABLE FULL AT '
                       WK-JL-CURRENCY(WK-JL-X)
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       test_currency_entry.
           IF WK-JC-CURRENCY(WK-JC-X) = WK-JL-CURRENCY(WK-JL-X)
               SET WK-JC-FOUND TO TRUE
               PERFORM add_currency_line
           END-IF.
      *
       add_currency_line.
           IF WK-JL-DEBIT(WK-JL-X)
               ADD WK-JL-AMOUNT(WK-JL-X) TO WK-JC-DR-TOTAL(WK-JC-X)
           ELSE
               ADD WK-JL-AMOUNT(WK-JL-X) TO WK-JC-CR-TOTAL(WK-JC-X)
           END-IF.
      *
       prove_currency.
           IF WK-JC-DR-TOTAL(WK-JC-X) NOT = WK-JC-CR-TOTAL(WK-JC-X)
               DISPLAY 'DATGLJR: JOURNAL DOES NOT BALANCE IN '
                   'CURRENCY ' WK-JC-CURRENCY(WK-JC-X)
               SET WK-UNBALANCED TO TRUE
           END-IF.
      *
      * GLJRNL is always opened, so a journal that is not released
      * leaves an empty file behind rather than last night's.
       release_journal.
           OPEN OUTPUT JRNL-FILE.
           IF NOT WK-JRNL-OK
               DISPLAY 'DATGLJR: UNABLE TO OPEN GLJRNL FILE'
               SET WK-FILE-ERR TO TRUE
           ELSE
               IF NOT WK-CHAIN-BLOCKED AND NOT WK-FILE-ERR
                       AND NOT WK-MAP-ERR AND NOT WK-UNBALANCED
                       AND NOT WK-UNTIED
                   MOVE SPACES      TO JRN-HDR-RECORD
                   MOVE 'HDR'       TO JRN-HDR-REC-TYPE
                   MOVE WK-RUN-DATE TO JRN-HDR-RUN-DATE
                   MOVE 'DATGLJR'   TO JRN-HDR-SOURCE-SYS
                   MOVE WK-MODE-SW  TO JRN-HDR-MODE
                   WRITE JRN-HDR-RECORD
                   PERFORM write_journal_line
                       VARYING WK-JL-X FROM 1 BY 1
                       UNTIL WK-JL-X > WK-JL-CNT
                   MOVE SPACES          TO JRN-TRL-RECORD
                   MOVE 'TRL'           TO JRN-TRL-REC-TYPE
                   MOVE WK-JRN-WRITTEN  TO JRN-TRL-LINE-COUNT
                   MOVE WK-JRN-DR-TOTAL TO JRN-TRL-DR-TOTAL
                   MOVE WK-JRN-CR-TOTAL TO JRN-TRL-CR-TOTAL
                   WRITE JRN-TRL-RECORD
                   SET WK-RELEASED TO TRUE
               END-IF
               CLOSE JRNL-FILE
           END-IF.
      *
       write_journal_line.
           ADD 1 TO WK-JRN-WRITTEN.
           MOVE SPACES                 TO JRN-RECORD.
           MOVE 'JRN'                  TO JRN-REC-TYPE.
           MOVE WK-RUN-DATE            TO JRN-RUN-DATE.
           MOVE WK-JRN-WRITTEN         TO JRN-LINE-NO.
           MOVE WK-JL-GL-ACCT(WK-JL-X) TO JRN-GL-ACCT.
           MOVE WK-JL-DR-CR(WK-JL-X)   TO JRN-DR-CR.
           MOVE WK-JL-AMOUNT(WK-JL-X)  TO JRN-AMOUNT.
           MOVE WK-JL-TYPE(WK-JL-X)    TO JRN-TRAN-TYPE.
           MOVE WK-JL-REGION(WK-JL-X)  TO JRN-REGION.
           MOVE WK-JL-CURRENCY(WK-JL-X) TO JRN-CURRENCY.
           MOVE WK-JL-DESC(WK-JL-X)    TO JRN-DESC.
           WRITE JRN-RECORD.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING 'DATGLJR GENERAL LEDGER JOURNAL PROOF'
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
               STRING '  TYPE REGION CCY   COUNT       NET MOVEMENT  '
                                                  DELIMITED BY SIZE
                      'DEBIT       CREDIT              AMOUNT'
                                                  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY 'DATGLJR: UNABLE TO OPEN GLPROOF FILE'
           END-IF.
      *
       write_proof_report.
           IF WK-RPT-OPEN
               PERFORM write_proof_detail
                   VARYING WK-GT-X FROM 1 BY 1
                   UNTIL WK-GT-X > WK-GT-CNT
               PERFORM write_proof_totals
           END-IF.
      *
      * One line per type, region and currency - the pair it
      * journalled, or
      * why it journalled none.
       write_proof_detail.
           MOVE SPACES TO WK-PAIR-DR-ACCT WK-PAIR-CR-ACCT WK-PAIR-NOTE.
           MOVE 0 TO WK-PAIR-AMT.
           IF WK-GT-NET(WK-GT-X) = 0
               MOVE 'NETS TO ZERO - NO ENTRY' TO WK-PAIR-NOTE
           ELSE
               MOVE 'N' TO WK-GM-FOUND-SW
               MOVE WK-GT-TYPE(WK-GT-X) TO WK-GM-KEY
               PERFORM test_map_entry
                   VARYING WK-GM-X FROM 1 BY 1
                   UNTIL WK-GM-X > WK-GM-CNT OR WK-GM-FOUND
               IF NOT WK-GM-FOUND
                   MOVE '*** NO GL MAPPING ***' TO WK-PAIR-NOTE
               ELSE
                   IF WK-GT-NET(WK-GT-X) > 0
                       MOVE WK-GT-NET(WK-GT-X) TO WK-PAIR-AMT
                       MOVE WK-GM-DR-ACCT(WK-GM-H) TO WK-PAIR-DR-ACCT
                       MOVE WK-GM-CR-ACCT(WK-GM-H) TO WK-PAIR-CR-ACCT
                   ELSE
                       COMPUTE WK-PAIR-AMT = 0 - WK-GT-NET(WK-GT-X)
                       MOVE WK-GM-CR-ACCT(WK-GM-H) TO WK-PAIR-DR-ACCT
                       MOVE WK-GM-DR-ACCT(WK-GM-H) TO WK-PAIR-CR-ACCT
                   END-IF
               END-IF
           END-IF.
           MOVE WK-GT-COUNT(WK-GT-X) TO WK-CNT-ED.
           MOVE WK-GT-NET(WK-GT-X)   TO WK-AMT-ED.
           MOVE SPACES TO REPORT-LINE.
           IF WK-PAIR-NOTE = SPACES
               MOVE WK-PAIR-AMT TO WK-AMT2-ED
               STRING '  '                    DELIMITED BY SIZE
                      WK-GT-TYPE(WK-GT-X)     DELIMITED BY SIZE
                      '   '                   DELIMITED BY SIZE
                      WK-GT-REGION(WK-GT-X)   DELIMITED BY SIZE
                      '    '                  DELIMITED BY SIZE
                      WK-GT-CURRENCY(WK-GT-X) DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WK-CNT-ED               DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WK-AMT-ED               DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WK-PAIR-DR-ACCT         DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WK-PAIR-CR-ACCT         DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WK-AMT2-ED              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING '  '                    DELIMITED BY SIZE
                      WK-GT-TYPE(WK-GT-X)     DELIMITED BY SIZE
                      '   '                   DELIMITED BY SIZE
                      WK-GT-REGION(WK-GT-X)   DELIMITED BY SIZE
                      '    '                  DELIMITED BY SIZE
                      WK-GT-CURRENCY(WK-GT-X) DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WK-CNT-ED               DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WK-AMT-ED               DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WK-PAIR-NOTE            DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
      *
       write_proof_totals.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WK-JRN-DR-TOTAL TO WK-AMT-ED.
           MOVE WK-JRN-CR-TOTAL TO WK-AMT2-ED.
           STRING '  JOURNAL DEBITS: '         DELIMITED BY SIZE
                  WK-AMT-ED                     DELIMITED BY SIZE
                  '   CREDITS: '                DELIMITED BY SIZE
                  WK-AMT2-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM write_currency_totals
               VARYING WK-JC-X FROM 1 BY 1
               UNTIL WK-JC-X > WK-JC-CNT.
           MOVE SPACES TO REPORT-LINE.
           IF WK-UNBALANCED
               STRING '  *** JOURNAL DOES NOT BALANCE ***'
                                              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING '  JOURNAL BALANCES'   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WK-JRN-NET TO WK-AMT-ED.
           MOVE WK-HIST-NET TO WK-AMT2-ED.
           STRING '  JOURNAL NET: '            DELIMITED BY SIZE
                  WK-AMT-ED                     DELIMITED BY SIZE
                  '   HISTORY NET: '            DELIMITED BY SIZE
                  WK-AMT2-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WK-MOVE-FOUND
               MOVE WK-M-NET-AMOUNT TO WK-AMT-ED
               STRING '  DATBMOVE NET: '       DELIMITED BY SIZE
                      WK-AMT-ED                 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING '  DATBMOVE NET: NONE FOR RUN DATE'
                                              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WK-UNTIED
               STRING '  *** JOURNAL DOES NOT TIE TO DATBMOVE ***'
                                              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING '  JOURNAL TIES TO DATBMOVE'
                                              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
      *
      * A blank currency is the base currency, as on the master.
       write_currency_totals.
           MOVE WK-JC-CURRENCY(WK-JC-X) TO WK-CCY-LABEL.
           IF WK-CCY-LABEL = SPACES
               MOVE 'BASE' TO WK-CCY-LABEL
           END-IF.
           MOVE WK-JC-DR-TOTAL(WK-JC-X) TO WK-AMT-ED.
           MOVE WK-JC-CR-TOTAL(WK-JC-X) TO WK-AMT2-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '    '                        DELIMITED BY SIZE
                  WK-CCY-LABEL                  DELIMITED BY SIZE
                  '  DEBITS: '                  DELIMITED BY SIZE
                  WK-AMT-ED                     DELIMITED BY SIZE
                  '   CREDITS: '                DELIMITED BY SIZE
                  WK-AMT2-ED                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           IF WK-JC-DR-TOTAL(WK-JC-X) NOT = WK-JC-CR-TOTAL(WK-JC-X)
               MOVE '*** OUT OF BALANCE ***' TO REPORT-LINE(74:22)
           END-IF.
           WRITE REPORT-LINE.
      *
       write_release_line.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WK-RELEASED
                   STRING '  JOURNAL RELEASED - LINES: '
                                              DELIMITED BY SIZE
                          WK-JRN-WRITTEN     DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING '  *** JOURNAL NOT RELEASED ***'
                                              DELIMITED BY SIZE
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
           DISPLAY 'DATGLJR: JOURNAL SUMMARY'.
           DISPLAY '  HISTORY RECORDS READ     =' WK-HIST-READ.
           DISPLAY '  POSTINGS JOURNALLED      =' WK-HIST-USED.
           DISPLAY '  TYPE/REGION/CCY TOTALS   =' WK-GT-CNT.
           DISPLAY '  CURRENCIES JOURNALLED    =' WK-JC-CNT.
           DISPLAY '  JOURNAL LINES WRITTEN    =' WK-JRN-WRITTEN.
           MOVE WK-JRN-DR-TOTAL TO WK-AMT-ED.
           DISPLAY '  JOURNAL DEBITS           =' WK-AMT-ED.
           MOVE WK-JRN-CR-TOTAL TO WK-AMT-ED.
           DISPLAY '  JOURNAL CREDITS          =' WK-AMT-ED.
           MOVE WK-JRN-NET TO WK-AMT-ED.
           DISPLAY '  JOURNAL NET              =' WK-AMT-ED.
           MOVE WK-M-NET-AMOUNT TO WK-AMT-ED.
           DISPLAY '  DATBMOVE NET             =' WK-AMT-ED.
           IF WK-RELEASED
               DISPLAY '  JOURNAL RELEASED'
           ELSE
               DISPLAY '  *** JOURNAL NOT RELEASED ***'
           END-IF.
           DISPLAY '-------------------------------------------'.
      *
      * 12 means the chain gate refused the daily journal, 8 means
      * the journal was not released - a file could not be read, a
      * type had no mapping, or the journal did not balance or did
      * not tie to DATBMOVE.
       set_return_code.
           IF WK-CHAIN-BLOCKED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NOT WK-RELEASED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DATGLJR: RETURN-CODE=' RETURN-CODE.
