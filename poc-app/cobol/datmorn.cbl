       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATMORN.
      * Morning status of the night - run after the chain. Whether
      * last night was clean used to take the day-shift operator a
      * tour of CHAINCTL, DATBAUDT, DATBDIAG, the DATBALN and
      * DATTRIAL return codes, SUSPDRPT and the review listing one
      * at a time. This step reads them all for the run date and
      * prints one page on MORNRPT:
      *
      *   - the verdict first, in plain words, with every reason a
      *     night is not clean - a step missing, out of order, run
      *     more than once or ended nonzero, a DATBDIAG record, a
      *     suspense drop, an output that is not tonight's
      *   - each step of the chain with its start time, RETURN-CODE
      *     and the number of times it ran, then any other step
      *     that ran tonight
      *   - records merged in (DATMCTL), processed (DATBJSON) and
      *     their dispositions (DATBREGN), suspense and warehouse
      *     depth (SUSPOUT, WAREOUT), drops (SUSPDRPT), overdraft
      *     page entries (DATBRPT) and review items (DATBREVW)
      *   - every DATBDIAG diagnostics record for the run date
      *
      * The same figures go out as one JSON object on MORNJSON for
      * the ops dashboard, in the style of DATBJSON and DATSJSON.
      *
      * The chain is the gated serial order - DATBKUP, DATMERGE,
      * DATEDIT, the posting step (DATBATCH, or DATCONS on a split
      * night), DATBALN - with DATTRIAL after the posting step. The
      * last record a step wrote for the run date is the one that
      * counts, and its place on CHAINCTL is its place in the
      * night, the way the chain gates read it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'DATBAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-AUDIT-STATUS.
           SELECT DIAG-FILE ASSIGN TO 'DATBDIAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-DIAG-STATUS.
           SELECT MCTL-FILE ASSIGN TO 'DATMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MCTL-STATUS.
           SELECT REGN-FILE ASSIGN TO 'DATBREGN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REGN-STATUS.
           SELECT JSON-IN-FILE ASSIGN TO 'DATBJSON'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-JSIN-STATUS.
           SELECT SUSP-FILE ASSIGN TO 'SUSPOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SUSP-STATUS.
           SELECT WARE-FILE ASSIGN TO 'WAREOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-WARE-STATUS.
           SELECT DROP-FILE ASSIGN TO 'SUSPDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-DROP-STATUS.
           SELECT BRPT-FILE ASSIGN TO 'DATBRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BRPT-STATUS.
           SELECT REVW-FILE ASSIGN TO 'DATBREVW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REVW-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'MORNRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT JSON-FILE ASSIGN TO 'MORNJSON'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-JSON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Shared chain-control trail - same layout DATMERGE writes.
       01  CHAIN-RECORD.
           05  CHN-STEP             PIC X(8).
           05  FILLER               PIC X(1).
           05  CHN-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  CHN-RETURN-CODE      PIC 9(3).
           05  FILLER               PIC X(1).
           05  CHN-RUN-TIME         PIC 9(8).
           05  FILLER               PIC X(50).
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH writes in write_audit_log.
       01  AUDIT-RECORD.
           05  AUDIT-RUN-DATE       PIC 9(8).
           05  FILLER               PIC X(1).
           05  AUDIT-RUN-TIME       PIC 9(8).
           05  FILLER               PIC X(1).
           05  AUDIT-WS-VER         PIC X(5).
           05  FILLER               PIC X(1).
           05  AUDIT-EMBED-VER      PIC X(5).
           05  FILLER               PIC X(1).
           05  AUDIT-START-NUM      PIC 9(3).
           05  FILLER               PIC X(1).
           05  AUDIT-END-NUM        PIC S9(3).
           05  FILLER               PIC X(1).
           05  AUDIT-RETURN-CODE    PIC 9(3).
           05  FILLER               PIC X(1).
      * 'D' (or space, on older records) is a daily run, 'M' is the
      * month-end close - only daily records count here.
           05  AUDIT-MODE           PIC X(1).
               88  AUDIT-DAILY-RUN   VALUE 'D' ' '.
           05  FILLER               PIC X(37).
       FD  DIAG-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Same layout DATBATCH writes in write_diagnostics.
       01  DIAG-RECORD.
           05  DIAG-RUN-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  DIAG-RUN-TIME        PIC 9(8).
           05  FILLER               PIC X(1).
           05  DIAG-RETURN-CODE     PIC 9(3).
           05  FILLER               PIC X(1).
           05  DIAG-PARM-ST         PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-TRANS-ST        PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-CKPT-ST         PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-JSON-ST         PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-RPT-ST          PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-AUDIT-ST        PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-MAST-ST         PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-SIN-ST          PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-SOUT-ST         PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-CAL-ST          PIC X(2).
           05  FILLER               PIC X(1).
           05  DIAG-REQ-START       PIC 9(3).
           05  FILLER               PIC X(1).
           05  DIAG-REQ-END         PIC S9(3)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  DIAG-ACT-NUM1        PIC 9(3).
           05  FILLER               PIC X(1).
           05  DIAG-CKPT-NUM1       PIC 9(3).
           05  FILLER               PIC X(1).
           05  DIAG-REC-COUNT       PIC 9(5).
           05  FILLER               PIC X(58).
       FD  MCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATMERGE writes in write_region_control.
       01  MCTL-RECORD.
           05  MCTL-RUN-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  MCTL-CODE            PIC X(3).
           05  FILLER               PIC X(1).
           05  MCTL-COUNT           PIC 9(7).
           05  FILLER               PIC X(60).
       FD  REGN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH writes in write_region_file.
       01  REGN-RECORD.
           05  REGN-RUN-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  REGN-CODE            PIC X(3).
           05  FILLER               PIC X(1).
           05  REGN-COUNT           PIC 9(5).
           05  FILLER               PIC X(1).
           05  REGN-AMOUNT          PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  REGN-F-POST          PIC 9(5).
           05  FILLER               PIC X(1).
           05  REGN-F-SUSP          PIC 9(5).
           05  FILLER               PIC X(1).
           05  REGN-F-WARE          PIC 9(5).
           05  FILLER               PIC X(29).
       FD  JSON-IN-FILE
           RECORD CONTAINS 2048 CHARACTERS.
      * DATBATCH's single-run feed - read for its run date and
      * transaction count.
       01  JSON-IN-LINE             PIC X(2048).
       FD  SUSP-FILE
           RECORD CONTAINS 121 CHARACTERS.
      * Tonight's suspense going out - only counted here.
       01  SUSP-RECORD              PIC X(121).
       FD  WARE-FILE
           RECORD CONTAINS 96 CHARACTERS.
      * Tonight's warehouse going out - only counted here.
       01  WARE-RECORD              PIC X(96).
       FD  DROP-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * DATBATCH's drop listing - every drop line carries '  AGE='
      * and no header or heading line does.
       01  DROP-LINE                PIC X(132).
       FD  BRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * The DATBRPT listing - read for the overdraft exception page
      * at its end. An entry leads with four spaces and the
      * ten-digit account.
       01  BRPT-LINE.
           05  BRPT-LEAD            PIC X(4).
           05  BRPT-ACCT            PIC X(10).
           05  FILLER               PIC X(118).
       FD  REVW-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * The large-amount review listing - an item leads with two
      * spaces and the ten-digit account.
       01  REVW-LINE.
           05  REVW-LEAD            PIC X(2).
           05  REVW-ACCT            PIC X(10).
           05  FILLER               PIC X(120).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * The one-page morning status report.
       01  REPORT-LINE              PIC X(132).
       FD  JSON-FILE
           RECORD CONTAINS 2048 CHARACTERS.
      * The same status as one JSON object for the ops dashboard.
       01  JSON-LINE                PIC X(2048).
       WORKING-STORAGE SECTION.
       01 WK-CHAIN-STATUS   PIC X(2) VALUE '00'.
          88  WK-CHAIN-OK           VALUE '00'.
       01 WK-AUDIT-STATUS   PIC X(2) VALUE '00'.
          88  WK-AUDIT-OK           VALUE '00'.
       01 WK-DIAG-STATUS    PIC X(2) VALUE '00'.
          88  WK-DIAG-OK            VALUE '00'.
       01 WK-MCTL-STATUS    PIC X(2) VALUE '00'.
          88  WK-MCTL-OK            VALUE '00'.
       01 WK-REGN-STATUS    PIC X(2) VALUE '00'.
          88  WK-REGN-OK            VALUE '00'.
       01 WK-JSIN-STATUS    PIC X(2) VALUE '00'.
          88  WK-JSIN-OK            VALUE '00'.
       01 WK-SUSP-STATUS    PIC X(2) VALUE '00'.
          88  WK-SUSP-OK            VALUE '00'.
       01 WK-WARE-STATUS    PIC X(2) VALUE '00'.
          88  WK-WARE-OK            VALUE '00'.
       01 WK-DROP-STATUS    PIC X(2) VALUE '00'.
          88  WK-DROP-OK            VALUE '00'.
       01 WK-BRPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-BRPT-OK            VALUE '00'.
       01 WK-REVW-STATUS    PIC X(2) VALUE '00'.
          88  WK-REVW-OK            VALUE '00'.
       01 WK-RPT-STATUS     PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-JSON-STATUS    PIC X(2) VALUE '00'.
          88  WK-JSON-OK            VALUE '00'.
       01 WK-EOF-SW         PIC X(1) VALUE 'N'.
          88  WK-EOF                VALUE 'Y'.
      * CHAINCTL could not be read - nothing can be said about the
      * night.
       01 WK-CHAIN-ERR-SW   PIC X(1) VALUE 'N'.
          88  WK-CHAIN-ERR          VALUE 'Y'.
      * The chain of the night, in gated order. WK-STEP-PRED is the
      * entry the step must come after; the posting entry takes
      * DATCONS in place of DATBATCH on a split night, where each
      * partition execution leaves a DATBATCH record ahead of it.
       01 WK-STEP-MAX       PIC 9(2) COMP VALUE 6.
       01 WK-STEP-TABLE.
          05  WK-STEP-ENTRY OCCURS 6 TIMES INDEXED BY WK-STEP-X.
              10  WK-STEP-NAME      PIC X(8).
              10  WK-STEP-ALT       PIC X(8).
              10  WK-STEP-PRED      PIC 9(1).
              10  WK-STEP-RUNS      PIC 9(3).
              10  WK-STEP-POS       PIC 9(7).
              10  WK-STEP-RC        PIC 9(3).
              10  WK-STEP-TIME      PIC 9(8).
              10  WK-STEP-SEEN      PIC X(8).
              10  WK-STEP-STATE     PIC X(12).
      * Any other step that wrote to CHAINCTL for the run date.
       01 WK-OTH-MAX        PIC 9(2) COMP VALUE 20.
       01 WK-OTH-CNT        PIC 9(2) COMP VALUE 0.
       01 WK-OTH-TABLE.
          05  WK-OTH-ENTRY OCCURS 20 TIMES INDEXED BY WK-OTH-X.
              10  WK-OTH-NAME       PIC X(8).
              10  WK-OTH-RUNS       PIC 9(3).
              10  WK-OTH-RC         PIC 9(3).
              10  WK-OTH-TIME       PIC 9(8).
       01 WK-OTH-OVFL-SW    PIC X(1) VALUE 'N'.
          88  WK-OTH-OVFL           VALUE 'Y'.
       01 WK-HIT-SW         PIC X(1) VALUE 'N'.
          88  WK-HIT                VALUE 'Y'.
       01 WK-CHAIN-POS      PIC 9(7) VALUE 0.
       01 WK-PRED-NO        PIC 9(1) VALUE 0.
      * Everything that keeps the night from being clean, in plain
      * words, for the top of the page.
       01 WK-FLAG-MAX       PIC 9(2) COMP VALUE 15.
       01 WK-FLAG-CNT       PIC 9(3) VALUE 0.
       01 WK-FLAG-TABLE.
          05  WK-FLAG-ENTRY OCCURS 15 TIMES INDEXED BY WK-FLAG-X.
              10  WK-FLAG-LINE      PIC X(60).
       01 WK-FLAG-TEXT      PIC X(60) VALUE SPACES.
      * DATBATCH's audit records for the run date.
       01 WK-AUDIT-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-AUDIT-FOUND        VALUE 'Y'.
       01 WK-AUDIT-RUNS     PIC 9(3) VALUE 0.
       01 WK-AUDIT-LAST-RC  PIC 9(3) VALUE 0.
      * DATBDIAG records for the run date - the first few are kept
      * for the page, the rest only counted.
       01 WK-DIAG-CNT       PIC 9(3) VALUE 0.
       01 WK-DIAG-KEEP      PIC 9(2) COMP VALUE 0.
       01 WK-DIAG-TABLE.
          05  WK-DIAG-ENTRY OCCURS 5 TIMES INDEXED BY WK-DIAG-X.
              10  WK-DG-TIME        PIC 9(8).
              10  WK-DG-RC          PIC 9(3).
              10  WK-DG-TRANS-ST    PIC X(2).
              10  WK-DG-MAST-ST     PIC X(2).
              10  WK-DG-SIN-ST      PIC X(2).
              10  WK-DG-SOUT-ST     PIC X(2).
              10  WK-DG-CAL-ST      PIC X(2).
              10  WK-DG-ACT-NUM1    PIC 9(3).
              10  WK-DG-CKPT-NUM1   PIC 9(3).
              10  WK-DG-REC-COUNT   PIC 9(5).
      * The night's figures, each with a switch saying whether its
      * source was there for tonight.
       01 WK-MCTL-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-MCTL-FOUND         VALUE 'Y'.
       01 WK-MERGED-IN      PIC 9(7) VALUE 0.
       01 WK-REGN-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-REGN-FOUND         VALUE 'Y'.
       01 WK-POSTED         PIC 9(7) VALUE 0.
       01 WK-SUSPENDED      PIC 9(7) VALUE 0.
       01 WK-WAREHOUSED     PIC 9(7) VALUE 0.
       01 WK-JSIN-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-JSIN-FOUND         VALUE 'Y'.
       01 WK-PROCESSED      PIC 9(7) VALUE 0.
       01 WK-SUSP-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-SUSP-FOUND         VALUE 'Y'.
       01 WK-SUSP-DEPTH     PIC 9(7) VALUE 0.
       01 WK-WARE-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-WARE-FOUND         VALUE 'Y'.
       01 WK-WARE-DEPTH     PIC 9(7) VALUE 0.
       01 WK-DROP-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-DROP-FOUND         VALUE 'Y'.
       01 WK-DROPS          PIC 9(7) VALUE 0.
       01 WK-BRPT-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-BRPT-FOUND         VALUE 'Y'.
       01 WK-OD-PAGE-SW     PIC X(1) VALUE 'N'.
          88  WK-OD-PAGE            VALUE 'Y'.
       01 WK-OD-ENTRIES     PIC 9(7) VALUE 0.
       01 WK-REVW-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-REVW-FOUND         VALUE 'Y'.
       01 WK-REVIEW-ITEMS   PIC 9(7) VALUE 0.
      * A listing is tonight's when its first line carries the run
      * date after 'RUN DATE: ' - the way every listing in the
      * chain heads itself.
       01 WK-FIRST-SW       PIC X(1) VALUE 'N'.
          88  WK-FIRST-LINE         VALUE 'Y'.
       01 WK-TONIGHT-SW     PIC X(1) VALUE 'N'.
          88  WK-TONIGHT            VALUE 'Y'.
       01 WK-AGE-TALLY      PIC 9(3) VALUE 0.
       01 WK-OD-TALLY       PIC 9(3) VALUE 0.
       01 WK-HEAD-LINE      PIC X(132) VALUE SPACES.
       01 WK-JUNK           PIC X(2048) VALUE SPACES.
       01 WK-REST           PIC X(2048) VALUE SPACES.
       01 WK-TOKEN-AREA.
          05  WK-TOKEN             PIC X(16).
       01 WK-TOKEN-R1 REDEFINES WK-TOKEN-AREA.
          05  WK-TOK5-X            PIC X(5).
          05  WK-TOK5-NUM REDEFINES WK-TOK5-X
                                   PIC 9(5).
          05  FILLER               PIC X(11).
       01 WK-TOKEN-R2 REDEFINES WK-TOKEN-AREA.
          05  WK-TOK8-X            PIC X(8).
          05  WK-TOK8-NUM REDEFINES WK-TOK8-X
                                   PIC 9(8).
          05  FILLER               PIC X(8).
       01 WK-J-RUN-DATE     PIC 9(8) VALUE 0.
      * Times are carried HHMMSSss and shown HH:MM:SS.
       01 WK-TIME-WORK      PIC 9(8) VALUE 0.
       01 WK-TIME-SPLIT REDEFINES WK-TIME-WORK.
          05  WK-TIME-HH           PIC 9(2).
          05  WK-TIME-MM           PIC 9(2).
          05  WK-TIME-SS           PIC 9(2).
          05  WK-TIME-CC           PIC 9(2).
       01 WK-TIME-ED        PIC X(8) VALUE SPACES.
       01 WK-CNT-ED         PIC Z(6)9.
       01 WK-RUNS-ED        PIC ZZ9.
       01 WK-RC-ED          PIC ZZ9.
       01 WK-NUM1-ED        PIC ZZ9.
       01 WK-CKPT-ED        PIC ZZ9.
       01 WK-RECS-ED        PIC Z(4)9.
       01 WK-LABEL          PIC X(32) VALUE SPACES.
       01 WK-VALUE-ED       PIC X(13) VALUE SPACES.
       01 WK-JSON-PTR       PIC 9(4) COMP VALUE 1.
       01 WK-JSON-SEP       PIC X(1) VALUE SPACE.
       01 WK-JSON-NAME      PIC X(20) VALUE SPACES.
       01 WK-FIG-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-FIG-FOUND          VALUE 'Y'.
       01 WK-FIG-NUM        PIC 9(7) VALUE 0.
       01 WK-RUN-DATE       PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME   PIC X(8) VALUE 'DATMORN'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATMORN: MORNING STATUS OF THE NIGHT'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM init_tables.
           PERFORM read_chain_file.
           PERFORM check_chain_steps.
           PERFORM read_audit_file.
           PERFORM read_diag_file.
           PERFORM read_merge_counts.
           PERFORM read_region_counts.
           PERFORM read_json_feed.
           PERFORM count_suspense.
           PERFORM count_warehouse.
           PERFORM count_drops.
           PERFORM count_overdrafts.
           PERFORM count_review_items.
           PERFORM flag_night.
           PERFORM write_report.
           PERFORM write_json_feed.
           PERFORM print_summary.
           PERFORM set_return_code.
           STOP RUN.
      *
       init_tables.
           PERFORM VARYING WK-STEP-X FROM 1 BY 1
                   UNTIL WK-STEP-X > WK-STEP-MAX
               MOVE SPACES TO WK-STEP-ALT(WK-STEP-X)
               MOVE 0 TO WK-STEP-RUNS(WK-STEP-X)
               MOVE 0 TO WK-STEP-POS(WK-STEP-X)
               MOVE 0 TO WK-STEP-RC(WK-STEP-X)
               MOVE 0 TO WK-STEP-TIME(WK-STEP-X)
               MOVE SPACES TO WK-STEP-SEEN(WK-STEP-X)
               MOVE SPACES TO WK-STEP-STATE(WK-STEP-X)
           END-PERFORM.
           MOVE 'DATBKUP'  TO WK-STEP-NAME(1).
           MOVE 0          TO WK-STEP-PRED(1).
           MOVE 'DATMERGE' TO WK-STEP-NAME(2).
           MOVE 1          TO WK-STEP-PRED(2).
           MOVE 'DATEDIT'  TO WK-STEP-NAME(3).
           MOVE 2          TO WK-STEP-PRED(3).
           MOVE 'DATBATCH' TO WK-STEP-NAME(4).
           MOVE 'DATCONS'  TO WK-STEP-ALT(4).
           MOVE 3          TO WK-STEP-PRED(4).
           MOVE 'DATBALN'  TO WK-STEP-NAME(5).
           MOVE 4          TO WK-STEP-PRED(5).
           MOVE 'DATTRIAL' TO WK-STEP-NAME(6).
           MOVE 4          TO WK-STEP-PRED(6).
      *
      * CHAINCTL - every record for the run date, in the order the
      * steps appended them.
       read_chain_file.
           OPEN INPUT CHAIN-FILE.
           IF WK-CHAIN-OK
               MOVE 'N' TO WK-EOF-SW
               PERFORM read_one_chain UNTIL WK-EOF
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATMORN: CHAINCTL NOT AVAILABLE, STATUS='
                   WK-CHAIN-STATUS
               SET WK-CHAIN-ERR TO TRUE
           END-IF.
      *
       read_one_chain.
           READ CHAIN-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-CHAIN-POS
                   IF CHN-RUN-DATE NUMERIC
                           AND CHN-RUN-DATE = WK-RUN-DATE
                       PERFORM apply_chain_record
                   END-IF
           END-READ.
      *
      * A DATCONS record stands for the partition DATBATCH records
      * before it - the split night's posting counts once, and only
      * a second DATCONS (or a DATBATCH after it) is a rerun.
       apply_chain_record.
           MOVE 'N' TO WK-HIT-SW.
           PERFORM VARYING WK-STEP-X FROM 1 BY 1
                   UNTIL WK-STEP-X > WK-STEP-MAX OR WK-HIT
               IF CHN-STEP = WK-STEP-NAME(WK-STEP-X)
                       OR (CHN-STEP = WK-STEP-ALT(WK-STEP-X)
                           AND WK-STEP-ALT(WK-STEP-X) NOT = SPACES)
                   SET WK-HIT TO TRUE
                   IF CHN-STEP = WK-STEP-ALT(WK-STEP-X)
                           AND WK-STEP-SEEN(WK-STEP-X)
                               = WK-STEP-NAME(WK-STEP-X)
                       MOVE 0 TO WK-STEP-RUNS(WK-STEP-X)
                   END-IF
                   ADD 1 TO WK-STEP-RUNS(WK-STEP-X)
                   MOVE WK-CHAIN-POS    TO WK-STEP-POS(WK-STEP-X)
                   MOVE CHN-RETURN-CODE TO WK-STEP-RC(WK-STEP-X)
                   MOVE CHN-RUN-TIME    TO WK-STEP-TIME(WK-STEP-X)
                   MOVE CHN-STEP        TO WK-STEP-SEEN(WK-STEP-X)
               END-IF
           END-PERFORM.
           IF NOT WK-HIT
               PERFORM apply_other_step
           END-IF.
      *
       apply_other_step.
           PERFORM VARYING WK-OTH-X FROM 1 BY 1
                   UNTIL WK-OTH-X > WK-OTH-CNT OR WK-HIT
               IF CHN-STEP = WK-OTH-NAME(WK-OTH-X)
                   SET WK-HIT TO TRUE
                   ADD 1 TO WK-OTH-RUNS(WK-OTH-X)
                   MOVE CHN-RETURN-CODE TO WK-OTH-RC(WK-OTH-X)
                   MOVE CHN-RUN-TIME    TO WK-OTH-TIME(WK-OTH-X)
               END-IF
           END-PERFORM.
           IF NOT WK-HIT
               IF WK-OTH-CNT < WK-OTH-MAX
                   ADD 1 TO WK-OTH-CNT
                   SET WK-OTH-X TO WK-OTH-CNT
                   MOVE CHN-STEP        TO WK-OTH-NAME(WK-OTH-X)
                   MOVE 1               TO WK-OTH-RUNS(WK-OTH-X)
                   MOVE CHN-RETURN-CODE TO WK-OTH-RC(WK-OTH-X)
                   MOVE CHN-RUN-TIME    TO WK-OTH-TIME(WK-OTH-X)
               ELSE
                   SET WK-OTH-OVFL TO TRUE
               END-IF
           END-IF.
      *
      * Each step of the chain gets its state - missing, out of
      * order against the step it must follow, or ended nonzero.
       check_chain_steps.
           PERFORM check_one_step
               VARYING WK-STEP-X FROM 1 BY 1
               UNTIL WK-STEP-X > WK-STEP-MAX.
      *
       check_one_step.
           MOVE WK-STEP-PRED(WK-STEP-X) TO WK-PRED-NO.
           IF WK-STEP-RUNS(WK-STEP-X) = 0
               MOVE 'MISSING' TO WK-STEP-STATE(WK-STEP-X)
               MOVE WK-STEP-NAME(WK-STEP-X) TO WK-STEP-SEEN(WK-STEP-X)
           ELSE
               MOVE 'OK' TO WK-STEP-STATE(WK-STEP-X)
               IF WK-STEP-RC(WK-STEP-X) NOT = 0
                   MOVE 'NONZERO RC' TO WK-STEP-STATE(WK-STEP-X)
               END-IF
               IF WK-PRED-NO > 0
                   IF WK-STEP-RUNS(WK-PRED-NO) > 0
                           AND WK-STEP-POS(WK-STEP-X)
                               < WK-STEP-POS(WK-PRED-NO)
                       MOVE 'OUT OF ORDER' TO WK-STEP-STATE(WK-STEP-X)
                   END-IF
               END-IF
           END-IF.
      *
      * DATBAUDT - DATBATCH's own record of its daily runs tonight.
       read_audit_file.
           OPEN INPUT AUDIT-FILE.
           IF WK-AUDIT-OK
               MOVE 'N' TO WK-EOF-SW
               PERFORM read_one_audit UNTIL WK-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'DATMORN: DATBAUDT NOT AVAILABLE, STATUS='
                   WK-AUDIT-STATUS
           END-IF.
      *
       read_one_audit.
           READ AUDIT-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   IF AUDIT-RUN-DATE NUMERIC
                           AND AUDIT-RUN-DATE = WK-RUN-DATE
                           AND AUDIT-DAILY-RUN
                       SET WK-AUDIT-FOUND TO TRUE
                       ADD 1 TO WK-AUDIT-RUNS
                       MOVE AUDIT-RETURN-CODE TO WK-AUDIT-LAST-RC
                   END-IF
           END-READ.
      *
      * DATBDIAG - a missing file only means no run has ever failed.
       read_diag_file.
           OPEN INPUT DIAG-FILE.
           IF WK-DIAG-OK
               MOVE 'N' TO WK-EOF-SW
               PERFORM read_one_diag UNTIL WK-EOF
               CLOSE DIAG-FILE
           END-IF.
      *
       read_one_diag.
           READ DIAG-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   IF DIAG-RUN-DATE NUMERIC
                           AND DIAG-RUN-DATE = WK-RUN-DATE
                       ADD 1 TO WK-DIAG-CNT
                       PERFORM keep_diag_record
                   END-IF
           END-READ.
      *
       keep_diag_record.
           IF WK-DIAG-KEEP < 5
               ADD 1 TO WK-DIAG-KEEP
               SET WK-DIAG-X TO WK-DIAG-KEEP
               MOVE DIAG-RUN-TIME    TO WK-DG-TIME(WK-DIAG-X)
               MOVE DIAG-RETURN-CODE TO WK-DG-RC(WK-DIAG-X)
               MOVE DIAG-TRANS-ST    TO WK-DG-TRANS-ST(WK-DIAG-X)
               MOVE DIAG-MAST-ST     TO WK-DG-MAST-ST(WK-DIAG-X)
               MOVE DIAG-SIN-ST      TO WK-DG-SIN-ST(WK-DIAG-X)
               MOVE DIAG-SOUT-ST     TO WK-DG-SOUT-ST(WK-DIAG-X)
               MOVE DIAG-CAL-ST      TO WK-DG-CAL-ST(WK-DIAG-X)
               MOVE DIAG-ACT-NUM1    TO WK-DG-ACT-NUM1(WK-DIAG-X)
               MOVE DIAG-CKPT-NUM1   TO WK-DG-CKPT-NUM1(WK-DIAG-X)
               MOVE DIAG-REC-COUNT   TO WK-DG-REC-COUNT(WK-DIAG-X)
           END-IF.
      *
      * DATMCTL - what merged in tonight, all regions together.
       read_merge_counts.
           OPEN INPUT MCTL-FILE.
           IF WK-MCTL-OK
               MOVE 'N' TO WK-EOF-SW
               PERFORM read_one_mctl UNTIL WK-EOF
               CLOSE MCTL-FILE
           END-IF.
      *
       read_one_mctl.
           READ MCTL-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   IF MCTL-RUN-DATE NUMERIC
                           AND MCTL-RUN-DATE = WK-RUN-DATE
                           AND MCTL-COUNT NUMERIC
                       SET WK-MCTL-FOUND TO TRUE
                       ADD MCTL-COUNT TO WK-MERGED-IN
                   END-IF
           END-READ.
      *
      * DATBREGN - what became of tonight's fresh records.
       read_region_counts.
           OPEN INPUT REGN-FILE.
           IF WK-REGN-OK
               MOVE 'N' TO WK-EOF-SW
               PERFORM read_one_regn UNTIL WK-EOF
               CLOSE REGN-FILE
           END-IF.
      *
       read_one_regn.
           READ REGN-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   IF REGN-RUN-DATE NUMERIC
                           AND REGN-RUN-DATE = WK-RUN-DATE
                       SET WK-REGN-FOUND TO TRUE
                       IF REGN-F-POST NUMERIC
                           ADD REGN-F-POST TO WK-POSTED
                       END-IF
                       IF REGN-F-SUSP NUMERIC
                           ADD REGN-F-SUSP TO WK-SUSPENDED
                       END-IF
                       IF REGN-F-WARE NUMERIC
                           ADD REGN-F-WARE TO WK-WAREHOUSED
                       END-IF
                   END-IF
           END-READ.
      *
      * DATBJSON - our own fixed STRING layout, so each value sits
      * in a token of known edited width right after its label.
       read_json_feed.
           OPEN INPUT JSON-IN-FILE.
           IF WK-JSIN-OK
               READ JSON-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM parse_json_feed
               END-READ
               CLOSE JSON-IN-FILE
           END-IF.
      *
       parse_json_feed.
           UNSTRING JSON-IN-LINE DELIMITED BY '"run_date":"'
               INTO WK-JUNK WK-REST
           END-UNSTRING.
           MOVE WK-REST TO WK-TOKEN-AREA.
           IF WK-TOK8-X NUMERIC
               MOVE WK-TOK8-NUM TO WK-J-RUN-DATE
           END-IF.
           IF WK-J-RUN-DATE = WK-RUN-DATE
               SET WK-JSIN-FOUND TO TRUE
               UNSTRING JSON-IN-LINE DELIMITED BY '"transactions":'
                   INTO WK-JUNK WK-REST
               END-UNSTRING
               MOVE WK-REST TO WK-TOKEN-AREA
               INSPECT WK-TOK5-X REPLACING LEADING SPACES BY ZEROS
               IF WK-TOK5-X NUMERIC
                   MOVE WK-TOK5-NUM TO WK-PROCESSED
               END-IF
           END-IF.
      *
      * Suspense and warehouse depth - what the night carries
      * forward, one record per item.
       count_suspense.
           OPEN INPUT SUSP-FILE.
           IF WK-SUSP-OK
               SET WK-SUSP-FOUND TO TRUE
               MOVE 'N' TO WK-EOF-SW
               PERFORM read_one_suspense UNTIL WK-EOF
               CLOSE SUSP-FILE
           END-IF.
      *
       read_one_suspense.
           READ SUSP-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-SUSP-DEPTH
           END-READ.
      *
       count_warehouse.
           OPEN INPUT WARE-FILE.
           IF WK-WARE-OK
               SET WK-WARE-FOUND TO TRUE
               MOVE 'N' TO WK-EOF-SW
               PERFORM read_one_warehouse UNTIL WK-EOF
               CLOSE WARE-FILE
           END-IF.
      *
       read_one_warehouse.
           READ WARE-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-WARE-DEPTH
           END-READ.
      *
      * The listings are only counted when their heading carries
      * tonight's run date - last night's file left in place says
      * nothing about tonight.
       count_drops.
           OPEN INPUT DROP-FILE.
           IF WK-DROP-OK
               MOVE 'N' TO WK-EOF-SW
               SET WK-FIRST-LINE TO TRUE
               PERFORM read_one_drop_line UNTIL WK-EOF
               CLOSE DROP-FILE
           END-IF.
      *
       read_one_drop_line.
           READ DROP-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   IF WK-FIRST-LINE
                       MOVE DROP-LINE TO WK-HEAD-LINE
                       PERFORM check_listing_date
                       IF WK-TONIGHT
                           SET WK-DROP-FOUND TO TRUE
                       ELSE
                           SET WK-EOF TO TRUE
                       END-IF
                   ELSE
                       MOVE 0 TO WK-AGE-TALLY
                       INSPECT DROP-LINE
                           TALLYING WK-AGE-TALLY FOR ALL '  AGE='
                       IF WK-AGE-TALLY > 0
                           ADD 1 TO WK-DROPS
                       END-IF
                   END-IF
           END-READ.
      *
       count_overdrafts.
           OPEN INPUT BRPT-FILE.
           IF WK-BRPT-OK
               MOVE 'N' TO WK-EOF-SW
               SET WK-FIRST-LINE TO TRUE
               PERFORM read_one_brpt_line UNTIL WK-EOF
               CLOSE BRPT-FILE
           END-IF.
      *
       read_one_brpt_line.
           READ BRPT-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   IF WK-FIRST-LINE
                       MOVE BRPT-LINE TO WK-HEAD-LINE
                       PERFORM check_listing_date
                       IF WK-TONIGHT
                           SET WK-BRPT-FOUND TO TRUE
                       ELSE
                           SET WK-EOF TO TRUE
                       END-IF
                   ELSE
                       PERFORM count_overdraft_line
                   END-IF
           END-READ.
      *
      * The exception page sits at the end of the listing, under
      * its own heading - entries are only counted from there on.
       count_overdraft_line.
           IF WK-OD-PAGE
               IF BRPT-LEAD = SPACES AND BRPT-ACCT NUMERIC
                   ADD 1 TO WK-OD-ENTRIES
               END-IF
           ELSE
               MOVE 0 TO WK-OD-TALLY
               INSPECT BRPT-LINE
                   TALLYING WK-OD-TALLY FOR ALL 'OVERDRAFT EXCEPTIONS'
               IF WK-OD-TALLY > 0
                   SET WK-OD-PAGE TO TRUE
               END-IF
           END-IF.
      *
      * No DATBREVW just means the review was off (no REVPARM card).
       count_review_items.
           OPEN INPUT REVW-FILE.
           IF WK-REVW-OK
               MOVE 'N' TO WK-EOF-SW
               SET WK-FIRST-LINE TO TRUE
               PERFORM read_one_review_line UNTIL WK-EOF
               CLOSE REVW-FILE
           END-IF.
      *
       read_one_review_line.
           READ REVW-FILE
               AT END
                   SET WK-EOF TO TRUE
               NOT AT END
                   IF WK-FIRST-LINE
                       MOVE REVW-LINE TO WK-HEAD-LINE
                       PERFORM check_listing_date
                       IF WK-TONIGHT
                           SET WK-REVW-FOUND TO TRUE
                       ELSE
                           SET WK-EOF TO TRUE
                       END-IF
                   ELSE
                       IF REVW-LEAD = SPACES AND REVW-ACCT NUMERIC
                           ADD 1 TO WK-REVIEW-ITEMS
                       END-IF
                   END-IF
           END-READ.
      *
      * The listing's first line is in WK-HEAD-LINE.
       check_listing_date.
           MOVE 'N' TO WK-FIRST-SW.
           MOVE 'N' TO WK-TONIGHT-SW.
           MOVE SPACES TO WK-REST.
           UNSTRING WK-HEAD-LINE DELIMITED BY 'RUN DATE: '
               INTO WK-JUNK WK-REST
           END-UNSTRING.
           MOVE WK-REST TO WK-TOKEN-AREA.
           IF WK-TOK8-X NUMERIC
               IF WK-TOK8-NUM = WK-RUN-DATE
                   SET WK-TONIGHT TO TRUE
               END-IF
           END-IF.
      *
      * Everything that keeps the night from being clean, in the
      * order the operator should look at it.
       flag_night.
           IF WK-CHAIN-ERR
               MOVE 'CHAINCTL COULD NOT BE READ - NIGHT UNKNOWN'
                   TO WK-FLAG-TEXT
               PERFORM add_flag
           END-IF.
           PERFORM flag_one_step
               VARYING WK-STEP-X FROM 1 BY 1
               UNTIL WK-STEP-X > WK-STEP-MAX.
           PERFORM flag_other_step
               VARYING WK-OTH-X FROM 1 BY 1
               UNTIL WK-OTH-X > WK-OTH-CNT.
           IF WK-OTH-OVFL
               MOVE 'MORE STEPS RAN THAN THE PAGE CAN LIST'
                   TO WK-FLAG-TEXT
               PERFORM add_flag
           END-IF.
           IF NOT WK-AUDIT-FOUND
               MOVE 'NO DATBAUDT RECORD FOR TONIGHT' TO WK-FLAG-TEXT
               PERFORM add_flag
           ELSE
               IF WK-AUDIT-LAST-RC NOT = 0
                   MOVE SPACES TO WK-FLAG-TEXT
                   STRING 'DATBAUDT SHOWS RETURN-CODE '
                                          DELIMITED BY SIZE
                          WK-AUDIT-LAST-RC DELIMITED BY SIZE
                       INTO WK-FLAG-TEXT
                   END-STRING
                   PERFORM add_flag
               END-IF
           END-IF.
           IF WK-DIAG-CNT > 0
               MOVE 'DATBDIAG HAS DIAGNOSTICS FOR TONIGHT - SEE BELOW'
                   TO WK-FLAG-TEXT
               PERFORM add_flag
           END-IF.
           IF WK-DROPS > 0
               MOVE 'SUSPENSE ITEMS WERE DROPPED - SEE SUSPDRPT'
                   TO WK-FLAG-TEXT
               PERFORM add_flag
           END-IF.
           IF NOT WK-DROP-FOUND
               MOVE 'NO SUSPDRPT FOR TONIGHT' TO WK-FLAG-TEXT
               PERFORM add_flag
           END-IF.
           IF NOT WK-BRPT-FOUND
               MOVE 'NO DATBRPT LISTING FOR TONIGHT' TO WK-FLAG-TEXT
               PERFORM add_flag
           END-IF.
           IF NOT WK-JSIN-FOUND
               MOVE 'NO DATBJSON FOR TONIGHT' TO WK-FLAG-TEXT
               PERFORM add_flag
           END-IF.
      *
       flag_one_step.
           MOVE SPACES TO WK-FLAG-TEXT.
           IF WK-STEP-STATE(WK-STEP-X) = 'MISSING'
               STRING WK-STEP-NAME(WK-STEP-X) DELIMITED BY SPACE
                      ' DID NOT RUN TONIGHT'   DELIMITED BY SIZE
                   INTO WK-FLAG-TEXT
               END-STRING
               PERFORM add_flag
           ELSE
               IF WK-STEP-STATE(WK-STEP-X) = 'OUT OF ORDER'
                   MOVE WK-STEP-PRED(WK-STEP-X) TO WK-PRED-NO
                   STRING WK-STEP-SEEN(WK-STEP-X) DELIMITED BY SPACE
                          ' RAN BEFORE '          DELIMITED BY SIZE
                          WK-STEP-SEEN(WK-PRED-NO) DELIMITED BY SPACE
                       INTO WK-FLAG-TEXT
                   END-STRING
                   PERFORM add_flag
                   MOVE SPACES TO WK-FLAG-TEXT
               END-IF
               IF WK-STEP-RC(WK-STEP-X) NOT = 0
                   STRING WK-STEP-SEEN(WK-STEP-X) DELIMITED BY SPACE
                          ' ENDED WITH RETURN-CODE '
                                                  DELIMITED BY SIZE
                          WK-STEP-RC(WK-STEP-X)   DELIMITED BY SIZE
                       INTO WK-FLAG-TEXT
                   END-STRING
                   PERFORM add_flag
                   MOVE SPACES TO WK-FLAG-TEXT
               END-IF
               IF WK-STEP-RUNS(WK-STEP-X) > 1
                   STRING WK-STEP-SEEN(WK-STEP-X) DELIMITED BY SPACE
                          ' RAN MORE THAN ONCE'   DELIMITED BY SIZE
                       INTO WK-FLAG-TEXT
                   END-STRING
                   PERFORM add_flag
               END-IF
           END-IF.
      *
       flag_other_step.
           MOVE SPACES TO WK-FLAG-TEXT.
           IF WK-OTH-RC(WK-OTH-X) NOT = 0
               STRING WK-OTH-NAME(WK-OTH-X)   DELIMITED BY SPACE
                      ' ENDED WITH RETURN-CODE '
                                              DELIMITED BY SIZE
                      WK-OTH-RC(WK-OTH-X)     DELIMITED BY SIZE
                   INTO WK-FLAG-TEXT
               END-STRING
               PERFORM add_flag
           END-IF.
      *
      * The page has room for the first fifteen; the count keeps
      * going so the headline is never understated.
       add_flag.
           ADD 1 TO WK-FLAG-CNT.
           IF WK-FLAG-CNT NOT > WK-FLAG-MAX
               SET WK-FLAG-X TO WK-FLAG-CNT
               MOVE WK-FLAG-TEXT TO WK-FLAG-LINE(WK-FLAG-X)
           END-IF.
      *
       write_report.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               PERFORM write_report_body
               CLOSE REPORT-FILE
           ELSE
               DISPLAY 'DATMORN: UNABLE TO OPEN MORNRPT FILE'
           END-IF.
      *
       write_report_body.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DATMORN MORNING STATUS OF THE NIGHT'
                                                  DELIMITED BY SIZE
                  '   RUN DATE: '                 DELIMITED BY SIZE
                  WK-RUN-DATE                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM write_verdict.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM write_step_section.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM write_count_section.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM write_diag_section.
      *
       write_verdict.
           MOVE SPACES TO REPORT-LINE.
           IF WK-FLAG-CNT = 0
               STRING '*** NIGHT IS CLEAN - EVERY STEP RAN, IN ORDER,'
                                                   DELIMITED BY SIZE
                      ' RETURN-CODE 0 ***'         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               MOVE WK-FLAG-CNT TO WK-RUNS-ED
               STRING '*** NIGHT IS NOT CLEAN - '  DELIMITED BY SIZE
                      WK-RUNS-ED                   DELIMITED BY SIZE
                      ' THING(S) NEED LOOKING AT ***'
                                                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM write_flag_line
                   VARYING WK-FLAG-X FROM 1 BY 1
                   UNTIL WK-FLAG-X > WK-FLAG-CNT
                      OR WK-FLAG-X > WK-FLAG-MAX
               IF WK-FLAG-CNT > WK-FLAG-MAX
                   MOVE '    ... AND MORE - SEE THE SYSOUT'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
      *
       write_flag_line.
           MOVE SPACES TO REPORT-LINE.
           STRING '    - '                  DELIMITED BY SIZE
                  WK-FLAG-LINE(WK-FLAG-X)   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *
       write_step_section.
           MOVE '  STEP      STARTED    RC  RUNS  STATE'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM write_step_line
               VARYING WK-STEP-X FROM 1 BY 1
               UNTIL WK-STEP-X > WK-STEP-MAX.
           IF WK-OTH-CNT > 0
               MOVE '  OTHER STEPS TONIGHT' TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM write_other_line
                   VARYING WK-OTH-X FROM 1 BY 1
                   UNTIL WK-OTH-X > WK-OTH-CNT
           END-IF.
      *
       write_step_line.
           MOVE SPACES TO REPORT-LINE.
           IF WK-STEP-RUNS(WK-STEP-X) = 0
               STRING '  '                       DELIMITED BY SIZE
                      WK-STEP-SEEN(WK-STEP-X)    DELIMITED BY SIZE
                      '  --:--:--  ---     0  '  DELIMITED BY SIZE
                      WK-STEP-STATE(WK-STEP-X)   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE WK-STEP-TIME(WK-STEP-X) TO WK-TIME-WORK
               PERFORM edit_time
               MOVE WK-STEP-RUNS(WK-STEP-X) TO WK-RUNS-ED
               STRING '  '                       DELIMITED BY SIZE
                      WK-STEP-SEEN(WK-STEP-X)    DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      WK-TIME-ED                 DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      WK-STEP-RC(WK-STEP-X)      DELIMITED BY SIZE
                      '   '                      DELIMITED BY SIZE
                      WK-RUNS-ED                 DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      WK-STEP-STATE(WK-STEP-X)   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
      *
       write_other_line.
           MOVE WK-OTH-TIME(WK-OTH-X) TO WK-TIME-WORK.
           PERFORM edit_time.
           MOVE WK-OTH-RUNS(WK-OTH-X) TO WK-RUNS-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '                       DELIMITED BY SIZE
                  WK-OTH-NAME(WK-OTH-X)      DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WK-TIME-ED                 DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WK-OTH-RC(WK-OTH-X)        DELIMITED BY SIZE
                  '   '                      DELIMITED BY SIZE
                  WK-RUNS-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *
       edit_time.
           MOVE SPACES TO WK-TIME-ED.
           STRING WK-TIME-HH  DELIMITED BY SIZE
                  ':'         DELIMITED BY SIZE
                  WK-TIME-MM  DELIMITED BY SIZE
                  ':'         DELIMITED BY SIZE
                  WK-TIME-SS  DELIMITED BY SIZE
               INTO WK-TIME-ED
           END-STRING.
      *
       write_count_section.
           MOVE '  RECORDS AND DEPTHS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MERGED IN (DATMCTL)' TO WK-LABEL.
           MOVE WK-MERGED-IN TO WK-FIG-NUM.
           MOVE WK-MCTL-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
           MOVE 'PROCESSED (DATBJSON)' TO WK-LABEL.
           MOVE WK-PROCESSED TO WK-FIG-NUM.
           MOVE WK-JSIN-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
           MOVE 'POSTED (DATBREGN)' TO WK-LABEL.
           MOVE WK-POSTED TO WK-FIG-NUM.
           MOVE WK-REGN-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
           MOVE 'SUSPENDED (DATBREGN)' TO WK-LABEL.
           MOVE WK-SUSPENDED TO WK-FIG-NUM.
           PERFORM write_count_line.
           MOVE 'WAREHOUSED (DATBREGN)' TO WK-LABEL.
           MOVE WK-WAREHOUSED TO WK-FIG-NUM.
           PERFORM write_count_line.
           MOVE 'SUSPENSE DEPTH (SUSPOUT)' TO WK-LABEL.
           MOVE WK-SUSP-DEPTH TO WK-FIG-NUM.
           MOVE WK-SUSP-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
           MOVE 'WAREHOUSE DEPTH (WAREOUT)' TO WK-LABEL.
           MOVE WK-WARE-DEPTH TO WK-FIG-NUM.
           MOVE WK-WARE-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
           MOVE 'SUSPENSE DROPS (SUSPDRPT)' TO WK-LABEL.
           MOVE WK-DROPS TO WK-FIG-NUM.
           MOVE WK-DROP-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
           MOVE 'OVERDRAFT PAGE ENTRIES (DATBRPT)' TO WK-LABEL.
           MOVE WK-OD-ENTRIES TO WK-FIG-NUM.
           MOVE WK-BRPT-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
           MOVE 'REVIEW ITEMS (DATBREVW)' TO WK-LABEL.
           MOVE WK-REVIEW-ITEMS TO WK-FIG-NUM.
           MOVE WK-REVW-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
           MOVE 'DATBATCH RUNS (DATBAUDT)' TO WK-LABEL.
           MOVE WK-AUDIT-RUNS TO WK-FIG-NUM.
           MOVE WK-AUDIT-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM write_count_line.
      *
      * One figure per line - WK-LABEL, the figure in WK-FIG-NUM
      * and whether its source was there in WK-FIG-FOUND-SW.
       write_count_line.
           IF WK-FIG-FOUND
               MOVE WK-FIG-NUM TO WK-CNT-ED
               MOVE WK-CNT-ED TO WK-VALUE-ED
           ELSE
               MOVE 'NOT TONIGHT' TO WK-VALUE-ED
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '    '        DELIMITED BY SIZE
                  WK-LABEL      DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  WK-VALUE-ED   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *
       write_diag_section.
           MOVE '  DATBDIAG DIAGNOSTICS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WK-DIAG-CNT = 0
               MOVE '    NONE FOR TONIGHT' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM write_diag_line
                   VARYING WK-DIAG-X FROM 1 BY 1
                   UNTIL WK-DIAG-X > WK-DIAG-KEEP
               IF WK-DIAG-CNT > WK-DIAG-KEEP
                   MOVE '    ... AND MORE - SEE DATBDIAG'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
      *
       write_diag_line.
           MOVE WK-DG-TIME(WK-DIAG-X) TO WK-TIME-WORK.
           PERFORM edit_time.
           MOVE SPACES TO REPORT-LINE.
           STRING '    '                    DELIMITED BY SIZE
                  WK-TIME-ED                DELIMITED BY SIZE
                  '  RC='                   DELIMITED BY SIZE
                  WK-DG-RC(WK-DIAG-X)       DELIMITED BY SIZE
                  '  TRANSIN='              DELIMITED BY SIZE
                  WK-DG-TRANS-ST(WK-DIAG-X) DELIMITED BY SIZE
                  ' ACCTMSTR='              DELIMITED BY SIZE
                  WK-DG-MAST-ST(WK-DIAG-X)  DELIMITED BY SIZE
                  ' SUSPIN='                DELIMITED BY SIZE
                  WK-DG-SIN-ST(WK-DIAG-X)   DELIMITED BY SIZE
                  ' SUSPOUT='               DELIMITED BY SIZE
                  WK-DG-SOUT-ST(WK-DIAG-X)  DELIMITED BY SIZE
                  ' CALENDAR='              DELIMITED BY SIZE
                  WK-DG-CAL-ST(WK-DIAG-X)   DELIMITED BY SIZE
                  '  AT NUM1='              DELIMITED BY SIZE
                  WK-DG-ACT-NUM1(WK-DIAG-X) DELIMITED BY SIZE
                  ' CKPT='                  DELIMITED BY SIZE
                  WK-DG-CKPT-NUM1(WK-DIAG-X) DELIMITED BY SIZE
                  ' RECORDS='               DELIMITED BY SIZE
                  WK-DG-REC-COUNT(WK-DIAG-X) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *
      * One JSON object for the dashboard - the verdict, the steps,
      * the figures (null where the source was not there tonight),
      * the diagnostics and the reasons in the same plain words.
       write_json_feed.
           MOVE SPACES TO JSON-LINE.
           MOVE 1 TO WK-JSON-PTR.
           MOVE WK-FLAG-CNT TO WK-RUNS-ED.
           STRING '{"run_date":"'     DELIMITED BY SIZE
                  WK-RUN-DATE         DELIMITED BY SIZE
                  '","clean":'        DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           IF WK-FLAG-CNT = 0
               STRING 'true'  DELIMITED BY SIZE
                   INTO JSON-LINE WITH POINTER WK-JSON-PTR
               END-STRING
           ELSE
               STRING 'false' DELIMITED BY SIZE
                   INTO JSON-LINE WITH POINTER WK-JSON-PTR
               END-STRING
           END-IF.
           STRING ',"flag_count":'    DELIMITED BY SIZE
                  WK-RUNS-ED          DELIMITED BY SIZE
                  ',"steps":['        DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           MOVE SPACE TO WK-JSON-SEP.
           PERFORM add_json_step
               VARYING WK-STEP-X FROM 1 BY 1
               UNTIL WK-STEP-X > WK-STEP-MAX.
           STRING '],"other_steps":[' DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           MOVE SPACE TO WK-JSON-SEP.
           PERFORM add_json_other
               VARYING WK-OTH-X FROM 1 BY 1
               UNTIL WK-OTH-X > WK-OTH-CNT.
           STRING ']'                 DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           PERFORM add_json_counts.
           STRING ',"diagnostics":['  DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           MOVE SPACE TO WK-JSON-SEP.
           PERFORM add_json_diag
               VARYING WK-DIAG-X FROM 1 BY 1
               UNTIL WK-DIAG-X > WK-DIAG-KEEP.
           STRING '],"flags":['       DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           MOVE SPACE TO WK-JSON-SEP.
           PERFORM add_json_flag
               VARYING WK-FLAG-X FROM 1 BY 1
               UNTIL WK-FLAG-X > WK-FLAG-CNT
                  OR WK-FLAG-X > WK-FLAG-MAX.
           STRING ']}'                DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           OPEN OUTPUT JSON-FILE.
           IF WK-JSON-OK
               WRITE JSON-LINE
               CLOSE JSON-FILE
           ELSE
               DISPLAY 'DATMORN: UNABLE TO WRITE MORNJSON FILE'
           END-IF.
      *
      * Array members are separated by WK-JSON-SEP - a space before
      * the first, a comma after.
       add_json_step.
           MOVE WK-STEP-RUNS(WK-STEP-X) TO WK-RUNS-ED.
           STRING WK-JSON-SEP               DELIMITED BY SIZE
                  '{"step":"'               DELIMITED BY SIZE
                  WK-STEP-SEEN(WK-STEP-X)   DELIMITED BY SPACE
                  '","runs":'               DELIMITED BY SIZE
                  WK-RUNS-ED                DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           IF WK-STEP-RUNS(WK-STEP-X) = 0
               STRING ',"started":null,"rc":null'
                                            DELIMITED BY SIZE
                   INTO JSON-LINE
                   WITH POINTER WK-JSON-PTR
               END-STRING
           ELSE
               MOVE WK-STEP-TIME(WK-STEP-X) TO WK-TIME-WORK
               PERFORM edit_time
               MOVE WK-STEP-RC(WK-STEP-X) TO WK-RC-ED
               STRING ',"started":"'        DELIMITED BY SIZE
                      WK-TIME-ED            DELIMITED BY SIZE
                      '","rc":'             DELIMITED BY SIZE
                      WK-RC-ED              DELIMITED BY SIZE
                   INTO JSON-LINE
                   WITH POINTER WK-JSON-PTR
               END-STRING
           END-IF.
           STRING ',"state":"'              DELIMITED BY SIZE
                  WK-STEP-STATE(WK-STEP-X)  DELIMITED BY '  '
                  '"}'                      DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           MOVE ',' TO WK-JSON-SEP.
      *
       add_json_other.
           MOVE WK-OTH-TIME(WK-OTH-X) TO WK-TIME-WORK.
           PERFORM edit_time.
           MOVE WK-OTH-RUNS(WK-OTH-X) TO WK-RUNS-ED.
           MOVE WK-OTH-RC(WK-OTH-X) TO WK-RC-ED.
           STRING WK-JSON-SEP               DELIMITED BY SIZE
                  '{"step":"'               DELIMITED BY SIZE
                  WK-OTH-NAME(WK-OTH-X)     DELIMITED BY SPACE
                  '","runs":'               DELIMITED BY SIZE
                  WK-RUNS-ED                DELIMITED BY SIZE
                  ',"started":"'            DELIMITED BY SIZE
                  WK-TIME-ED                DELIMITED BY SIZE
                  '","rc":'                 DELIMITED BY SIZE
                  WK-RC-ED                  DELIMITED BY SIZE
                  '}'                       DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           MOVE ',' TO WK-JSON-SEP.
      *
       add_json_counts.
           MOVE 'merged_in' TO WK-JSON-NAME.
           MOVE WK-MERGED-IN TO WK-FIG-NUM.
           MOVE WK-MCTL-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
           MOVE 'processed' TO WK-JSON-NAME.
           MOVE WK-PROCESSED TO WK-FIG-NUM.
           MOVE WK-JSIN-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
           MOVE 'posted' TO WK-JSON-NAME.
           MOVE WK-POSTED TO WK-FIG-NUM.
           MOVE WK-REGN-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
           MOVE 'suspended' TO WK-JSON-NAME.
           MOVE WK-SUSPENDED TO WK-FIG-NUM.
           PERFORM add_json_count.
           MOVE 'warehoused' TO WK-JSON-NAME.
           MOVE WK-WAREHOUSED TO WK-FIG-NUM.
           PERFORM add_json_count.
           MOVE 'suspense_depth' TO WK-JSON-NAME.
           MOVE WK-SUSP-DEPTH TO WK-FIG-NUM.
           MOVE WK-SUSP-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
           MOVE 'warehouse_depth' TO WK-JSON-NAME.
           MOVE WK-WARE-DEPTH TO WK-FIG-NUM.
           MOVE WK-WARE-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
           MOVE 'drops' TO WK-JSON-NAME.
           MOVE WK-DROPS TO WK-FIG-NUM.
           MOVE WK-DROP-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
           MOVE 'overdraft_entries' TO WK-JSON-NAME.
           MOVE WK-OD-ENTRIES TO WK-FIG-NUM.
           MOVE WK-BRPT-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
           MOVE 'review_items' TO WK-JSON-NAME.
           MOVE WK-REVIEW-ITEMS TO WK-FIG-NUM.
           MOVE WK-REVW-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
           MOVE 'datbatch_runs' TO WK-JSON-NAME.
           MOVE WK-AUDIT-RUNS TO WK-FIG-NUM.
           MOVE WK-AUDIT-FOUND-SW TO WK-FIG-FOUND-SW.
           PERFORM add_json_count.
      *
       add_json_count.
           STRING ',"'                DELIMITED BY SIZE
                  WK-JSON-NAME        DELIMITED BY SPACE
                  '":'                DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           IF WK-FIG-FOUND
               MOVE WK-FIG-NUM TO WK-CNT-ED
               STRING WK-CNT-ED       DELIMITED BY SIZE
                   INTO JSON-LINE
                   WITH POINTER WK-JSON-PTR
               END-STRING
           ELSE
               STRING 'null'          DELIMITED BY SIZE
                   INTO JSON-LINE
                   WITH POINTER WK-JSON-PTR
               END-STRING
           END-IF.
      *
       add_json_diag.
           MOVE WK-DG-TIME(WK-DIAG-X) TO WK-TIME-WORK.
           PERFORM edit_time.
           MOVE WK-DG-RC(WK-DIAG-X)        TO WK-RC-ED.
           MOVE WK-DG-ACT-NUM1(WK-DIAG-X)  TO WK-NUM1-ED.
           MOVE WK-DG-CKPT-NUM1(WK-DIAG-X) TO WK-CKPT-ED.
           MOVE WK-DG-REC-COUNT(WK-DIAG-X) TO WK-RECS-ED.
           STRING WK-JSON-SEP               DELIMITED BY SIZE
                  '{"time":"'               DELIMITED BY SIZE
                  WK-TIME-ED                DELIMITED BY SIZE
                  '","rc":'                 DELIMITED BY SIZE
                  WK-RC-ED                  DELIMITED BY SIZE
                  ',"transin_st":"'         DELIMITED BY SIZE
                  WK-DG-TRANS-ST(WK-DIAG-X) DELIMITED BY SIZE
                  '","acctmstr_st":"'       DELIMITED BY SIZE
                  WK-DG-MAST-ST(WK-DIAG-X)  DELIMITED BY SIZE
                  '","suspin_st":"'         DELIMITED BY SIZE
                  WK-DG-SIN-ST(WK-DIAG-X)   DELIMITED BY SIZE
                  '","suspout_st":"'        DELIMITED BY SIZE
                  WK-DG-SOUT-ST(WK-DIAG-X)  DELIMITED BY SIZE
                  '","calendar_st":"'       DELIMITED BY SIZE
                  WK-DG-CAL-ST(WK-DIAG-X)   DELIMITED BY SIZE
                  '","num1":'               DELIMITED BY SIZE
                  WK-NUM1-ED                DELIMITED BY SIZE
                  ',"checkpoint":'          DELIMITED BY SIZE
                  WK-CKPT-ED                DELIMITED BY SIZE
                  ',"records":'             DELIMITED BY SIZE
                  WK-RECS-ED                DELIMITED BY SIZE
                  '}'                       DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           MOVE ',' TO WK-JSON-SEP.
      *
       add_json_flag.
           STRING WK-JSON-SEP               DELIMITED BY SIZE
                  '"'                       DELIMITED BY SIZE
                  WK-FLAG-LINE(WK-FLAG-X)   DELIMITED BY '  '
                  '"'                       DELIMITED BY SIZE
               INTO JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           MOVE ',' TO WK-JSON-SEP.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATMORN: RUN SUMMARY'.
           DISPLAY '  RUN DATE                 =' WK-RUN-DATE.
           DISPLAY '  CHAIN RECORDS READ       =' WK-CHAIN-POS.
           DISPLAY '  OTHER STEPS TONIGHT      =' WK-OTH-CNT.
           DISPLAY '  DIAGNOSTICS RECORDS      =' WK-DIAG-CNT.
           DISPLAY '  THINGS FLAGGED           =' WK-FLAG-CNT.
           IF WK-FLAG-CNT = 0
               DISPLAY '  NIGHT IS CLEAN'
           ELSE
               DISPLAY '  *** NIGHT IS NOT CLEAN ***'
               PERFORM display_flag
                   VARYING WK-FLAG-X FROM 1 BY 1
                   UNTIL WK-FLAG-X > WK-FLAG-CNT
                      OR WK-FLAG-X > WK-FLAG-MAX
           END-IF.
           DISPLAY '-------------------------------------------'.
      *
       display_flag.
           DISPLAY '    - ' WK-FLAG-LINE(WK-FLAG-X).
      *
      * 8 means CHAINCTL could not be read and nothing can be said
      * about the night, 4 means the night is not clean - either
      * way the day shift is paged before the branches open.
       set_return_code.
           IF WK-CHAIN-ERR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-FLAG-CNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DATMORN: RETURN-CODE=' RETURN-CODE.
