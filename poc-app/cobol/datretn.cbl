       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATRETN.
      * Region return files. The regional source systems never
      * heard what became of the transactions they sent, so their
      * staff rang the desk about every missing item. This step
      * runs after DATSETL and writes one return file per active
      * REGNCTL slot - RETURN1-RETURN4, in the same slot order as
      * DATMERGE's TRANSIN1-TRANSIN4 - listing every transaction
      * that region sent tonight with its TRANS-ID and final
      * disposition:
      *
      *   POSTED    - on tonight's TRANHIST
      *   REJECTED  - turned back by DATEDIT, with its reason
      *   SUSPENDED - on tonight's SUSPOUT, with its reason
      *   WAREHSD   - held on WAREOUT, with the due date
      *
      * What the region sent is tonight's merged extract TRANSOUT,
      * region stamps and all. Each sent record is matched by
      * region and TRANS-ID against the outcomes, all in one sort:
      * the sent records sort in front of their outcomes, and each
      * outcome answers one sent record. An outcome with nothing
      * left to answer is an earlier day's suspense or warehouse
      * item posting tonight and is not returned - it settles
      * against the day it merged in, as DATSETL has it. A sent
      * record with no outcome is returned UNTRACED.
      *
      * Each return file carries a DATXHDR header and trailer - the
      * trailer's count and TRANS-ID hash are built the way the
      * region's own extract trailer is, so the region balances
      * the return against what it sent. Every slot's counts must
      * tie to the figures DATSETL settled for that region on
      * DATSCTL, or the step fails and the files are not sent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCTL-FILE ASSIGN TO 'REGNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RCTL-STATUS.
           SELECT SCTL-FILE ASSIGN TO 'DATSCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SCTL-STATUS.
           SELECT MERGE-FILE ASSIGN TO 'TRANSOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MERGE-STATUS.
           SELECT REASON-FILE ASSIGN TO 'TRANSRSN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RSN-STATUS.
           SELECT HIST-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
           SELECT SUSP-FILE ASSIGN TO 'SUSPOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SUSP-STATUS.
           SELECT WARE-FILE ASSIGN TO 'WAREOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-WARE-STATUS.
           SELECT RETURN1-FILE ASSIGN TO 'RETURN1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RTN1-STATUS.
           SELECT RETURN2-FILE ASSIGN TO 'RETURN2'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RTN2-STATUS.
           SELECT RETURN3-FILE ASSIGN TO 'RETURN3'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RTN3-STATUS.
           SELECT RETURN4-FILE ASSIGN TO 'RETURN4'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RTN4-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'RETNRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
           SELECT SORT-FILE ASSIGN TO 'RETNSORT'.
       DATA DIVISION.
       FILE SECTION.
       FD  RCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATMERGE reads - one record per input slot, in
      * slot order.
       01  RCTL-RECORD.
           05  RCTL-CODE            PIC X(3).
           05  FILLER               PIC X(1).
           05  RCTL-ACTIVE          PIC X(1).
               88  RCTL-IS-ACTIVE    VALUE 'A'.
           05  FILLER               PIC X(1).
           05  RCTL-HOLIDAYS.
               10  RCTL-HOL-ENTRY OCCURS 6 TIMES.
                   15  RCTL-HOL-DATE PIC 9(8).
                   15  FILLER        PIC X(1).
           05  FILLER               PIC X(20).
       FD  SCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATSETL writes in write_one_settlement_control.
       01  SCTL-RECORD.
           05  SCTL-RUN-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  SCTL-CODE            PIC X(3).
           05  FILLER               PIC X(1).
           05  SCTL-MERGED          PIC 9(7).
           05  FILLER               PIC X(1).
           05  SCTL-POSTED          PIC 9(5).
           05  FILLER               PIC X(1).
           05  SCTL-SUSP            PIC 9(5).
           05  FILLER               PIC X(1).
           05  SCTL-WARE            PIC 9(5).
           05  FILLER               PIC X(1).
           05  SCTL-REJ             PIC 9(5).
           05  FILLER               PIC X(1).
           05  SCTL-DRIFT           PIC X(1).
           05  FILLER               PIC X(34).
       FD  MERGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Tonight's merged extract as DATMERGE wrote it - header,
      * region-stamped details, trailer.
       01  MERGE-RECORD             PIC X(80).
       FD  REASON-FILE
           RECORD CONTAINS 120 CHARACTERS.
      * Same layout DATEDIT writes in reject_record.
       01  RSN-RECORD.
           05  RSN-TRAN             PIC X(80).
           05  RSN-REC-NO           PIC 9(5).
           05  FILLER               PIC X(1).
           05  RSN-REASON           PIC X(30).
           05  FILLER               PIC X(4).
       FD  HIST-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Same layout DATBATCH writes in write_history_record.
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
      * Same layout DATBATCH writes on SUSPOUT.
       01  SUSP-RECORD.
           05  SUSP-TRAN            PIC X(80).
           05  SUSP-AGE             PIC 9(03).
           05  SUSP-DATE-IN         PIC 9(08).
           05  SUSP-REASON          PIC X(30).
       FD  WARE-FILE
           RECORD CONTAINS 96 CHARACTERS.
      * Same layout DATBATCH writes on WAREOUT.
       01  WARE-RECORD.
           05  WARE-TRAN            PIC X(80).
           05  WARE-DUE-DATE        PIC 9(08).
           05  WARE-DATE-IN         PIC 9(08).
       FD  RETURN1-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RTN1-RECORD              PIC X(80).
       FD  RETURN2-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RTN2-RECORD              PIC X(80).
       FD  RETURN3-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RTN3-RECORD              PIC X(80).
       FD  RETURN4-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RTN4-RECORD              PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).
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
       SD  SORT-FILE.
      * Sent records (kind 1) and outcomes (kind 2) together, in
      * region and TRANS-ID order with each sent record ahead of
      * its outcomes.
       01  SORT-RECORD.
           05  SRT-REGION           PIC X(3).
           05  SRT-TRANS-ID         PIC X(10).
           05  SRT-KIND             PIC X(1).
               88  SRT-SENT          VALUE '1'.
           05  SRT-DISP             PIC X(9).
           05  SRT-DUE-DATE         PIC 9(8).
           05  SRT-REASON           PIC X(30).
       WORKING-STORAGE SECTION.
      * Shared transaction views - every input record is moved in
      * here for its TRANS-ID and region stamp, and the return
      * file's header and trailer are built here.
       COPY DATXREC.
       COPY DATXHDR.
      * One return detail - built here, written to whichever slot's
      * file the region owns.
       01 WK-RTN-DETAIL.
          05  WK-RTN-TRANS-ID       PIC X(10).
          05  WK-RTN-TRANS-ID-NUM REDEFINES WK-RTN-TRANS-ID
                                    PIC 9(10).
          05  FILLER                PIC X(1).
          05  WK-RTN-REGION         PIC X(3).
          05  FILLER                PIC X(1).
          05  WK-RTN-DISP           PIC X(9).
          05  FILLER                PIC X(1).
          05  WK-RTN-DUE-DATE       PIC 9(8).
          05  FILLER                PIC X(1).
          05  WK-RTN-REASON         PIC X(30).
          05  FILLER                PIC X(16).
       01 WK-RTN-LINE       PIC X(80) VALUE SPACES.
      * The disposition the detail is about to carry.
       01 WK-OUT-DISP       PIC X(9) VALUE SPACES.
       01 WK-OUT-DUE-DATE   PIC 9(8) VALUE 0.
       01 WK-OUT-REASON     PIC X(30) VALUE SPACES.
       01 WK-RCTL-STATUS    PIC X(2) VALUE '00'.
          88  WK-RCTL-OK            VALUE '00'.
          88  WK-RCTL-NOFILE        VALUE '05' '35'.
       01 WK-SCTL-STATUS    PIC X(2) VALUE '00'.
          88  WK-SCTL-OK            VALUE '00'.
       01 WK-MERGE-STATUS   PIC X(2) VALUE '00'.
          88  WK-MERGE-OK           VALUE '00'.
       01 WK-RSN-STATUS     PIC X(2) VALUE '00'.
          88  WK-RSN-OK             VALUE '00'.
          88  WK-RSN-NOFILE         VALUE '05' '35'.
       01 WK-HIST-STATUS    PIC X(2) VALUE '00'.
          88  WK-HIST-OK            VALUE '00'.
          88  WK-HIST-NOFILE        VALUE '05' '35'.
       01 WK-SUSP-STATUS    PIC X(2) VALUE '00'.
          88  WK-SUSP-OK            VALUE '00'.
          88  WK-SUSP-NOFILE        VALUE '05' '35'.
       01 WK-WARE-STATUS    PIC X(2) VALUE '00'.
          88  WK-WARE-OK            VALUE '00'.
          88  WK-WARE-NOFILE        VALUE '05' '35'.
       01 WK-RTN1-STATUS    PIC X(2) VALUE '00'.
       01 WK-RTN2-STATUS    PIC X(2) VALUE '00'.
       01 WK-RTN3-STATUS    PIC X(2) VALUE '00'.
       01 WK-RTN4-STATUS    PIC X(2) VALUE '00'.
       01 WK-OPEN-STATUS    PIC X(2) VALUE '00'.
       01 WK-RPT-STATUS     PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW    PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-CHAIN-STATUS   PIC X(2) VALUE '00'.
          88  WK-CHAIN-OK           VALUE '00'.
          88  WK-CHAIN-NOFILE       VALUE '05' '35'.
       01 WK-RCTL-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-RCTL-EOF           VALUE 'Y'.
       01 WK-SCTL-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-SCTL-EOF           VALUE 'Y'.
       01 WK-IN-EOF-SW      PIC X(1) VALUE 'N'.
          88  WK-IN-EOF             VALUE 'Y'.
       01 WK-SORT-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-SORT-EOF           VALUE 'Y'.
      * Settlement control missing or not tonight's - nothing to
      * tie the returns to, so none are written.
       01 WK-REFUSED-SW     PIC X(1) VALUE 'N'.
          88  WK-REFUSED            VALUE 'Y'.
      * An input that could not be read, or a return file that
      * would not open - the returns are incomplete.
       01 WK-FILE-ERR-SW    PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-TIE-SW         PIC X(1) VALUE 'N'.
          88  WK-TIE-OUT            VALUE 'Y'.
       01 WK-RCTL-SLOT      PIC 9(1) VALUE 0.
      * One entry per DATMERGE slot - the region it carries, its
      * return file state, what went onto the file and what
      * DATSETL settled for the region.
       01 WK-RT-TABLE.
          05  WK-RT-ENTRY OCCURS 4 TIMES INDEXED BY WK-RT-X.
              10  WK-RT-CODE        PIC X(3).
              10  WK-RT-ACTIVE-SW   PIC X(1).
                  88  WK-RT-ACTIVE           VALUE 'Y'.
              10  WK-RT-OPEN-SW     PIC X(1).
                  88  WK-RT-OPEN             VALUE 'Y'.
              10  WK-RT-SENT        PIC 9(7).
              10  WK-RT-COUNT       PIC 9(7).
              10  WK-RT-HASH        PIC 9(12).
              10  WK-RT-POSTED      PIC 9(7).
              10  WK-RT-REJ         PIC 9(7).
              10  WK-RT-SUSP        PIC 9(7).
              10  WK-RT-WARE        PIC 9(7).
              10  WK-RT-UNTRACED    PIC 9(7).
              10  WK-ST-MERGED      PIC 9(7).
              10  WK-ST-POSTED      PIC 9(7).
              10  WK-ST-REJ         PIC 9(7).
              10  WK-ST-SUSP        PIC 9(7).
              10  WK-ST-WARE        PIC 9(7).
       01 WK-RT-FOUND-SW    PIC X(1) VALUE 'N'.
          88  WK-RT-FOUND           VALUE 'Y'.
       01 WK-RT-WORK        PIC X(3) VALUE SPACES.
      * The sort group in hand - one region and TRANS-ID, how many
      * records were sent under it and how many have been answered.
       01 WK-GRP-REGION     PIC X(3) VALUE HIGH-VALUES.
       01 WK-GRP-ID         PIC X(10) VALUE SPACES.
       01 WK-GRP-SENT       PIC 9(5) VALUE 0.
       01 WK-GRP-USED       PIC 9(5) VALUE 0.
       01 WK-GRP-SLOT-SW    PIC X(1) VALUE 'N'.
          88  WK-GRP-HAS-SLOT       VALUE 'Y'.
       01 WK-GRP-SLOT       PIC 9(1) VALUE 0.
      * The second leg of a TR is the same transaction again on the
      * history - only the first leg answers the sent record.
       01 WK-PREV-XFR-ID    PIC X(10) VALUE SPACES.
       01 WK-SENT-COUNT     PIC 9(7) VALUE 0.
       01 WK-OUTCOME-COUNT  PIC 9(7) VALUE 0.
       01 WK-RETURNED-COUNT PIC 9(7) VALUE 0.
       01 WK-UNTRACED-COUNT PIC 9(7) VALUE 0.
       01 WK-EARLIER-COUNT  PIC 9(7) VALUE 0.
       01 WK-NOSLOT-COUNT   PIC 9(7) VALUE 0.
       01 WK-RUN-TIME       PIC 9(8) VALUE 0.
       01 WK-RUN-DATE       PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME   PIC X(8) VALUE 'DATRETN'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATRETN: REGION RETURN FILES'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM init_region_table.
           IF NOT WK-REFUSED
               PERFORM read_settlement_control
           END-IF.
           IF NOT WK-REFUSED
               PERFORM open_return_files
               PERFORM open_report_file
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-REGION SRT-TRANS-ID SRT-KIND
                   INPUT PROCEDURE IS release_tonights_work
                   OUTPUT PROCEDURE IS write_return_details
               PERFORM check_region_tie
                   VARYING WK-RT-X FROM 1 BY 1 UNTIL WK-RT-X > 4
               PERFORM close_return_files
               PERFORM close_report_file
           END-IF.
           PERFORM print_summary.
           PERFORM set_return_code.
           PERFORM write_chain_record.
           STOP RUN.
      *
      * Slots as DATMERGE has them - the three historical regions
      * when there is no control file, otherwise one control
      * record per slot in slot order.
       init_region_table.
           PERFORM VARYING WK-RT-X FROM 1 BY 1 UNTIL WK-RT-X > 4
               MOVE SPACES TO WK-RT-CODE(WK-RT-X)
               MOVE 'N' TO WK-RT-ACTIVE-SW(WK-RT-X)
               MOVE 'N' TO WK-RT-OPEN-SW(WK-RT-X)
               MOVE 0 TO WK-RT-SENT(WK-RT-X)
               MOVE 0 TO WK-RT-COUNT(WK-RT-X)
               MOVE 0 TO WK-RT-HASH(WK-RT-X)
               MOVE 0 TO WK-RT-POSTED(WK-RT-X)
               MOVE 0 TO WK-RT-REJ(WK-RT-X)
               MOVE 0 TO WK-RT-SUSP(WK-RT-X)
               MOVE 0 TO WK-RT-WARE(WK-RT-X)
               MOVE 0 TO WK-RT-UNTRACED(WK-RT-X)
               MOVE 0 TO WK-ST-MERGED(WK-RT-X)
               MOVE 0 TO WK-ST-POSTED(WK-RT-X)
               MOVE 0 TO WK-ST-REJ(WK-RT-X)
               MOVE 0 TO WK-ST-SUSP(WK-RT-X)
               MOVE 0 TO WK-ST-WARE(WK-RT-X)
           END-PERFORM.
           MOVE 'R01' TO WK-RT-CODE(1).
           MOVE 'R02' TO WK-RT-CODE(2).
           MOVE 'R03' TO WK-RT-CODE(3).
           MOVE 'R04' TO WK-RT-CODE(4).
           MOVE 'Y' TO WK-RT-ACTIVE-SW(1).
           MOVE 'Y' TO WK-RT-ACTIVE-SW(2).
           MOVE 'Y' TO WK-RT-ACTIVE-SW(3).
           PERFORM read_region_control.
      *
       read_region_control.
           OPEN INPUT RCTL-FILE.
           IF WK-RCTL-OK
               PERFORM VARYING WK-RT-X FROM 1 BY 1
                       UNTIL WK-RT-X > 4
                   MOVE 'N' TO WK-RT-ACTIVE-SW(WK-RT-X)
               END-PERFORM
               MOVE 0 TO WK-RCTL-SLOT
               PERFORM read_one_region_control UNTIL WK-RCTL-EOF
               CLOSE RCTL-FILE
           ELSE
               IF WK-RCTL-NOFILE
                   DISPLAY 'DATRETN: NO REGNCTL, DEFAULT REGIONS'
               ELSE
                   DISPLAY 'DATRETN: REGNCTL NOT READABLE, STATUS='
                       WK-RCTL-STATUS ' - RUN REFUSED'
                   SET WK-REFUSED TO TRUE
               END-IF
           END-IF.
      *
      * A region dark for its own holiday is still active - it gets
      * a return file with nothing on it, which is what it sent.
       read_one_region_control.
           READ RCTL-FILE
               AT END
                   SET WK-RCTL-EOF TO TRUE
               NOT AT END
                   IF WK-RCTL-SLOT < 4
                       ADD 1 TO WK-RCTL-SLOT
                       SET WK-RT-X TO WK-RCTL-SLOT
                       MOVE RCTL-CODE TO WK-RT-CODE(WK-RT-X)
                       IF RCTL-IS-ACTIVE
                           MOVE 'Y' TO WK-RT-ACTIVE-SW(WK-RT-X)
                       END-IF
                   END-IF
           END-READ.
      *
      * DATSETL's figures for tonight are the gate as well as the
      * tie - a settlement file for another date means DATSETL has
      * not run tonight, and returns proven against it would be
      * proven against the wrong day.
       read_settlement_control.
           OPEN INPUT SCTL-FILE.
           IF WK-SCTL-OK
               PERFORM read_one_settlement
                   UNTIL WK-SCTL-EOF OR WK-REFUSED
               CLOSE SCTL-FILE
           ELSE
               DISPLAY 'DATRETN: DATSCTL NOT AVAILABLE, STATUS='
                   WK-SCTL-STATUS ' - RUN REFUSED'
               SET WK-REFUSED TO TRUE
           END-IF.
      *
       read_one_settlement.
           READ SCTL-FILE
               AT END
                   SET WK-SCTL-EOF TO TRUE
               NOT AT END
                   IF SCTL-RUN-DATE NOT = WK-RUN-DATE
                       DISPLAY 'DATRETN: DATSCTL IS FOR '
                           SCTL-RUN-DATE ' NOT RUN DATE '
                           WK-RUN-DATE ' - RUN REFUSED'
                       SET WK-REFUSED TO TRUE
                   ELSE
                       MOVE SCTL-CODE TO WK-RT-WORK
                       PERFORM locate_return_slot
                       IF WK-RT-FOUND
                           MOVE SCTL-MERGED TO WK-ST-MERGED(WK-RT-X)
                           MOVE SCTL-POSTED TO WK-ST-POSTED(WK-RT-X)
                           MOVE SCTL-REJ    TO WK-ST-REJ(WK-RT-X)
                           MOVE SCTL-SUSP   TO WK-ST-SUSP(WK-RT-X)
                           MOVE SCTL-WARE   TO WK-ST-WARE(WK-RT-X)
                       END-IF
                   END-IF
           END-READ.
      *
      * Active slot for a region code - WK-RT-X is left on it.
       locate_return_slot.
           IF WK-RT-WORK = SPACES
               MOVE '???' TO WK-RT-WORK
           END-IF.
           MOVE 'N' TO WK-RT-FOUND-SW.
           PERFORM VARYING WK-RT-X FROM 1 BY 1
                   UNTIL WK-RT-X > 4 OR WK-RT-FOUND
               IF WK-RT-ACTIVE(WK-RT-X)
                       AND WK-RT-CODE(WK-RT-X) = WK-RT-WORK
                   SET WK-RT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WK-RT-FOUND
               SET WK-RT-X DOWN BY 1
           END-IF.
      *
      * Every active slot's file opens with its header whether or
      * not the region sent anything tonight.
       open_return_files.
           PERFORM open_one_return_file
               VARYING WK-RT-X FROM 1 BY 1 UNTIL WK-RT-X > 4.
      *
       open_one_return_file.
           IF WK-RT-ACTIVE(WK-RT-X)
               EVALUATE WK-RT-X
                   WHEN 1
                       OPEN OUTPUT RETURN1-FILE
                       MOVE WK-RTN1-STATUS TO WK-OPEN-STATUS
                   WHEN 2
                       OPEN OUTPUT RETURN2-FILE
                       MOVE WK-RTN2-STATUS TO WK-OPEN-STATUS
                   WHEN 3
                       OPEN OUTPUT RETURN3-FILE
                       MOVE WK-RTN3-STATUS TO WK-OPEN-STATUS
                   WHEN 4
                       OPEN OUTPUT RETURN4-FILE
                       MOVE WK-RTN4-STATUS TO WK-OPEN-STATUS
               END-EVALUATE
               IF WK-OPEN-STATUS = '00'
                   SET WK-RT-OPEN(WK-RT-X) TO TRUE
                   MOVE SPACES       TO ADOV1-HDR-RECORD
                   MOVE 'HDR'        TO ADOV1-HDR-REC-TYPE
                   MOVE WK-RUN-DATE  TO ADOV1-HDR-EXTR-DATE
                   MOVE 'DATRETN'    TO ADOV1-HDR-SOURCE-SYS
                   MOVE ADOV1-HDR-RECORD TO WK-RTN-LINE
                   PERFORM write_return_line
               ELSE
                   DISPLAY 'DATRETN: UNABLE TO OPEN RETURN FILE '
                       'FOR REGION ' WK-RT-CODE(WK-RT-X)
                       ', STATUS=' WK-OPEN-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
      * WK-RT-X names the slot whose file gets WK-RTN-LINE.
       write_return_line.
           EVALUATE WK-RT-X
               WHEN 1
                   WRITE RTN1-RECORD FROM WK-RTN-LINE
               WHEN 2
                   WRITE RTN2-RECORD FROM WK-RTN-LINE
               WHEN 3
                   WRITE RTN3-RECORD FROM WK-RTN-LINE
               WHEN 4
                   WRITE RTN4-RECORD FROM WK-RTN-LINE
           END-EVALUATE.
      *
       close_return_files.
           PERFORM close_one_return_file
               VARYING WK-RT-X FROM 1 BY 1 UNTIL WK-RT-X > 4.
      *
       close_one_return_file.
           IF WK-RT-OPEN(WK-RT-X)
               MOVE SPACES TO ADOV1-TRL-RECORD
               MOVE 'TRL'               TO ADOV1-TRL-REC-TYPE
               MOVE WK-RT-COUNT(WK-RT-X) TO ADOV1-TRL-REC-COUNT
               MOVE WK-RT-HASH(WK-RT-X)  TO ADOV1-TRL-HASH-TOTAL
               MOVE ADOV1-TRL-RECORD TO WK-RTN-LINE
               PERFORM write_return_line
               EVALUATE WK-RT-X
                   WHEN 1
                       CLOSE RETURN1-FILE
                   WHEN 2
                       CLOSE RETURN2-FILE
                   WHEN 3
                       CLOSE RETURN3-FILE
                   WHEN 4
                       CLOSE RETURN4-FILE
               END-EVALUATE
           END-IF.
      *
      * Sort input - what was sent, then everything that happened
      * to anything tonight.
       release_tonights_work.
           PERFORM release_merged_extract.
           PERFORM release_edit_rejects.
           PERFORM release_posted_history.
           PERFORM release_suspended_items.
           PERFORM release_warehoused_items.
      *
       release_merged_extract.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT MERGE-FILE.
           IF WK-MERGE-OK
               PERFORM release_one_merged UNTIL WK-IN-EOF
               CLOSE MERGE-FILE
           ELSE
               DISPLAY 'DATRETN: TRANSOUT NOT AVAILABLE, STATUS='
                   WK-MERGE-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       release_one_merged.
           READ MERGE-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   MOVE MERGE-RECORD TO ADOV1-HDR-RECORD
                                        ADOV1-TRL-RECORD
                   IF NOT ADOV1-HDR-REC AND NOT ADOV1-TRL-REC
                       MOVE MERGE-RECORD TO ADOV1-TRAN-RECORD
                       MOVE SPACES TO SRT-DISP
                       MOVE 0      TO SRT-DUE-DATE
                       MOVE SPACES TO SRT-REASON
                       MOVE '1'    TO SRT-KIND
                       PERFORM release_sort_item
                       ADD 1 TO WK-SENT-COUNT
                   END-IF
           END-READ.
      *
      * The region stamp and TRANS-ID come from whatever record is
      * in ADOV1-TRAN-RECORD; the caller has set the rest.
       release_sort_item.
           IF ADOV1-TRAN-REGION = SPACES
               MOVE '???'             TO SRT-REGION
           ELSE
               MOVE ADOV1-TRAN-REGION TO SRT-REGION
           END-IF.
           MOVE ADOV1-TRAN-ID TO SRT-TRANS-ID.
           RELEASE SORT-RECORD.
      *
       release_edit_rejects.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT REASON-FILE.
           IF WK-RSN-OK
               PERFORM release_one_reject UNTIL WK-IN-EOF
               CLOSE REASON-FILE
           ELSE
               IF WK-RSN-NOFILE
                   DISPLAY 'DATRETN: NO TRANSRSN - NO REJECTS TODAY'
               ELSE
                   DISPLAY 'DATRETN: TRANSRSN NOT AVAILABLE, STATUS='
                       WK-RSN-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       release_one_reject.
           READ REASON-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   MOVE RSN-TRAN   TO ADOV1-TRAN-RECORD
                   MOVE 'REJECTED' TO SRT-DISP
                   MOVE 0          TO SRT-DUE-DATE
                   MOVE RSN-REASON TO SRT-REASON
                   PERFORM release_outcome
           END-READ.
      *
       release_outcome.
           MOVE '2' TO SRT-KIND.
           PERFORM release_sort_item.
           ADD 1 TO WK-OUTCOME-COUNT.
      *
      * Only tonight's history is an outcome for tonight's work.
       release_posted_history.
           MOVE 'N' TO WK-IN-EOF-SW.
           MOVE SPACES TO WK-PREV-XFR-ID.
           OPEN INPUT HIST-FILE.
           IF WK-HIST-OK
               PERFORM release_one_history UNTIL WK-IN-EOF
               CLOSE HIST-FILE
           ELSE
               IF WK-HIST-NOFILE
                   DISPLAY 'DATRETN: NO TRANHIST - NOTHING POSTED'
               ELSE
                   DISPLAY 'DATRETN: TRANHIST NOT AVAILABLE, STATUS='
                       WK-HIST-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       release_one_history.
           READ HIST-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   IF HIST-RUN-DATE = WK-RUN-DATE
                       PERFORM release_history_outcome
                   END-IF
           END-READ.
      *
       release_history_outcome.
           MOVE HIST-TRAN TO ADOV1-TRAN-RECORD.
           IF ADOV1-TYPE-TRANSFER AND ADOV1-TRAN-ID = WK-PREV-XFR-ID
               MOVE SPACES TO WK-PREV-XFR-ID
           ELSE
               IF ADOV1-TYPE-TRANSFER
                   MOVE ADOV1-TRAN-ID TO WK-PREV-XFR-ID
               ELSE
                   MOVE SPACES TO WK-PREV-XFR-ID
               END-IF
               MOVE 'POSTED' TO SRT-DISP
               MOVE 0        TO SRT-DUE-DATE
               MOVE SPACES   TO SRT-REASON
               PERFORM release_outcome
           END-IF.
      *
      * Suspense and warehouse both carry older items forward -
      * only those that arrived tonight answer tonight's work.
       release_suspended_items.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT SUSP-FILE.
           IF WK-SUSP-OK
               PERFORM release_one_suspended UNTIL WK-IN-EOF
               CLOSE SUSP-FILE
           ELSE
               IF WK-SUSP-NOFILE
                   DISPLAY 'DATRETN: NO SUSPOUT - NOTHING SUSPENDED'
               ELSE
                   DISPLAY 'DATRETN: SUSPOUT NOT AVAILABLE, STATUS='
                       WK-SUSP-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       release_one_suspended.
           READ SUSP-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   IF SUSP-DATE-IN = WK-RUN-DATE
                       MOVE SUSP-TRAN   TO ADOV1-TRAN-RECORD
                       MOVE 'SUSPENDED' TO SRT-DISP
                       MOVE 0           TO SRT-DUE-DATE
                       MOVE SUSP-REASON TO SRT-REASON
                       PERFORM release_outcome
                   END-IF
           END-READ.
      *
       release_warehoused_items.
           MOVE 'N' TO WK-IN-EOF-SW.
           OPEN INPUT WARE-FILE.
           IF WK-WARE-OK
               PERFORM release_one_warehoused UNTIL WK-IN-EOF
               CLOSE WARE-FILE
           ELSE
               IF WK-WARE-NOFILE
                   DISPLAY 'DATRETN: NO WAREOUT - NOTHING WAREHOUSED'
               ELSE
                   DISPLAY 'DATRETN: WAREOUT NOT AVAILABLE, STATUS='
                       WK-WARE-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       release_one_warehoused.
           READ WARE-FILE
               AT END
                   SET WK-IN-EOF TO TRUE
               NOT AT END
                   IF WARE-DATE-IN = WK-RUN-DATE
                       MOVE WARE-TRAN     TO ADOV1-TRAN-RECORD
                       MOVE 'WAREHSD'     TO SRT-DISP
                       MOVE WARE-DUE-DATE TO SRT-DUE-DATE
                       MOVE SPACES        TO SRT-REASON
                       PERFORM release_outcome
                   END-IF
           END-READ.
      *
      * Sort output - one group per region and TRANS-ID. Sent
      * records arrive first and each outcome after them answers
      * one of them; the group closes by returning anything left
      * unanswered as untraced.
       write_return_details.
           PERFORM return_sorted_item UNTIL WK-SORT-EOF.
           IF WK-GRP-REGION NOT = HIGH-VALUES
               PERFORM close_transaction_group
           END-IF.
      *
       return_sorted_item.
           RETURN SORT-FILE
               AT END
                   SET WK-SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-REGION NOT = WK-GRP-REGION
                           OR SRT-TRANS-ID NOT = WK-GRP-ID
                       IF WK-GRP-REGION NOT = HIGH-VALUES
                           PERFORM close_transaction_group
                       END-IF
                       PERFORM open_transaction_group
                   END-IF
                   IF SRT-SENT
                       ADD 1 TO WK-GRP-SENT
                       IF WK-GRP-HAS-SLOT
                           SET WK-RT-X TO WK-GRP-SLOT
                           ADD 1 TO WK-RT-SENT(WK-RT-X)
                       END-IF
                   ELSE
                       IF WK-GRP-USED < WK-GRP-SENT
                           ADD 1 TO WK-GRP-USED
                           MOVE SRT-DISP     TO WK-OUT-DISP
                           MOVE SRT-DUE-DATE TO WK-OUT-DUE-DATE
                           MOVE SRT-REASON   TO WK-OUT-REASON
                           PERFORM write_return_detail
                       ELSE
                           ADD 1 TO WK-EARLIER-COUNT
                       END-IF
                   END-IF
           END-RETURN.
      *
       open_transaction_group.
           MOVE SRT-REGION   TO WK-GRP-REGION.
           MOVE SRT-TRANS-ID TO WK-GRP-ID.
           MOVE 0 TO WK-GRP-SENT.
           MOVE 0 TO WK-GRP-USED.
           MOVE 'N' TO WK-GRP-SLOT-SW.
           MOVE SRT-REGION TO WK-RT-WORK.
           PERFORM locate_return_slot.
           IF WK-RT-FOUND
               SET WK-GRP-HAS-SLOT TO TRUE
               SET WK-GRP-SLOT TO WK-RT-X
           END-IF.
      *
       close_transaction_group.
           PERFORM write_untraced_item
               UNTIL WK-GRP-USED >= WK-GRP-SENT.
      *
       write_untraced_item.
           ADD 1 TO WK-GRP-USED.
           ADD 1 TO WK-UNTRACED-COUNT.
           MOVE 'UNTRACED'             TO WK-OUT-DISP.
           MOVE 0                      TO WK-OUT-DUE-DATE.
           MOVE 'NO DISPOSITION FOUND' TO WK-OUT-REASON.
           DISPLAY 'DATRETN: NO DISPOSITION FOR ' WK-GRP-ID
               ' REGION ' WK-GRP-REGION.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  UNTRACED  REGION '  DELIMITED BY SIZE
                      WK-GRP-REGION          DELIMITED BY SIZE
                      '  TRANS-ID '          DELIMITED BY SIZE
                      WK-GRP-ID              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           PERFORM write_return_detail.
      *
      * A region with no active slot has nowhere to be returned to
      * - counted and left for the summary.
       write_return_detail.
           IF WK-GRP-HAS-SLOT
               SET WK-RT-X TO WK-GRP-SLOT
               IF WK-RT-OPEN(WK-RT-X)
                   MOVE SPACES        TO WK-RTN-DETAIL
                   MOVE WK-GRP-ID     TO WK-RTN-TRANS-ID
                   MOVE WK-GRP-REGION TO WK-RTN-REGION
                   MOVE WK-OUT-DISP     TO WK-RTN-DISP
                   MOVE WK-OUT-DUE-DATE TO WK-RTN-DUE-DATE
                   MOVE WK-OUT-REASON   TO WK-RTN-REASON
                   MOVE WK-RTN-DETAIL TO WK-RTN-LINE
                   PERFORM write_return_line
               END-IF
               PERFORM count_return_detail
           ELSE
               ADD 1 TO WK-NOSLOT-COUNT
           END-IF.
      *
       count_return_detail.
           ADD 1 TO WK-RETURNED-COUNT.
           ADD 1 TO WK-RT-COUNT(WK-RT-X).
           IF WK-GRP-ID NUMERIC
               MOVE WK-GRP-ID TO WK-RTN-TRANS-ID
               ADD WK-RTN-TRANS-ID-NUM TO WK-RT-HASH(WK-RT-X)
           END-IF.
           EVALUATE WK-OUT-DISP
               WHEN 'POSTED'
                   ADD 1 TO WK-RT-POSTED(WK-RT-X)
               WHEN 'REJECTED'
                   ADD 1 TO WK-RT-REJ(WK-RT-X)
               WHEN 'SUSPENDED'
                   ADD 1 TO WK-RT-SUSP(WK-RT-X)
               WHEN 'WAREHSD'
                   ADD 1 TO WK-RT-WARE(WK-RT-X)
               WHEN OTHER
                   ADD 1 TO WK-RT-UNTRACED(WK-RT-X)
           END-EVALUATE.
      *
      * The tie - every active slot's return counts against what
      * DATSETL settled for its region. The number returned must
      * be the number merged in, and each disposition must match
      * DATSETL's own figure for it.
       check_region_tie.
           IF WK-RT-ACTIVE(WK-RT-X)
               PERFORM write_region_section
               IF WK-RT-SENT(WK-RT-X) NOT = WK-ST-MERGED(WK-RT-X)
                       OR WK-RT-COUNT(WK-RT-X)
                           NOT = WK-ST-MERGED(WK-RT-X)
                       OR WK-RT-POSTED(WK-RT-X)
                           NOT = WK-ST-POSTED(WK-RT-X)
                       OR WK-RT-REJ(WK-RT-X) NOT = WK-ST-REJ(WK-RT-X)
                       OR WK-RT-SUSP(WK-RT-X)
                           NOT = WK-ST-SUSP(WK-RT-X)
                       OR WK-RT-WARE(WK-RT-X)
                           NOT = WK-ST-WARE(WK-RT-X)
                       OR WK-RT-UNTRACED(WK-RT-X) > 0
                   SET WK-TIE-OUT TO TRUE
                   DISPLAY 'DATRETN: REGION ' WK-RT-CODE(WK-RT-X)
                       ' RETURNED ' WK-RT-COUNT(WK-RT-X)
                       ' SETTLED ' WK-ST-MERGED(WK-RT-X)
                       ' - DOES NOT TIE'
                   IF WK-RPT-OPEN
                       MOVE SPACES TO REPORT-LINE
                       STRING '    *** RETURN DOES NOT TIE TO '
                              'DATSETL SETTLEMENT ***'
                                                  DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.
      *
       write_region_section.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '  REGION '            DELIMITED BY SIZE
                      WK-RT-CODE(WK-RT-X)    DELIMITED BY SIZE
                      '  RETURNED: '         DELIMITED BY SIZE
                      WK-RT-COUNT(WK-RT-X)   DELIMITED BY SIZE
                      '  SENT: '             DELIMITED BY SIZE
                      WK-RT-SENT(WK-RT-X)    DELIMITED BY SIZE
                      '  MERGED PER DATSETL: ' DELIMITED BY SIZE
                      WK-ST-MERGED(WK-RT-X)  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '    RETURNED  POSTED: '  DELIMITED BY SIZE
                      WK-RT-POSTED(WK-RT-X)     DELIMITED BY SIZE
                      '  REJECTED: '            DELIMITED BY SIZE
                      WK-RT-REJ(WK-RT-X)        DELIMITED BY SIZE
                      '  SUSPENDED: '           DELIMITED BY SIZE
                      WK-RT-SUSP(WK-RT-X)       DELIMITED BY SIZE
                      '  WAREHOUSED: '          DELIMITED BY SIZE
                      WK-RT-WARE(WK-RT-X)       DELIMITED BY SIZE
                      '  UNTRACED: '            DELIMITED BY SIZE
                      WK-RT-UNTRACED(WK-RT-X)   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '    SETTLED   POSTED: '  DELIMITED BY SIZE
                      WK-ST-POSTED(WK-RT-X)     DELIMITED BY SIZE
                      '  REJECTED: '            DELIMITED BY SIZE
                      WK-ST-REJ(WK-RT-X)        DELIMITED BY SIZE
                      '  SUSPENDED: '           DELIMITED BY SIZE
                      WK-ST-SUSP(WK-RT-X)       DELIMITED BY SIZE
                      '  WAREHOUSED: '          DELIMITED BY SIZE
                      WK-ST-WARE(WK-RT-X)       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING 'DATRETN REGION RETURN FILES'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY 'DATRETN: UNABLE TO OPEN RETNRPT FILE'
           END-IF.
      *
       close_report_file.
           IF WK-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATRETN: RETURN FILE SUMMARY'.
           DISPLAY '  TRANSACTIONS SENT        =' WK-SENT-COUNT.
           DISPLAY '  OUTCOMES READ            =' WK-OUTCOME-COUNT.
           DISPLAY '  TRANSACTIONS RETURNED    =' WK-RETURNED-COUNT.
           DISPLAY '  UNTRACED                 =' WK-UNTRACED-COUNT.
           DISPLAY '  EARLIER-DAY OUTCOMES     =' WK-EARLIER-COUNT.
           DISPLAY '  NO ACTIVE RETURN SLOT    =' WK-NOSLOT-COUNT.
           IF WK-TIE-OUT
               DISPLAY '  *** RETURNS DO NOT TIE TO SETTLEMENT ***'
           END-IF.
           DISPLAY '-------------------------------------------'.
      *
      * The chain trail shows the step ran and how it ended, so
      * the scheduler holds the transmission of a failed return.
       write_chain_record.
           ACCEPT WK-RUN-TIME FROM TIME.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHAIN-NOFILE
               OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF WK-CHAIN-OK
               MOVE SPACES        TO CHAIN-RECORD
               MOVE 'DATRETN'     TO CHN-STEP
               MOVE WK-RUN-DATE   TO CHN-RUN-DATE
               MOVE RETURN-CODE   TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME   TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATRETN: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
      *
      * 12 means there was no settlement for tonight (or REGNCTL
      * could not be read) and no return files were written, 8
      * means a region's return does not tie to its settlement, a
      * transaction is untraced, or an input or return file could
      * not be processed - the returns must not be sent. 4 means
      * transactions carried a region with no active return slot.
       set_return_code.
           IF WK-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-FILE-ERR OR WK-TIE-OUT OR WK-UNTRACED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WK-NOSLOT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           DISPLAY 'DATRETN: RETURN-CODE=' RETURN-CODE.
