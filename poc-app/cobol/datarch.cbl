       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATARCH.
      * Monthly archive of the posted-transaction history. DATBATCH
      * appends to TRANHIST every night and nothing ever took
      * anything off it, so DATSTMT reads more history every month
      * to print the same one month of statements. This step moves
      * one closed period at a time off TRANHIST into that period's
      * own archive file on TRANARCH - the scheduler catalogs each
      * TRANARCH as the period's generation - and records the
      * period, its record count and its amount total on the
      * archive index ARCHIDX. DATSTMT goes to the archive for any
      * period the index lists.
      *
      * Runs after the statement cycle. A period is closed once the
      * month-end close has stamped it closed on DATBMTD (or a later
      * period has opened). The oldest closed period on TRANHIST is
      * archived unless ARCHPARM names one; when more closed periods
      * remain the step says so and is run again with the next
      * generation.
      *
      * Nothing is taken off TRANHIST until the archive has been
      * read back and proven - header for the right period, count
      * and amount agreeing with its trailer and with what was
      * selected, and archived plus kept equal to what was read.
      * The kept records are staged on TRANHWRK and only then
      * copied back over TRANHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'ARCHPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PARM-STATUS.
           SELECT MTD-FILE ASSIGN TO 'DATBMTD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MTD-STATUS.
           SELECT HIST-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
           SELECT WORK-FILE ASSIGN TO 'TRANHWRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-WORK-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ARCH-STATUS.
           SELECT IDX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-IDX-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ARCHRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Optional card - YYYYMM in columns 1-6 names the period to
      * archive. Without it the oldest closed period goes.
       01  PARM-RECORD.
           05  PARM-PERIOD          PIC 9(6).
           05  FILLER               PIC X(74).
       FD  MTD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH keeps - see its MTD-RECORD.
       01  MTD-RECORD.
           05  MTD-PERIOD           PIC 9(6).
           05  FILLER               PIC X(1).
           05  MTD-STATE            PIC X(1).
               88  MTD-PERIOD-OPEN   VALUE 'O'.
               88  MTD-PERIOD-CLOSED VALUE 'C'.
           05  FILLER               PIC X(1).
           05  MTD-RUN-COUNT        PIC 9(5).
           05  FILLER               PIC X(1).
           05  MTD-ITER-COUNT       PIC 9(7).
           05  FILLER               PIC X(1).
           05  MTD-TRAN-COUNT       PIC 9(7).
           05  FILLER               PIC X(1).
           05  MTD-AMOUNT           PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  MTD-BASE-AMOUNT      PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(20).
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
       FD  WORK-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * The history records staying on TRANHIST, staged here until
      * the archive proves.
       01  WORK-RECORD              PIC X(132).
       FD  ARCH-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * One period's archive - a header naming the period, the
      * period's history records exactly as TRANHIST held them, and
      * a trailer with their count and amount total (the sum of the
      * movements). A history record always starts with its
      * numeric run date, so the HDR and TRL records cannot be
      * mistaken for one.
       01  ARCH-HDR-RECORD.
           05  ARH-REC-TYPE         PIC X(3).
               88  ARH-HDR           VALUE 'HDR'.
           05  ARH-PERIOD           PIC 9(6).
           05  FILLER               PIC X(1).
           05  ARH-ARCH-DATE        PIC 9(8).
           05  FILLER               PIC X(114).
       01  ARCH-TRL-RECORD.
           05  ART-REC-TYPE         PIC X(3).
               88  ART-TRL           VALUE 'TRL'.
           05  ART-REC-COUNT        PIC 9(9).
           05  FILLER               PIC X(1).
           05  ART-AMOUNT           PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(103).
       01  ARCH-DETAIL              PIC X(132).
       FD  IDX-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Archive index - one entry per archived period, appended as
      * each period proves: the period, how many history records
      * and what amount total its archive holds, and the date it
      * was archived.
       01  IDX-RECORD.
           05  IDX-PERIOD           PIC 9(6).
           05  FILLER               PIC X(1).
           05  IDX-REC-COUNT        PIC 9(9).
           05  FILLER               PIC X(1).
           05  IDX-AMOUNT           PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  IDX-ARCH-DATE        PIC 9(8).
           05  FILLER               PIC X(38).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WK-PARM-STATUS   PIC X(2) VALUE '00'.
          88  WK-PARM-OK            VALUE '00'.
       01 WK-MTD-STATUS    PIC X(2) VALUE '00'.
          88  WK-MTD-OK             VALUE '00'.
       01 WK-HIST-STATUS   PIC X(2) VALUE '00'.
          88  WK-HIST-OK            VALUE '00'.
          88  WK-HIST-NOFILE        VALUE '05' '35'.
       01 WK-WORK-STATUS   PIC X(2) VALUE '00'.
          88  WK-WORK-OK            VALUE '00'.
       01 WK-ARCH-STATUS   PIC X(2) VALUE '00'.
          88  WK-ARCH-OK            VALUE '00'.
       01 WK-IDX-STATUS    PIC X(2) VALUE '00'.
          88  WK-IDX-OK             VALUE '00'.
          88  WK-IDX-NOFILE         VALUE '05' '35'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-HIST-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-HIST-EOF           VALUE 'Y'.
       01 WK-WORK-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-WORK-EOF           VALUE 'Y'.
       01 WK-ARCH-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-ARCH-EOF           VALUE 'Y'.
       01 WK-IDX-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-IDX-EOF            VALUE 'Y'.
      * Refused - nothing written anywhere. Nothing to do - no
      * closed period on TRANHIST. Not proven - the archive was
      * written but TRANHIST is untouched. File error - a file
      * failed after the proof, see the console for which.
       01 WK-REFUSED-SW    PIC X(1) VALUE 'N'.
          88  WK-REFUSED            VALUE 'Y'.
       01 WK-NOTHING-SW    PIC X(1) VALUE 'N'.
          88  WK-NOTHING-TO-DO      VALUE 'Y'.
       01 WK-PROVEN-SW     PIC X(1) VALUE 'N'.
          88  WK-PROVEN             VALUE 'Y'.
       01 WK-FILE-ERR-SW   PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-REWRITTEN-SW  PIC X(1) VALUE 'N'.
          88  WK-REWRITTEN          VALUE 'Y'.
       01 WK-REFUSE-REASON PIC X(40) VALUE SPACES.
      * Which periods are closed - everything up to and including
      * this one.
       01 WK-MTD-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-MTD-FOUND          VALUE 'Y'.
       01 WK-CLOSED-THRU   PIC 9(6) VALUE 0.
       01 WK-CLOSED-SPLIT REDEFINES WK-CLOSED-THRU.
          05  WK-CT-YYYY            PIC 9(4).
          05  WK-CT-MM              PIC 9(2).
       01 WK-PARM-PERIOD   PIC 9(6) VALUE 0.
       01 WK-TARGET        PIC 9(6) VALUE 0.
       01 WK-OLDEST        PIC 9(6) VALUE 999999.
       01 WK-HIST-PERIOD   PIC 9(6) VALUE 0.
      * The tallies the proof holds against each other.
       01 WK-HIST-COUNT    PIC 9(9) VALUE 0.
       01 WK-SPLIT-COUNT   PIC 9(9) VALUE 0.
       01 WK-ARC-COUNT     PIC 9(9) VALUE 0.
       01 WK-ARC-AMOUNT    PIC S9(13)V99 VALUE 0.
       01 WK-KEEP-COUNT    PIC 9(9) VALUE 0.
       01 WK-CLOSED-LEFT   PIC 9(9) VALUE 0.
       01 WK-RB-HDR-SW     PIC X(1) VALUE 'N'.
          88  WK-RB-HDR-OK          VALUE 'Y'.
       01 WK-RB-TRL-SW     PIC X(1) VALUE 'N'.
          88  WK-RB-TRL-FOUND       VALUE 'Y'.
       01 WK-RB-COUNT      PIC 9(9) VALUE 0.
       01 WK-RB-AMOUNT     PIC S9(13)V99 VALUE 0.
       01 WK-RB-TRL-COUNT  PIC 9(9) VALUE 0.
       01 WK-RB-TRL-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WK-RB-KEEP       PIC 9(9) VALUE 0.
       01 WK-COPY-COUNT    PIC 9(9) VALUE 0.
       01 WK-IDX-COUNT     PIC 9(5) VALUE 0.
       01 WK-ARCH-IMAGE.
          05  WK-AI-RUN-DATE        PIC X(8).
          05  FILLER                PIC X(82).
          05  WK-AI-MOVE-AMT        PIC S9(11)V99
              SIGN IS LEADING SEPARATE CHARACTER.
          05  FILLER                PIC X(28).
       01 WK-CNT-ED        PIC Z(8)9.
       01 WK-AMT-ED        PIC -(13)9.99.
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATARCH'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATARCH: TRANHIST MONTHLY ARCHIVE'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM read_archive_parm.
           PERFORM read_mtd_file.
           IF NOT WK-REFUSED
               PERFORM scan_history
           END-IF.
           IF NOT WK-REFUSED
               PERFORM choose_period
           END-IF.
           PERFORM open_report_file.
           IF NOT WK-REFUSED AND NOT WK-NOTHING-TO-DO
               PERFORM split_history
               IF NOT WK-FILE-ERR
                   PERFORM prove_archive
               END-IF
               IF WK-PROVEN
                   PERFORM write_index_entry
               END-IF
               IF WK-PROVEN AND NOT WK-FILE-ERR
                   PERFORM rewrite_history
               END-IF
           END-IF.
           PERFORM write_archive_summary.
           PERFORM write_index_listing.
           PERFORM close_report_file.
           PERFORM print_summary.
           PERFORM set_return_code.
           STOP RUN.
      *
       read_archive_parm.
           OPEN INPUT PARM-FILE.
           IF WK-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD NUMERIC AND PARM-PERIOD > 0
                           MOVE PARM-PERIOD TO WK-PARM-PERIOD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WK-PARM-PERIOD > 0
               DISPLAY 'DATARCH: PERIOD REQUESTED ' WK-PARM-PERIOD
           ELSE
               DISPLAY 'DATARCH: OLDEST CLOSED PERIOD'
           END-IF.
      *
      * A closed DATBMTD period is closed itself; an open one means
      * only the periods before it are. Without DATBMTD nothing can
      * be shown to be closed.
       read_mtd_file.
           OPEN INPUT MTD-FILE.
           IF WK-MTD-OK
               READ MTD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MTD-PERIOD NUMERIC
                           SET WK-MTD-FOUND TO TRUE
                           MOVE MTD-PERIOD TO WK-CLOSED-THRU
                           IF NOT MTD-PERIOD-CLOSED
                               PERFORM step_back_one_period
                           END-IF
                       END-IF
               END-READ
               CLOSE MTD-FILE
           END-IF.
           IF WK-MTD-FOUND
               DISPLAY 'DATARCH: PERIODS CLOSED THROUGH '
                   WK-CLOSED-THRU
           ELSE
               MOVE 'NO DATBMTD - NO PERIOD KNOWN CLOSED'
                   TO WK-REFUSE-REASON
               SET WK-REFUSED TO TRUE
           END-IF.
      *
       step_back_one_period.
           IF WK-CT-MM > 1
               SUBTRACT 1 FROM WK-CT-MM
           ELSE
               MOVE 12 TO WK-CT-MM
               SUBTRACT 1 FROM WK-CT-YYYY
           END-IF.
      *
      * First pass - how much history there is and the oldest period
      * it holds.
       scan_history.
           OPEN INPUT HIST-FILE.
           IF WK-HIST-OK
               PERFORM scan_one_history UNTIL WK-HIST-EOF
               CLOSE HIST-FILE
           ELSE
               IF WK-HIST-NOFILE
                   DISPLAY 'DATARCH: NO TRANHIST - NOTHING TO ARCHIVE'
                   SET WK-NOTHING-TO-DO TO TRUE
               ELSE
                   MOVE 'TRANHIST NOT READABLE' TO WK-REFUSE-REASON
                   SET WK-REFUSED TO TRUE
               END-IF
           END-IF.
      *
       scan_one_history.
           READ HIST-FILE
               AT END
                   SET WK-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-HIST-COUNT
                   IF HIST-RUN-DATE NUMERIC
                       DIVIDE HIST-RUN-DATE BY 100
                           GIVING WK-HIST-PERIOD
                       IF WK-HIST-PERIOD < WK-OLDEST
                           MOVE WK-HIST-PERIOD TO WK-OLDEST
                       END-IF
                   END-IF
           END-READ.
      *
      * The period to go - the one named, or the oldest on file -
      * must be closed and must not already be on the index.
       choose_period.
           IF WK-PARM-PERIOD > 0
               MOVE WK-PARM-PERIOD TO WK-TARGET
           ELSE
               MOVE WK-OLDEST TO WK-TARGET
           END-IF.
           EVALUATE TRUE
               WHEN WK-NOTHING-TO-DO
                   CONTINUE
               WHEN WK-PARM-PERIOD = 0 AND WK-OLDEST = 999999
                   DISPLAY 'DATARCH: TRANHIST IS EMPTY'
                   SET WK-NOTHING-TO-DO TO TRUE
               WHEN WK-TARGET > WK-CLOSED-THRU AND WK-PARM-PERIOD > 0
                   MOVE 'REQUESTED PERIOD IS NOT CLOSED'
                       TO WK-REFUSE-REASON
                   SET WK-REFUSED TO TRUE
               WHEN WK-TARGET > WK-CLOSED-THRU
                   DISPLAY 'DATARCH: OLDEST PERIOD ' WK-TARGET
                       ' IS STILL OPEN - NOTHING TO ARCHIVE'
                   SET WK-NOTHING-TO-DO TO TRUE
               WHEN OTHER
                   PERFORM check_index_for_period
           END-EVALUATE.
      *
       check_index_for_period.
           OPEN INPUT IDX-FILE.
           IF WK-IDX-OK
               PERFORM check_one_index UNTIL WK-IDX-EOF
               CLOSE IDX-FILE
           ELSE
               IF NOT WK-IDX-NOFILE
                   MOVE 'ARCHIDX NOT READABLE' TO WK-REFUSE-REASON
                   SET WK-REFUSED TO TRUE
               END-IF
           END-IF.
      *
       check_one_index.
           READ IDX-FILE
               AT END
                   SET WK-IDX-EOF TO TRUE
               NOT AT END
                   IF IDX-PERIOD = WK-TARGET
                       MOVE 'PERIOD IS ALREADY ON ARCHIDX'
                           TO WK-REFUSE-REASON
                       SET WK-REFUSED TO TRUE
                   END-IF
           END-READ.
      *
      * Second pass - the period's records to the archive, every
      * other record to the staging file.
       split_history.
           OPEN INPUT HIST-FILE.
           OPEN OUTPUT ARCH-FILE.
           OPEN OUTPUT WORK-FILE.
           IF WK-HIST-OK AND WK-ARCH-OK AND WK-WORK-OK
               MOVE SPACES      TO ARCH-HDR-RECORD
               MOVE 'HDR'       TO ARH-REC-TYPE
               MOVE WK-TARGET   TO ARH-PERIOD
               MOVE WK-RUN-DATE TO ARH-ARCH-DATE
               WRITE ARCH-HDR-RECORD
               MOVE 'N' TO WK-HIST-EOF-SW
               PERFORM split_one_history UNTIL WK-HIST-EOF
               MOVE SPACES        TO ARCH-TRL-RECORD
               MOVE 'TRL'         TO ART-REC-TYPE
               MOVE WK-ARC-COUNT  TO ART-REC-COUNT
               MOVE WK-ARC-AMOUNT TO ART-AMOUNT
               WRITE ARCH-TRL-RECORD
           ELSE
               DISPLAY 'DATARCH: UNABLE TO OPEN FOR SPLIT - TRANHIST '
                   WK-HIST-STATUS ' TRANARCH ' WK-ARCH-STATUS
                   ' TRANHWRK ' WK-WORK-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
           CLOSE HIST-FILE.
           CLOSE ARCH-FILE.
           CLOSE WORK-FILE.
      *
       split_one_history.
           READ HIST-FILE
               AT END
                   SET WK-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-SPLIT-COUNT
                   MOVE 0 TO WK-HIST-PERIOD
                   IF HIST-RUN-DATE NUMERIC
                       DIVIDE HIST-RUN-DATE BY 100
                           GIVING WK-HIST-PERIOD
                   END-IF
                   IF WK-HIST-PERIOD = WK-TARGET
                       ADD 1 TO WK-ARC-COUNT
                       IF HIST-MOVE-AMT NUMERIC
                           ADD HIST-MOVE-AMT TO WK-ARC-AMOUNT
                       END-IF
                       MOVE HIST-RECORD TO ARCH-DETAIL
                       WRITE ARCH-DETAIL
                   ELSE
                       ADD 1 TO WK-KEEP-COUNT
                       IF WK-HIST-PERIOD > 0
                               AND WK-HIST-PERIOD <= WK-CLOSED-THRU
                           ADD 1 TO WK-CLOSED-LEFT
                       END-IF
                       MOVE HIST-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                   END-IF
           END-READ.
      *
      * Read both outputs back. The archive must carry the period
      * in its header and its details must add up to its trailer
      * and to what the split selected; the staging file must hold
      * every record kept; and the two together must account for
      * every record TRANHIST held.
       prove_archive.
           OPEN INPUT ARCH-FILE.
           IF WK-ARCH-OK
               PERFORM reread_one_archive UNTIL WK-ARCH-EOF
               CLOSE ARCH-FILE
           END-IF.
           OPEN INPUT WORK-FILE.
           IF WK-WORK-OK
               PERFORM reread_one_work UNTIL WK-WORK-EOF
               CLOSE WORK-FILE
           END-IF.
           IF WK-RB-HDR-OK AND WK-RB-TRL-FOUND
                   AND WK-RB-COUNT = WK-ARC-COUNT
                   AND WK-RB-AMOUNT = WK-ARC-AMOUNT
                   AND WK-RB-TRL-COUNT = WK-ARC-COUNT
                   AND WK-RB-TRL-AMOUNT = WK-ARC-AMOUNT
                   AND WK-RB-KEEP = WK-KEEP-COUNT
                   AND WK-SPLIT-COUNT = WK-HIST-COUNT
                   AND WK-ARC-COUNT + WK-KEEP-COUNT = WK-HIST-COUNT
               SET WK-PROVEN TO TRUE
               DISPLAY 'DATARCH: ARCHIVE FOR ' WK-TARGET ' PROVES'
           ELSE
               DISPLAY 'DATARCH: ARCHIVE FOR ' WK-TARGET
                   ' DOES NOT PROVE - TRANHIST LEFT AS IT WAS'
           END-IF.
      *
       reread_one_archive.
           READ ARCH-FILE
               AT END
                   SET WK-ARCH-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARH-HDR
                           IF ARH-PERIOD = WK-TARGET
                               SET WK-RB-HDR-OK TO TRUE
                           END-IF
                       WHEN ART-TRL
                           SET WK-RB-TRL-FOUND TO TRUE
                           MOVE ART-REC-COUNT TO WK-RB-TRL-COUNT
                           MOVE ART-AMOUNT    TO WK-RB-TRL-AMOUNT
                       WHEN OTHER
                           ADD 1 TO WK-RB-COUNT
                           MOVE ARCH-DETAIL TO WK-ARCH-IMAGE
                           IF WK-AI-MOVE-AMT NUMERIC
                               ADD WK-AI-MOVE-AMT TO WK-RB-AMOUNT
                           END-IF
                   END-EVALUATE
           END-READ.
      *
       reread_one_work.
           READ WORK-FILE
               AT END
                   SET WK-WORK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-RB-KEEP
           END-READ.
      *
       write_index_entry.
           OPEN EXTEND IDX-FILE.
           IF WK-IDX-NOFILE
               OPEN OUTPUT IDX-FILE
           END-IF.
           IF WK-IDX-OK
               MOVE SPACES        TO IDX-RECORD
               MOVE WK-TARGET     TO IDX-PERIOD
               MOVE WK-ARC-COUNT  TO IDX-REC-COUNT
               MOVE WK-ARC-AMOUNT TO IDX-AMOUNT
               MOVE WK-RUN-DATE   TO IDX-ARCH-DATE
               WRITE IDX-RECORD
               CLOSE IDX-FILE
           ELSE
               DISPLAY 'DATARCH: UNABLE TO WRITE ARCHIDX - TRANHIST '
                   'LEFT AS IT WAS'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
      * The removal itself - TRANHIST replaced by the kept records.
      * A copy that falls short leaves them whole on TRANHWRK to
      * be copied back by hand.
       rewrite_history.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT HIST-FILE.
           IF WK-WORK-OK AND WK-HIST-OK
               MOVE 'N' TO WK-WORK-EOF-SW
               PERFORM copy_one_work UNTIL WK-WORK-EOF
           END-IF.
           CLOSE WORK-FILE.
           CLOSE HIST-FILE.
           IF WK-COPY-COUNT = WK-KEEP-COUNT
               SET WK-REWRITTEN TO TRUE
           ELSE
               DISPLAY 'DATARCH: TRANHIST REWRITE INCOMPLETE - '
                   'RESTORE IT FROM TRANHWRK'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       copy_one_work.
           READ WORK-FILE
               AT END
                   SET WK-WORK-EOF TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO HIST-RECORD
                   WRITE HIST-RECORD
                   IF WK-HIST-OK
                       ADD 1 TO WK-COPY-COUNT
                   END-IF
           END-READ.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING 'DATARCH TRANHIST ARCHIVE'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY 'DATARCH: UNABLE TO OPEN ARCHRPT FILE'
           END-IF.
      *
       write_archive_summary.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN WK-REFUSED
                       STRING '  ARCHIVE REFUSED - '  DELIMITED BY SIZE
                              WK-REFUSE-REASON        DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                   WHEN WK-NOTHING-TO-DO
                       STRING '  NO CLOSED PERIOD ON TRANHIST - '
                              'NOTHING ARCHIVED'      DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       MOVE WK-ARC-COUNT  TO WK-CNT-ED
                       MOVE WK-ARC-AMOUNT TO WK-AMT-ED
                       STRING '  PERIOD '             DELIMITED BY SIZE
                              WK-TARGET               DELIMITED BY SIZE
                              '  RECORDS '            DELIMITED BY SIZE
                              WK-CNT-ED               DELIMITED BY SIZE
                              '  AMOUNT '             DELIMITED BY SIZE
                              WK-AMT-ED               DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
               END-EVALUATE
               WRITE REPORT-LINE
               IF NOT WK-REFUSED AND NOT WK-NOTHING-TO-DO
                   MOVE SPACES TO REPORT-LINE
                   MOVE WK-KEEP-COUNT TO WK-CNT-ED
                   STRING '  RECORDS KEPT ON TRANHIST '
                                                  DELIMITED BY SIZE
                          WK-CNT-ED               DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   EVALUATE TRUE
                       WHEN NOT WK-PROVEN
                           STRING '  *** ARCHIVE DOES NOT PROVE - '
                                  'TRANHIST LEFT AS IT WAS ***'
                                                  DELIMITED BY SIZE
                               INTO REPORT-LINE
                           END-STRING
                       WHEN NOT WK-REWRITTEN
                           STRING '  *** ARCHIVE PROVES BUT TRANHIST '
                                  'WAS NOT REWRITTEN ***'
                                                  DELIMITED BY SIZE
                               INTO REPORT-LINE
                           END-STRING
                       WHEN OTHER
                           STRING '  ARCHIVE PROVES - PERIOD REMOVED '
                                  'FROM TRANHIST'  DELIMITED BY SIZE
                               INTO REPORT-LINE
                           END-STRING
                   END-EVALUATE
                   WRITE REPORT-LINE
                   IF WK-CLOSED-LEFT > 0
                       MOVE SPACES TO REPORT-LINE
                       STRING '  MORE CLOSED PERIODS REMAIN ON '
                              'TRANHIST - RUN AGAIN'
                                                  DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.
      *
      * The whole index as it now stands - every archived period
      * with its count and amount total.
       write_index_listing.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '  ARCHIVE INDEX   PERIOD    RECORDS'
                      '             AMOUNT  ARCHIVED'
                                                  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               OPEN INPUT IDX-FILE
               IF WK-IDX-OK
                   MOVE 'N' TO WK-IDX-EOF-SW
                   PERFORM list_one_index UNTIL WK-IDX-EOF
                   CLOSE IDX-FILE
               END-IF
               IF WK-IDX-COUNT = 0
                   MOVE SPACES TO REPORT-LINE
                   STRING '                  (NO PERIODS ARCHIVED)'
                                                  DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF.
      *
       list_one_index.
           READ IDX-FILE
               AT END
                   SET WK-IDX-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-IDX-COUNT
                   MOVE IDX-REC-COUNT TO WK-CNT-ED
                   MOVE IDX-AMOUNT    TO WK-AMT-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING '                  '     DELIMITED BY SIZE
                          IDX-PERIOD               DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          WK-CNT-ED                DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          WK-AMT-ED                DELIMITED BY SIZE
                          '  '                     DELIMITED BY SIZE
                          IDX-ARCH-DATE            DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
           END-READ.
      *
       close_report_file.
           IF WK-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATARCH: ARCHIVE SUMMARY'.
           DISPLAY '  PERIODS CLOSED THROUGH   =' WK-CLOSED-THRU.
           DISPLAY '  HISTORY RECORDS READ     =' WK-HIST-COUNT.
           DISPLAY '  PERIOD ARCHIVED          =' WK-TARGET.
           DISPLAY '  RECORDS ARCHIVED         =' WK-ARC-COUNT.
           MOVE WK-ARC-AMOUNT TO WK-AMT-ED.
           DISPLAY '  AMOUNT ARCHIVED          =' WK-AMT-ED.
           DISPLAY '  RECORDS KEPT             =' WK-KEEP-COUNT.
           EVALUATE TRUE
               WHEN WK-REFUSED
                   DISPLAY '  *** REFUSED - ' WK-REFUSE-REASON
               WHEN WK-NOTHING-TO-DO
                   DISPLAY '  NOTHING TO ARCHIVE'
               WHEN NOT WK-PROVEN
                   DISPLAY '  *** ARCHIVE DOES NOT PROVE ***'
               WHEN NOT WK-REWRITTEN
                   DISPLAY '  *** TRANHIST NOT REWRITTEN ***'
               WHEN OTHER
                   DISPLAY '  ARCHIVE PROVES, TRANHIST REWRITTEN'
           END-EVALUATE.
           DISPLAY '-------------------------------------------'.
      *
      * 12 means the step refused (no DATBMTD, an open or already
      * archived period, an unreadable input) and changed nothing,
      * 8 means the archive did not prove or a file failed after
      * it did - TRANHIST is intact unless the console says to
      * restore it from TRANHWRK, 4 means a period was archived and
      * more closed periods are waiting, 0 means done or nothing to
      * do.
       set_return_code.
           IF WK-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-NOTHING-TO-DO
                   MOVE 0 TO RETURN-CODE
               ELSE
                   IF NOT WK-PROVEN OR WK-FILE-ERR
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WK-CLOSED-LEFT > 0
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY 'DATARCH: RETURN-CODE=' RETURN-CODE.
