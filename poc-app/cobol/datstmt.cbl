      * daily runs rolled into the accumulator, so drift there means
      * history or accumulator corruption and fails the step.
      *
      * Run this AFTER the month-end close - the interest the close
      * capitalizes is posted under the close's own run date, so
      * only a statement run after it shows the capitalization on
      * the period the close ran in. The closed DATBMTD record keeps
      * the month's figures for the tie-back until the first daily
      * run of the next period starts the accumulator afresh.
      *
      * Each section opens with the customer's name, address and
      * delivery preference from CUSTMSTR (kept by DATCUST). An
      * account with no customer record still gets its statement,
      * marked so the desk can see it has nowhere to go.
      *
      * A period DATARCH has already moved off TRANHIST is read from
      * its archive instead - when the period on STMTPARM is on the
      * archive index ARCHIDX, the scheduler maps that period's
      * TRANARCH generation and the statements come from there. The
      * archive must be the one for the period and its records must
      * add up to its trailer and to the index entry; that takes the
      * place of the DATBMTD tie-back, which is long gone for any
      * archived period.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ARCH-STATUS.
           SELECT IDX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-IDX-STATUS.
           SELECT MTD-FILE ASSIGN TO 'DATBMTD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MTD-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'STMTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WK-CUST-STATUS.
           SELECT SORT-FILE ASSIGN TO 'STMTSORT'.
       DATA DIVISION.
       FILE SECTION.
           05  HIST-BALANCE         PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(14).
       FD  ARCH-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Same layout DATARCH writes - HDR naming the period, the
      * period's history records, TRL with their count and amount.
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
      * Same layout DATARCH keeps - see its IDX-RECORD.
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
       FD  MTD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH keeps - see its MTD-RECORD.
           05  FILLER               PIC X(1).
           05  MTD-AMOUNT           PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  MTD-BASE-AMOUNT      PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(20).
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
      * Same layout DATCUST keeps - see its CUST-RECORD.
       01  CUST-RECORD.
           05  CUST-ACCT-NO         PIC 9(10).
           05  CUST-NAME            PIC X(40).
           05  CUST-ADDR-1          PIC X(40).
           05  CUST-ADDR-2          PIC X(40).
           05  CUST-POSTCODE        PIC X(10).
           05  CUST-DELIVERY        PIC X(1).
               88  CUST-DELIVER-POST VALUE 'P' ' '.
               88  CUST-DELIVER-ELECTRONIC VALUE 'E'.
               88  CUST-DELIVER-HOLD VALUE 'H'.
           05  CUST-ADDED-DATE      PIC 9(8).
           05  CUST-CHANGED-DATE    PIC 9(8).
           05  FILLER               PIC X(43).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).
          88  WK-PARM-OK            VALUE '00'.
       01 WK-HIST-STATUS   PIC X(2) VALUE '00'.
          88  WK-HIST-OK            VALUE '00'.
       01 WK-ARCH-STATUS   PIC X(2) VALUE '00'.
          88  WK-ARCH-OK            VALUE '00'.
       01 WK-IDX-STATUS    PIC X(2) VALUE '00'.
          88  WK-IDX-OK             VALUE '00'.
          88  WK-IDX-NOFILE         VALUE '05' '35'.
       01 WK-MTD-STATUS    PIC X(2) VALUE '00'.
          88  WK-MTD-OK             VALUE '00'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-CUST-STATUS   PIC X(2) VALUE '00'.
          88  WK-CUST-OK            VALUE '00'.
          88  WK-CUST-NOFILE        VALUE '05' '35'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-CUST-OPEN-SW  PIC X(1) VALUE 'N'.
          88  WK-CUST-OPEN          VALUE 'Y'.
       01 WK-CUST-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-CUST-FOUND         VALUE 'Y'.
       01 WK-NOCUST-COUNT  PIC 9(7) VALUE 0.
       01 WK-DELIVERY-DESC PIC X(12) VALUE SPACES.
       01 WK-HIST-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-HIST-EOF           VALUE 'Y'.
       01 WK-ARCH-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-ARCH-EOF           VALUE 'Y'.
       01 WK-IDX-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-IDX-EOF            VALUE 'Y'.
       01 WK-SORT-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-SORT-EOF           VALUE 'Y'.
       01 WK-INPUT-ERR-SW  PIC X(1) VALUE 'N'.
       01 WK-REL-SEQ       PIC 9(7) VALUE 0.
       01 WK-HIST-READ     PIC 9(7) VALUE 0.
       01 WK-HIST-KEPT     PIC 9(7) VALUE 0.
      * One history record, off TRANHIST or off the archive, as the
      * sort input sees it.
       01 WK-HIST-IMAGE.
          05  WK-HI-RUN-DATE        PIC 9(8).
          05  FILLER                PIC X(1).
          05  WK-HI-TRAN            PIC X(80).
          05  FILLER                PIC X(1).
          05  WK-HI-MOVE-AMT        PIC S9(11)V99
              SIGN IS LEADING SEPARATE CHARACTER.
          05  FILLER                PIC X(1).
          05  WK-HI-BALANCE         PIC S9(09)V99
              SIGN IS LEADING SEPARATE CHARACTER.
          05  FILLER                PIC X(14).
      * An archived period - the index entry, and what the archive
      * itself was found to hold.
       01 WK-ARCHIVED-SW   PIC X(1) VALUE 'N'.
          88  WK-ARCHIVED           VALUE 'Y'.
       01 WK-ARC-HDR-SW    PIC X(1) VALUE 'N'.
          88  WK-ARC-HDR-OK         VALUE 'Y'.
       01 WK-ARC-TRL-SW    PIC X(1) VALUE 'N'.
          88  WK-ARC-TRL-FOUND      VALUE 'Y'.
       01 WK-IDX-COUNT     PIC 9(9) VALUE 0.
       01 WK-IDX-AMOUNT    PIC S9(13)V99 VALUE 0.
       01 WK-ARC-COUNT     PIC 9(9) VALUE 0.
       01 WK-ARC-AMOUNT    PIC S9(13)V99 VALUE 0.
       01 WK-TRL-COUNT     PIC 9(9) VALUE 0.
       01 WK-TRL-AMOUNT    PIC S9(13)V99 VALUE 0.
       01 WK-ARC-AMT-ED    PIC -(13)9.99.
      * Control-break state - the account whose section is open and
      * its running figures. HIGH-VALUES marks no section open yet.
       01 WK-CUR-ACCT      PIC X(10) VALUE HIGH-VALUES.
       01 WK-TIE-SW        PIC X(1) VALUE 'U'.
          88  WK-TIE-OK             VALUE 'T'.
          88  WK-TIE-UNAVAIL        VALUE 'U'.
          88  WK-TIE-ARCHIVE        VALUE 'A'.
       01 WK-MTD-TRANS     PIC 9(7) VALUE 0.
       01 WK-MTD-AMOUNT    PIC S9(11)V99 VALUE 0.
       01 WK-DIFF-TRANS    PIC S9(8) COMP VALUE 0.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM read_period_parm.
           PERFORM read_archive_index.
           PERFORM read_mtd_file.
           PERFORM open_report_file.
           PERFORM open_customer_file.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT SRT-DATE SRT-SEQ
               INPUT PROCEDURE IS select_history
               OUTPUT PROCEDURE IS produce_statements.
           PERFORM write_grand_totals.
           PERFORM close_customer_file.
           PERFORM close_report_file.
           PERFORM print_summary.
           PERFORM set_return_code.
           END-IF.
           DISPLAY 'DATSTMT: STATEMENT PERIOD ' WK-STMT-PERIOD.
      *
      * Is the period archived? No ARCHIDX means nothing has been.
       read_archive_index.
           OPEN INPUT IDX-FILE.
           IF WK-IDX-OK
               PERFORM read_one_index UNTIL WK-IDX-EOF
               CLOSE IDX-FILE
           ELSE
               IF NOT WK-IDX-NOFILE
                   DISPLAY 'DATSTMT: ARCHIDX NOT AVAILABLE, STATUS='
                       WK-IDX-STATUS
                   SET WK-INPUT-ERR TO TRUE
               END-IF
           END-IF.
           IF WK-ARCHIVED
               DISPLAY 'DATSTMT: PERIOD ' WK-STMT-PERIOD
                   ' IS ARCHIVED - READING TRANARCH'
           END-IF.
      *
       read_one_index.
           READ IDX-FILE
               AT END
                   SET WK-IDX-EOF TO TRUE
               NOT AT END
                   IF IDX-PERIOD = WK-STMT-PERIOD
                       SET WK-ARCHIVED TO TRUE
                       MOVE IDX-REC-COUNT TO WK-IDX-COUNT
                       MOVE IDX-AMOUNT    TO WK-IDX-AMOUNT
                   END-IF
           END-READ.
      *
      * The month's accumulator, for the tie-back - open, or closed
      * with its figures kept. A record for some other period means
      * the figures are gone and the tie-back can only be reported
      * unavailable - the statements still print.
       read_mtd_file.
           OPEN INPUT MTD-FILE.
                   NOT AT END
                       IF MTD-PERIOD NUMERIC
                               AND MTD-PERIOD = WK-STMT-PERIOD
                               AND (MTD-PERIOD-OPEN
                                    OR MTD-PERIOD-CLOSED)
                           SET WK-MTD-FOUND TO TRUE
                           SET WK-TIE-OK TO TRUE
                           MOVE MTD-TRAN-COUNT TO WK-MTD-TRANS
      *
      * Sort input - pass the whole history, release only the
      * statement period's records. The release sequence number
      * preserves posting order within an account's day. An
      * archived period is passed from its archive instead.
       select_history.
           IF WK-ARCHIVED
               PERFORM select_archive
           ELSE
               OPEN INPUT HIST-FILE
               IF WK-HIST-OK
                   PERFORM release_history_record UNTIL WK-HIST-EOF
                   CLOSE HIST-FILE
               ELSE
                   DISPLAY 'DATSTMT: TRANHIST NOT AVAILABLE'
                   SET WK-INPUT-ERR TO TRUE
               END-IF
           END-IF.
      *
       release_history_record.
               AT END
                   SET WK-HIST-EOF TO TRUE
               NOT AT END
                   MOVE HIST-RECORD TO WK-HIST-IMAGE
                   PERFORM release_history_image
           END-READ.
      *
       select_archive.
           OPEN INPUT ARCH-FILE.
           IF WK-ARCH-OK
               PERFORM release_archive_record UNTIL WK-ARCH-EOF
               CLOSE ARCH-FILE
               PERFORM prove_archive_read
           ELSE
               DISPLAY 'DATSTMT: TRANARCH NOT AVAILABLE'
               SET WK-INPUT-ERR TO TRUE
           END-IF.
      *
      * A header for any other period means the wrong generation
      * was mapped - nothing off it is released.
       release_archive_record.
           READ ARCH-FILE
               AT END
                   SET WK-ARCH-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARH-HDR
                           IF ARH-PERIOD = WK-STMT-PERIOD
                               SET WK-ARC-HDR-OK TO TRUE
                           ELSE
                               DISPLAY 'DATSTMT: TRANARCH IS THE '
                                   'ARCHIVE FOR ' ARH-PERIOD
                                   ' NOT ' WK-STMT-PERIOD
                               SET WK-ARCH-EOF TO TRUE
                           END-IF
                       WHEN ART-TRL
                           SET WK-ARC-TRL-FOUND TO TRUE
                           MOVE ART-REC-COUNT TO WK-TRL-COUNT
                           MOVE ART-AMOUNT    TO WK-TRL-AMOUNT
                       WHEN WK-ARC-HDR-OK
                           ADD 1 TO WK-ARC-COUNT
                           MOVE ARCH-DETAIL TO WK-HIST-IMAGE
                           IF WK-HI-MOVE-AMT NUMERIC
                               ADD WK-HI-MOVE-AMT TO WK-ARC-AMOUNT
                           END-IF
                           PERFORM release_history_image
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      *
      * The archive read must agree with its own trailer and with
      * the index entry DATARCH made when it proved it.
       prove_archive_read.
           IF WK-ARC-HDR-OK AND WK-ARC-TRL-FOUND
                   AND WK-ARC-COUNT  = WK-TRL-COUNT
                   AND WK-ARC-AMOUNT = WK-TRL-AMOUNT
                   AND WK-ARC-COUNT  = WK-IDX-COUNT
                   AND WK-ARC-AMOUNT = WK-IDX-AMOUNT
               SET WK-TIE-ARCHIVE TO TRUE
           ELSE
               DISPLAY 'DATSTMT: TRANARCH DOES NOT AGREE WITH ITS '
                   'TRAILER OR ARCHIDX'
               SET WK-MISMATCH TO TRUE
           END-IF.
      *
       release_history_image.
           ADD 1 TO WK-HIST-READ.
           DIVIDE WK-HI-RUN-DATE BY 100
               GIVING WK-HIST-PERIOD.
           IF WK-HIST-PERIOD = WK-STMT-PERIOD
               ADD 1 TO WK-HIST-KEPT
               ADD 1 TO WK-REL-SEQ
               MOVE WK-HI-TRAN TO ADOV1-TRAN-RECORD
      * A posted transfer leaves two history records off the one
      * transaction - the debit side (negative movement) belongs
      * to the transaction's own account, the credit side
      * (positive movement) to the counter-account, so the money
      * shows up arriving on the receiving account's statement.
               IF ADOV1-TYPE-TRANSFER AND WK-HI-MOVE-AMT > 0
                   MOVE ADOV1-TRAN-CTR-ACCT TO SRT-ACCT
               ELSE
                   MOVE ADOV1-TRAN-ACCT TO SRT-ACCT
               END-IF
               MOVE WK-HI-RUN-DATE  TO SRT-DATE
               MOVE WK-REL-SEQ      TO SRT-SEQ
               MOVE WK-HI-TRAN      TO SRT-TRAN
               MOVE WK-HI-MOVE-AMT  TO SRT-MOVE-AMT
               MOVE WK-HI-BALANCE   TO SRT-BALANCE
               RELEASE SORT-RECORD
           END-IF.
      *
      * Sort output - the classic control break per account. The
      * opening balance is derived from the first record: the
      * A transfer's credit-side record is the second history
      * record off one transaction - the accumulator counted the
      * transaction once, so only the debit side feeds the
      * tie-back totals. An IN capitalization is written by the
      * month-end close, never by a daily run, so the accumulator
      * has no count for it either - it prints on the statement
      * but stays out of the tie-back.
           IF (ADOV1-TYPE-TRANSFER AND SRT-MOVE-AMT > 0)
                   OR ADOV1-TYPE-INTEREST
               CONTINUE
           ELSE
               ADD 1 TO WK-TOT-TRANS
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM write_customer_block
               MOVE WK-OPEN-BAL TO WK-AMT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '    OPENING BALANCE   ' DELIMITED BY SIZE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
      * Name, two address lines, postcode and how the statement
      * goes out - or a marker line when there is no customer.
       write_customer_block.
           MOVE 'N' TO WK-CUST-FOUND-SW.
           IF WK-CUST-OPEN
               MOVE SRT-ACCT TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WK-CUST-FOUND TO TRUE
               END-READ
           END-IF.
           IF WK-CUST-FOUND
               EVALUATE TRUE
                   WHEN CUST-DELIVER-ELECTRONIC
                       MOVE 'ELECTRONIC' TO WK-DELIVERY-DESC
                   WHEN CUST-DELIVER-HOLD
                       MOVE 'HOLD MAIL' TO WK-DELIVERY-DESC
                   WHEN OTHER
                       MOVE 'POST' TO WK-DELIVERY-DESC
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               STRING '    '                   DELIMITED BY SIZE
                      CUST-NAME                DELIMITED BY SIZE
                      '   DELIVERY: '          DELIMITED BY SIZE
                      WK-DELIVERY-DESC         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '    '                   DELIMITED BY SIZE
                      CUST-ADDR-1              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '    '                   DELIMITED BY SIZE
                      CUST-ADDR-2              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '    '                   DELIMITED BY SIZE
                      CUST-POSTCODE            DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WK-NOCUST-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '    *** NO CUSTOMER RECORD ON FILE ***'
                                               DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_statement_detail.
           IF WK-RPT-OPEN
           IF WK-TIE-OK
               PERFORM tie_back_to_mtd
           END-IF.
           IF WK-ARCHIVED
               PERFORM write_archive_tie
           END-IF.
      *
       write_archive_tie.
           IF WK-RPT-OPEN
               MOVE WK-ARC-AMOUNT TO WK-ARC-AMT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  ARCHIVE RECORDS: '     DELIMITED BY SIZE
                      WK-ARC-COUNT             DELIMITED BY SIZE
                      '  AMOUNT: '             DELIMITED BY SIZE
                      WK-ARC-AMT-ED            DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WK-TIE-ARCHIVE
                   STRING '  TIES TO ARCHIVE INDEX'
                                                  DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING '  *** ARCHIVE DOES NOT TIE TO ARCHIVE '
                          'INDEX ***'              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF.
      *
       tie_back_to_mtd.
           COMPUTE WK-DIFF-TRANS = WK-MTD-TRANS - WK-TOT-TRANS.
           IF WK-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF.
      *
      * No CUSTMSTR yet is not an error - every section is marked
      * instead. A customer file that is there but unreadable is.
       open_customer_file.
           OPEN INPUT CUST-FILE.
           IF WK-CUST-OK
               SET WK-CUST-OPEN TO TRUE
           ELSE
               IF WK-CUST-NOFILE
                   DISPLAY 'DATSTMT: NO CUSTMSTR - NO CUSTOMER BLOCKS'
               ELSE
                   DISPLAY 'DATSTMT: CUSTMSTR NOT AVAILABLE, STATUS='
                       WK-CUST-STATUS
                   SET WK-INPUT-ERR TO TRUE
               END-IF
           END-IF.
      *
       close_customer_file.
           IF WK-CUST-OPEN
               CLOSE CUST-FILE
           END-IF.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY '  HISTORY RECORDS READ     =' WK-HIST-READ.
           DISPLAY '  RECORDS IN PERIOD        =' WK-HIST-KEPT.
           DISPLAY '  ACCOUNTS STATED          =' WK-TOT-ACCTS.
           DISPLAY '  WITHOUT CUSTOMER RECORD  =' WK-NOCUST-COUNT.
           MOVE WK-TOT-MOVE TO WK-AMT-ED.
           DISPLAY '  NET MOVEMENT             =' WK-AMT-ED.
           EVALUATE TRUE
               WHEN WK-MISMATCH AND WK-ARCHIVED
                   DISPLAY '  *** DOES NOT TIE TO ARCHIVE INDEX ***'
               WHEN WK-MISMATCH
                   DISPLAY '  *** DOES NOT TIE TO DATBMTD ***'
               WHEN WK-TIE-ARCHIVE
                   DISPLAY '  TIES TO ARCHIVE INDEX'
               WHEN WK-TIE-OK
                   DISPLAY '  TIES TO DATBMTD'
               WHEN OTHER
           DISPLAY '-------------------------------------------'.
      *
      * 8 means the posted history exceeds what DATBMTD accumulated
      * for the period, or an archived period's TRANARCH is the
      * wrong generation or disagrees with its trailer or ARCHIDX,
      * 4 means the history, archive, customer or report file
      * was unavailable (or the tie-back could not be made) so the
      * statements are incomplete or unproven.
       set_return_code.
           IF WK-MISMATCH
