                   15  FILLER       PIC X(1).
           05  FILLER               PIC X(25).
       FD  JSON1-FILE
           RECORD CONTAINS 2048 CHARACTERS.
       01  JSON1-LINE               PIC X(2048).
       FD  JSON2-FILE
           RECORD CONTAINS 2048 CHARACTERS.
       01  JSON2-LINE               PIC X(2048).
       FD  JSON3-FILE
           RECORD CONTAINS 2048 CHARACTERS.
       01  JSON3-LINE               PIC X(2048).
       FD  JSON4-FILE
           RECORD CONTAINS 2048 CHARACTERS.
       01  JSON4-LINE               PIC X(2048).
       FD  RPT1-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT1-LINE                PIC X(132).
           RECORD CONTAINS 132 CHARACTERS.
       01  OUT-RPT-LINE             PIC X(132).
       FD  OUT-JSON-FILE
           RECORD CONTAINS 2048 CHARACTERS.
       01  OUT-JSON-LINE            PIC X(2048).
       FD  MTD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH keeps - see its MTD-RECORD.
           05  FILLER               PIC X(1).
           05  MTD-AMOUNT           PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  MTD-BASE-AMOUNT      PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(1).
           05  MTD-CAP-COUNT        PIC 9(5).
           05  MTD-CAP-AMOUNT       PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      * Behind it, one record per currency the month has seen -
      * the split night's currency figures are added in the same
      * way DATBATCH adds a serial night's.
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
       FD  MSTP1-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Partition copies of the account master - only the key
      * Values parsed out of each partition's DATBJSON line - the
      * JSON is DATBATCH's own fixed STRING layout, so every value
      * sits in a token of known edited width after its label.
       01 WK-JSON-REC      PIC X(2048) VALUE SPACES.
       01 WK-J-RUN-DATE    PIC 9(8) VALUE 0.
       01 WK-J-ITER        PIC 9(5) VALUE 0.
       01 WK-J-TRANS       PIC 9(5) VALUE 0.
       01 WK-J-AMOUNT      PIC S9(11)V99 VALUE 0.
       01 WK-J-BASE        PIC S9(11)V99 VALUE 0.
       01 WK-JUNK          PIC X(2048) VALUE SPACES.
       01 WK-REST          PIC X(2048) VALUE SPACES.
       01 WK-TOKEN-AREA.
          05  WK-TOKEN             PIC X(16).
       01 WK-TOKEN-R1 REDEFINES WK-TOKEN-AREA.
              10  FILLER           PIC X(1).
              10  WK-TOK15-DEC     PIC 9(2).
          05  FILLER               PIC X(1).
      * One bucket of the partition's currencies segment - fixed
      * 44-character entries, as DATBATCH's add_json_currency
      * strings them.
       01 WK-CE-AREA.
          05  WK-CE-CODE           PIC X(3).
          05  WK-CE-EQ             PIC X(1).
          05  WK-CE-COUNT-X        PIC X(7).
          05  WK-CE-COUNT-NUM REDEFINES WK-CE-COUNT-X
                                   PIC 9(7).
          05  FILLER               PIC X(1).
          05  WK-CE-AMOUNT-X       PIC X(15).
          05  FILLER               PIC X(1).
          05  WK-CE-BASE-X         PIC X(15).
          05  FILLER               PIC X(1).
       01 WK-CE-NO         PIC 9(2) VALUE 0.
       01 WK-CE-POS        PIC 9(4) COMP VALUE 0.
       01 WK-CE-END-SW     PIC X(1) VALUE 'N'.
          88  WK-CE-END             VALUE 'Y'.
       01 WK-CE-BASE-AMT   PIC S9(11)V99 VALUE 0.
       01 WK-CE-BASE-SUM   PIC S9(11)V99 VALUE 0.
       01 WK-MINUS-COUNT   PIC 9(2) VALUE 0.
       01 WK-AMT-WORK      PIC S9(11)V99 VALUE 0.
      * Consolidated running totals across the partitions.
       01 WK-SUM-ITER      PIC 9(7) VALUE 0.
       01 WK-SUM-TRANS     PIC 9(7) VALUE 0.
       01 WK-SUM-AMOUNT    PIC S9(11)V99 VALUE 0.
       01 WK-SUM-BASE      PIC S9(11)V99 VALUE 0.
      * The split night's totals by currency, summed across the
      * partitions like DATBATCH's own currency buckets.
       01 WK-NCY-MAX       PIC 9(2) COMP VALUE 20.
       01 WK-NCY-CNT       PIC 9(2) COMP VALUE 0.
       01 WK-NCY-TABLE.
          05  WK-NCY-ENTRY OCCURS 20 TIMES INDEXED BY WK-NCY-X.
              10  WK-NCY-CODE       PIC X(3).
              10  WK-NCY-COUNT      PIC 9(7).
              10  WK-NCY-AMOUNT     PIC S9(11)V99.
              10  WK-NCY-BASE       PIC S9(11)V99.
       01 WK-NCY-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-NCY-FOUND          VALUE 'Y'.
       01 WK-RUN-DATE-SAVE PIC 9(8) VALUE 0.
       01 WK-RPT-LINES     PIC 9(7) VALUE 0.
      * Master-rebuild state - one entry per partition master, same
       01 WK-MTD-ITER      PIC 9(7) VALUE 0.
       01 WK-MTD-TRANS     PIC 9(7) VALUE 0.
       01 WK-MTD-AMOUNT    PIC S9(11)V99 VALUE 0.
       01 WK-MTD-BASE      PIC S9(11)V99 VALUE 0.
      * A failed month-end close's capitalization so far - carried
      * through untouched for the close's rerun.
       01 WK-MTD-CAP-COUNT PIC 9(5) VALUE 0.
       01 WK-MTD-CAP-TOTAL PIC S9(11)V99 VALUE 0.
       01 WK-MTD-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-MTD-EOF            VALUE 'Y'.
       01 WK-MCY-CNT       PIC 9(2) COMP VALUE 0.
       01 WK-MCY-TABLE.
          05  WK-MCY-ENTRY OCCURS 20 TIMES INDEXED BY WK-MCY-X.
              10  WK-MCY-CODE       PIC X(3).
              10  WK-MCY-COUNT      PIC 9(7).
              10  WK-MCY-AMOUNT     PIC S9(11)V99.
              10  WK-MCY-BASE       PIC S9(11)V99.
       01 WK-MCY-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-MCY-FOUND          VALUE 'Y'.
       01 WK-MTD-ROLL-SW   PIC X(1) VALUE 'N'.
          88  WK-MTD-ROLLED         VALUE 'Y'.
       01 WK-CHAIN-STATUS  PIC X(2) VALUE '00'.
       01 WK-JSON-ITER-ED  PIC Z(6)9.
       01 WK-JSON-RECS-ED  PIC Z(6)9.
       01 WK-JSON-AMT-ED   PIC -(11)9.99.
       01 WK-JSON-BASE-ED  PIC -(11)9.99.
       01 WK-JSON-CCNT-ED  PIC Z(6)9.
       01 WK-JSON-PTR      PIC 9(4) COMP VALUE 1.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATCONS: PARTITION CONSOLIDATION'.
           ELSE
               PERFORM parse_json_values
               PERFORM apply_partition_totals
               PERFORM parse_json_currencies
           END-IF.
      *
       parse_json_values.
           IF WK-TOK5-X NUMERIC
               MOVE WK-TOK5-NUM TO WK-J-TRANS
           END-IF.
      * The base-currency total is taken first - parse_amount_token
      * leaves its figure in WK-J-AMOUNT.
           MOVE 0 TO WK-J-AMOUNT.
           MOVE SPACES TO WK-REST.
           UNSTRING WK-JSON-REC DELIMITED BY '"base_amount_total":'
               INTO WK-JUNK WK-REST
           END-UNSTRING.
           MOVE WK-REST TO WK-TOKEN-AREA.
           PERFORM parse_amount_token.
           MOVE WK-J-AMOUNT TO WK-J-BASE.
           MOVE 0 TO WK-J-AMOUNT.
           UNSTRING WK-JSON-REC DELIMITED BY '"amount_total":'
               INTO WK-JUNK WK-REST
           ADD WK-J-ITER   TO WK-SUM-ITER.
           ADD WK-J-TRANS  TO WK-SUM-TRANS.
           ADD WK-J-AMOUNT TO WK-SUM-AMOUNT.
           ADD WK-J-BASE   TO WK-SUM-BASE.
           PERFORM check_partition_count.
      *
      * The partition's currencies segment, bucket by bucket into
      * the night's currency totals. The buckets must add up to the
      * partition's own base total, or the month's currency lines
      * would no longer add up to the month.
       parse_json_currencies.
           MOVE SPACES TO WK-REST.
           UNSTRING WK-JSON-REC DELIMITED BY '"currencies":"'
               INTO WK-JUNK WK-REST
           END-UNSTRING.
           MOVE 0 TO WK-CE-BASE-SUM.
           MOVE 'N' TO WK-CE-END-SW.
           PERFORM parse_one_currency
               VARYING WK-CE-NO FROM 1 BY 1
               UNTIL WK-CE-NO > WK-NCY-MAX OR WK-CE-END.
           IF WK-CE-BASE-SUM NOT = WK-J-BASE
               DISPLAY 'DATCONS: PARTITION ' WK-CUR-PART
                   ' CURRENCY TOTALS DO NOT ADD UP TO ITS BASE TOTAL'
               SET WK-MISMATCH TO TRUE
           END-IF.
      *
      * parse_amount_token leaves each amount in WK-J-AMOUNT - the
      * base amount is taken first and kept in WK-CE-BASE-AMT.
       parse_one_currency.
           COMPUTE WK-CE-POS = (WK-CE-NO - 1) * 44 + 1.
           MOVE WK-REST(WK-CE-POS:44) TO WK-CE-AREA.
           IF WK-CE-EQ NOT = '='
               SET WK-CE-END TO TRUE
           ELSE
               INSPECT WK-CE-COUNT-X REPLACING LEADING SPACES BY ZEROS
               MOVE 0 TO WK-J-AMOUNT
               MOVE WK-CE-BASE-X TO WK-TOKEN-AREA
               PERFORM parse_amount_token
               MOVE WK-J-AMOUNT TO WK-CE-BASE-AMT
               ADD WK-J-AMOUNT TO WK-CE-BASE-SUM
               MOVE 0 TO WK-J-AMOUNT
               MOVE WK-CE-AMOUNT-X TO WK-TOKEN-AREA
               PERFORM parse_amount_token
               IF WK-CE-COUNT-X NOT NUMERIC
                   DISPLAY 'DATCONS: PARTITION ' WK-CUR-PART
                       ' CURRENCY ENTRY UNREADABLE - ' WK-CE-AREA
                   SET WK-MISMATCH TO TRUE
               ELSE
                   PERFORM add_night_currency
               END-IF
           END-IF.
      *
       add_night_currency.
           MOVE 'N' TO WK-NCY-FOUND-SW.
           PERFORM VARYING WK-NCY-X FROM 1 BY 1
                   UNTIL WK-NCY-X > WK-NCY-CNT OR WK-NCY-FOUND
               IF WK-NCY-CODE(WK-NCY-X) = WK-CE-CODE
                   SET WK-NCY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WK-NCY-FOUND
               SET WK-NCY-X DOWN BY 1
           ELSE
               IF WK-NCY-CNT < WK-NCY-MAX
                   ADD 1 TO WK-NCY-CNT
                   SET WK-NCY-X TO WK-NCY-CNT
                   MOVE WK-CE-CODE TO WK-NCY-CODE(WK-NCY-X)
                   MOVE 0 TO WK-NCY-COUNT(WK-NCY-X)
                   MOVE 0 TO WK-NCY-AMOUNT(WK-NCY-X)
                   MOVE 0 TO WK-NCY-BASE(WK-NCY-X)
                   SET WK-NCY-FOUND TO TRUE
               ELSE
                   DISPLAY 'DATCONS: NIGHT CURRENCY TABLE FULL - '
                       WK-CE-CODE ' NOT CARRIED'
                   SET WK-MISMATCH TO TRUE
               END-IF
           END-IF.
           IF WK-NCY-FOUND
               ADD WK-CE-COUNT-NUM TO WK-NCY-COUNT(WK-NCY-X)
               ADD WK-J-AMOUNT     TO WK-NCY-AMOUNT(WK-NCY-X)
               ADD WK-CE-BASE-AMT  TO WK-NCY-BASE(WK-NCY-X)
           END-IF.
      *
       check_partition_count.
           MOVE WK-CP-COUNT(WK-CUR-PART) TO WK-CTL-P-COUNT.
           MOVE WK-SUM-ITER   TO WK-JSON-ITER-ED.
           MOVE WK-SUM-TRANS  TO WK-JSON-RECS-ED.
           MOVE WK-SUM-AMOUNT TO WK-JSON-AMT-ED.
           MOVE WK-SUM-BASE   TO WK-JSON-BASE-ED.
           MOVE SPACES TO OUT-JSON-LINE.
           MOVE 1 TO WK-JSON-PTR.
           STRING
               '{"run_date":"'     DELIMITED BY SIZE
               WK-RUN-DATE-SAVE    DELIMITED BY SIZE
               WK-JSON-RECS-ED     DELIMITED BY SIZE
               ',"amount_total":'  DELIMITED BY SIZE
               WK-JSON-AMT-ED      DELIMITED BY SIZE
               ',"base_amount_total":'
                                   DELIMITED BY SIZE
               WK-JSON-BASE-ED     DELIMITED BY SIZE
               ',"currencies":"'   DELIMITED BY SIZE
               INTO OUT-JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           PERFORM add_json_currency
               VARYING WK-NCY-X FROM 1 BY 1
               UNTIL WK-NCY-X > WK-NCY-CNT.
           STRING '"}'             DELIMITED BY SIZE
               INTO OUT-JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
           OPEN OUTPUT OUT-JSON-FILE.
           IF WK-OJSON-OK
               DISPLAY 'DATCONS: UNABLE TO WRITE DATBJSON FILE'
           END-IF.
      *
      * Same fixed 44-character buckets DATBATCH writes.
       add_json_currency.
           MOVE WK-NCY-COUNT(WK-NCY-X)  TO WK-JSON-CCNT-ED.
           MOVE WK-NCY-AMOUNT(WK-NCY-X) TO WK-JSON-AMT-ED.
           MOVE WK-NCY-BASE(WK-NCY-X)   TO WK-JSON-BASE-ED.
           STRING WK-NCY-CODE(WK-NCY-X) DELIMITED BY SIZE
                  '='                   DELIMITED BY SIZE
                  WK-JSON-CCNT-ED       DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WK-JSON-AMT-ED        DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WK-JSON-BASE-ED       DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
               INTO OUT-JSON-LINE
               WITH POINTER WK-JSON-PTR
           END-STRING.
      *
      * Rebuild the single account master from the partition
      * copies - every account comes from the partition that owns
      * it (account MOD partition count, DATSPLIT's rule), so a
                       MOVE MTD-ITER-COUNT TO WK-MTD-ITER
                       MOVE MTD-TRAN-COUNT TO WK-MTD-TRANS
                       MOVE MTD-AMOUNT     TO WK-MTD-AMOUNT
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
                   SET WK-MISMATCH TO TRUE
               END-IF
           END-IF.
      *
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
       apply_mtd_gates.
           IF WK-MTD-FOUND
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
           ADD WK-SUM-ITER   TO WK-MTD-ITER.
           ADD WK-SUM-TRANS  TO WK-MTD-TRANS.
           ADD WK-SUM-AMOUNT TO WK-MTD-AMOUNT.
           ADD WK-SUM-BASE   TO WK-MTD-BASE.
           PERFORM merge_mtd_currency
               VARYING WK-NCY-X FROM 1 BY 1
               UNTIL WK-NCY-X > WK-NCY-CNT.
           OPEN OUTPUT MTD-FILE.
           IF WK-MTD-OK
               MOVE SPACES        TO MTD-RECORD
               MOVE WK-MTD-ITER   TO MTD-ITER-COUNT
               MOVE WK-MTD-TRANS  TO MTD-TRAN-COUNT
               MOVE WK-MTD-AMOUNT TO MTD-AMOUNT
               MOVE WK-MTD-BASE   TO MTD-BASE-AMOUNT
               MOVE WK-MTD-CAP-COUNT TO MTD-CAP-COUNT
               MOVE WK-MTD-CAP-TOTAL TO MTD-CAP-AMOUNT
               WRITE MTD-RECORD
               PERFORM write_mtd_currency
                   VARYING WK-MCY-X FROM 1 BY 1
                   UNTIL WK-MCY-X > WK-MCY-CNT
               CLOSE MTD-FILE
               SET WK-MTD-ROLLED TO TRUE
           ELSE
               DISPLAY 'DATCONS: UNABLE TO REWRITE DATBMTD'
               SET WK-MISMATCH TO TRUE
           END-IF.
      *
      * The night's currency bucket added into its month bucket - a
      * currency first seen this month opens a new one, as in
      * DATBATCH's merge_mtd_currency.
       merge_mtd_currency.
           MOVE 'N' TO WK-MCY-FOUND-SW.
           PERFORM VARYING WK-MCY-X FROM 1 BY 1
                   UNTIL WK-MCY-X > WK-MCY-CNT OR WK-MCY-FOUND
               IF WK-MCY-CODE(WK-MCY-X) = WK-NCY-CODE(WK-NCY-X)
                   SET WK-MCY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WK-MCY-FOUND
               SET WK-MCY-X DOWN BY 1
           ELSE
               IF WK-MCY-CNT < 20
                   ADD 1 TO WK-MCY-CNT
                   SET WK-MCY-X TO WK-MCY-CNT
                   MOVE WK-NCY-CODE(WK-NCY-X) TO WK-MCY-CODE(WK-MCY-X)
                   MOVE 0 TO WK-MCY-COUNT(WK-MCY-X)
                   MOVE 0 TO WK-MCY-AMOUNT(WK-MCY-X)
                   MOVE 0 TO WK-MCY-BASE(WK-MCY-X)
                   SET WK-MCY-FOUND TO TRUE
               ELSE
                   DISPLAY 'DATCONS: MONTH CURRENCY TABLE FULL - '
                       WK-NCY-CODE(WK-NCY-X) ' NOT CARRIED'
               END-IF
           END-IF.
           IF WK-MCY-FOUND
               ADD WK-NCY-COUNT(WK-NCY-X)  TO WK-MCY-COUNT(WK-MCY-X)
               ADD WK-NCY-AMOUNT(WK-NCY-X) TO WK-MCY-AMOUNT(WK-MCY-X)
               ADD WK-NCY-BASE(WK-NCY-X)   TO WK-MCY-BASE(WK-MCY-X)
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
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY '  COMBINED ITERATIONS      =' WK-SUM-ITER.
           MOVE WK-SUM-AMOUNT TO WK-JSON-AMT-ED.
           DISPLAY '  COMBINED AMOUNT TOTAL    =' WK-JSON-AMT-ED.
           MOVE WK-SUM-BASE TO WK-JSON-AMT-ED.
           DISPLAY '  COMBINED BASE AMOUNT     =' WK-JSON-AMT-ED.
           DISPLAY '  LISTING LINES MERGED     =' WK-RPT-LINES.
           DISPLAY '  MASTER ACCOUNTS REBUILT  =' WK-MAST-OUT-COUNT.
           IF WK-MTD-ROLLED
