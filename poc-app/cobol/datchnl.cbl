       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATCHNL.
      * Online channel intake. The online banking channel can only
      * send a comma-delimited file in its own field order with
      * decimal-point amounts, and DATMERGE takes nothing but the
      * fixed 80-byte TRANSIN layout. This step reads the channel's
      * CHNLFEED, proves it against the channel's own control row,
      * converts each good detail row to the ADOV1-TRAN-BUS layout
      * and writes CHNLXTR - a TRANSIN-format extract with a DATXHDR
      * header and trailer, in TRANS-ID order, ready to run into
      * DATMERGE through whichever REGNCTL slot carries the channel.
      *
      * The feed - no quoting, one row per line, the row type first:
      *
      *   H,feed-date                                      2 fields
      *   D,reference,value-date,account,type,amount,currency,
      *     counter-account                                8 fields
      *   T,detail-row-count,amount-total                  3 fields
      *
      * Dates are YYYY-MM-DD. Amounts carry an optional sign and up
      * to two decimals after a point (-125.50, 40, +7.5). The
      * channel originates CH and TR only; a TR names the account
      * the money goes to, a CH leaves that field empty. Currency
      * may be empty for the base currency. The reference becomes
      * the TRANS-ID.
      *
      * The whole feed is proven before anything is converted: one
      * H row first, one T row last, the T row's count and amount
      * total equal to the D rows', and the feed dated tonight. A
      * feed that does not prove leaves CHNLXTR empty - DATMERGE
      * fails an empty slot as out of balance, so nothing from the
      * channel is passed on until the feed is fixed or the slot is
      * turned off. A D row that proves but cannot be converted goes
      * to the CHNLREJ listing with its row number and the reason,
      * and the rest of the feed goes through.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO 'CHNLFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FEED-STATUS.
           SELECT XTR-FILE ASSIGN TO 'CHNLXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-XTR-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CHNLREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
           SELECT SORT-FILE ASSIGN TO 'CHNLSORT'.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  FEED-RECORD              PIC X(200).
       FD  XTR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XTR-RECORD               PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Reject listing - the proof of the feed, then every row that
      * could not be converted, then the counts.
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
      * Converted rows in TRANS-ID order, feed order within one
      * TRANS-ID. The row text rides along for the listing.
       01  SORT-RECORD.
           05  SRT-TRANS-ID         PIC X(10).
           05  SRT-ROW-NO           PIC 9(7).
           05  SRT-TRAN             PIC X(80).
           05  SRT-ROW-TEXT         PIC X(80).
       WORKING-STORAGE SECTION.
      * Shared transaction views - each good row is built in the
      * ADOV1-TRAN-BUS layout, the extract header and trailer in
      * the DATXHDR ones.
       COPY DATXREC.
       COPY DATXHDR.
      * The region code the channel's transactions carry. DATMERGE
      * stamps the code of the REGNCTL slot the extract runs
      * through, so the slot is set up under this code too.
       01 WK-CHNL-REGION    PIC X(3) VALUE 'ONL'.
       01 WK-FEED-STATUS    PIC X(2) VALUE '00'.
          88  WK-FEED-OK            VALUE '00'.
       01 WK-XTR-STATUS     PIC X(2) VALUE '00'.
          88  WK-XTR-OK             VALUE '00'.
       01 WK-RPT-STATUS     PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW    PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-CHAIN-STATUS   PIC X(2) VALUE '00'.
          88  WK-CHAIN-OK           VALUE '00'.
          88  WK-CHAIN-NOFILE       VALUE '05' '35'.
       01 WK-FEED-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-FEED-EOF           VALUE 'Y'.
       01 WK-SORT-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-SORT-EOF           VALUE 'Y'.
      * A feed or file that could not be opened.
       01 WK-FILE-ERR-SW    PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
      * The feed did not prove against its own header and control
      * row - nothing is passed on.
       01 WK-BAL-ERR-SW     PIC X(1) VALUE 'N'.
          88  WK-BAL-ERR            VALUE 'Y'.
      * The feed proves but is not tonight's.
       01 WK-STALE-SW       PIC X(1) VALUE 'N'.
          88  WK-STALE              VALUE 'Y'.
      * Proof state off the pre-pass.
       01 WK-HDR-SW         PIC X(1) VALUE 'N'.
          88  WK-HDR-SEEN           VALUE 'Y'.
       01 WK-TRL-SW         PIC X(1) VALUE 'N'.
          88  WK-TRL-SEEN           VALUE 'Y'.
       01 WK-UNPROVEN-SW    PIC X(1) VALUE 'N'.
          88  WK-UNPROVEN           VALUE 'Y'.
       01 WK-FEED-DATE      PIC 9(8) VALUE 0.
       01 WK-CTL-COUNT      PIC 9(7) VALUE 0.
       01 WK-CTL-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WK-DET-COUNT      PIC 9(7) VALUE 0.
       01 WK-DET-AMOUNT     PIC S9(11)V99 VALUE 0.
      * The row in hand - its number in the feed, how long it really
      * is, and its fields as the channel delimited them.
       01 WK-ROW-NO         PIC 9(7) VALUE 0.
       01 WK-ROW-LEN        PIC 9(3) VALUE 0.
       01 WK-ROW-END-SW     PIC X(1) VALUE 'N'.
          88  WK-ROW-END-FOUND      VALUE 'Y'.
       01 WK-CR             PIC X(1) VALUE X'0D'.
       01 WK-COMMA-COUNT    PIC 9(3) VALUE 0.
       01 WK-FLD-COUNT      PIC 9(3) VALUE 0.
       01 WK-FLD-TABLE.
          05  WK-FLD-ENTRY OCCURS 8 TIMES INDEXED BY WK-FLD-X.
              10  WK-FLD            PIC X(30).
              10  WK-FLD-LEN        PIC 9(3).
      * One field handed to the format checks, and what they make
      * of it.
       01 WK-TAKE-TEXT      PIC X(30) VALUE SPACES.
       01 WK-TAKE-LEN       PIC 9(3) VALUE 0.
       01 WK-TAKE-MAX       PIC 9(3) VALUE 0.
       01 WK-DIG-OK-SW      PIC X(1) VALUE 'N'.
          88  WK-DIG-OK             VALUE 'Y'.
       01 WK-DIG-NUM        PIC 9(11) VALUE 0.
       01 WK-DATE-OK-SW     PIC X(1) VALUE 'N'.
          88  WK-DATE-OK            VALUE 'Y'.
       01 WK-DATE-WORK.
          05  WK-DATE-YYYY          PIC X(4).
          05  WK-DATE-MM            PIC X(2).
          05  WK-DATE-DD            PIC X(2).
       01 WK-DATE-NUM-VIEW REDEFINES WK-DATE-WORK.
          05  WK-DATE-NUM           PIC 9(8).
       01 WK-DATE-SPLIT REDEFINES WK-DATE-WORK.
          05  FILLER                PIC 9(4).
          05  WK-DATE-MM-NUM        PIC 9(2).
          05  WK-DATE-DD-NUM        PIC 9(2).
       01 WK-AMT-OK-SW      PIC X(1) VALUE 'N'.
          88  WK-AMT-OK             VALUE 'Y'.
       01 WK-AMT-NEG-SW     PIC X(1) VALUE 'N'.
          88  WK-AMT-NEG            VALUE 'Y'.
       01 WK-AMT-START      PIC 9(3) VALUE 0.
       01 WK-AMT-LEN        PIC 9(3) VALUE 0.
       01 WK-DOT-COUNT      PIC 9(3) VALUE 0.
       01 WK-AMT-INT-TEXT   PIC X(30) VALUE SPACES.
       01 WK-AMT-INT-LEN    PIC 9(3) VALUE 0.
       01 WK-AMT-DEC-TEXT   PIC X(30) VALUE SPACES.
       01 WK-AMT-DEC-LEN    PIC 9(3) VALUE 0.
       01 WK-AMT-CENTS-X    PIC X(2) VALUE SPACES.
       01 WK-AMT-CENTS REDEFINES WK-AMT-CENTS-X PIC 9(2).
       01 WK-AMT-VALUE      PIC S9(11)V99 VALUE 0.
      * The largest amount the extract's S9(09)V99 can carry.
       01 WK-AMT-LIMIT      PIC 9(9)V99 VALUE 999999999.99.
       01 WK-ROW-BAD-SW     PIC X(1) VALUE 'N'.
          88  WK-ROW-BAD            VALUE 'Y'.
       01 WK-REJ-REASON     PIC X(30) VALUE SPACES.
       01 WK-PREV-ID        PIC X(10) VALUE LOW-VALUES.
       01 WK-OUT-ID         PIC X(10) VALUE SPACES.
       01 WK-OUT-ID-NUM REDEFINES WK-OUT-ID PIC 9(10).
       01 WK-ROWS-READ      PIC 9(7) VALUE 0.
       01 WK-GOOD-COUNT     PIC 9(7) VALUE 0.
       01 WK-REJ-COUNT      PIC 9(7) VALUE 0.
       01 WK-DUP-COUNT      PIC 9(7) VALUE 0.
       01 WK-OUT-COUNT      PIC 9(7) VALUE 0.
      * Control-total hash - wraps at twelve digits, the way every
      * TRANSIN trailer does.
       01 WK-OUT-HASH       PIC 9(12) VALUE 0.
       01 WK-OUT-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WK-ROW-ED         PIC Z(6)9.
       01 WK-CNT-ED         PIC Z(6)9.
       01 WK-AMT-ED         PIC -(11)9.99.
       01 WK-AMT-ED2        PIC -(11)9.99.
       01 WK-RUN-TIME       PIC 9(8) VALUE 0.
       01 WK-RUN-DATE       PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME   PIC X(8) VALUE 'DATCHNL'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATCHNL: ONLINE CHANNEL INTAKE'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM open_report_file.
           PERFORM prove_feed.
           IF NOT WK-FILE-ERR AND NOT WK-BAL-ERR AND NOT WK-STALE
               PERFORM open_extract_file
           ELSE
               PERFORM empty_extract_file
           END-IF.
           IF NOT WK-FILE-ERR AND NOT WK-BAL-ERR AND NOT WK-STALE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-TRANS-ID SRT-ROW-NO
                   INPUT PROCEDURE IS convert_feed
                   OUTPUT PROCEDURE IS write_extract
               CLOSE XTR-FILE
           END-IF.
           PERFORM write_report_totals.
           PERFORM close_report_file.
           PERFORM print_summary.
           PERFORM set_return_code.
           PERFORM write_chain_record.
           STOP RUN.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING 'DATCHNL ONLINE CHANNEL INTAKE REJECTS'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY 'DATCHNL: UNABLE TO OPEN CHNLREJ FILE'
           END-IF.
      *
       close_report_file.
           IF WK-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF.
      *
      * Proof pre-pass - the whole feed is read once and held to
      * its own header and control row before a single row is
      * converted, the way DATBATCH proves TRANSIN.
       prove_feed.
           OPEN INPUT FEED-FILE.
           IF WK-FEED-OK
               MOVE 0 TO WK-ROW-NO
               PERFORM prove_one_row UNTIL WK-FEED-EOF
               CLOSE FEED-FILE
               PERFORM check_feed_proof
           ELSE
               DISPLAY 'DATCHNL: CHNLFEED NOT AVAILABLE, STATUS='
                   WK-FEED-STATUS
               MOVE 'CHNLFEED NOT AVAILABLE' TO WK-REJ-REASON
               PERFORM write_proof_line
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       prove_one_row.
           READ FEED-FILE
               AT END
                   SET WK-FEED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-ROW-NO
                   ADD 1 TO WK-ROWS-READ
                   PERFORM split_row
                   PERFORM prove_row
           END-READ.
      *
      * Only what the proof rests on is looked at here - the row
      * types, their places in the feed, and the amount on every
      * D row. A blank line is not a row.
       prove_row.
           IF WK-ROW-LEN > 0
               IF WK-FLD(1) = 'H' AND WK-FLD-LEN(1) = 1
                   PERFORM prove_header_row
               ELSE
               IF WK-FLD(1) = 'T' AND WK-FLD-LEN(1) = 1
                   PERFORM prove_control_row
               ELSE
               IF WK-FLD(1) = 'D' AND WK-FLD-LEN(1) = 1
                   PERFORM prove_detail_row
               END-IF
               END-IF
               END-IF
           END-IF.
      *
       prove_header_row.
           IF WK-ROW-NO NOT = 1 OR WK-HDR-SEEN
               MOVE 'HEADER ROW NOT FIRST IN FEED' TO WK-REJ-REASON
               PERFORM write_proof_line
               SET WK-BAL-ERR TO TRUE
           ELSE
               SET WK-HDR-SEEN TO TRUE
               MOVE WK-FLD(2)     TO WK-TAKE-TEXT
               MOVE WK-FLD-LEN(2) TO WK-TAKE-LEN
               PERFORM take_date_field
               IF WK-FLD-COUNT NOT = 2 OR NOT WK-DATE-OK
                   MOVE 'HEADER ROW NOT READABLE' TO WK-REJ-REASON
                   PERFORM write_proof_line
                   SET WK-BAL-ERR TO TRUE
               ELSE
                   MOVE WK-DATE-NUM TO WK-FEED-DATE
               END-IF
           END-IF.
      *
       prove_control_row.
           IF WK-TRL-SEEN
               MOVE 'MORE THAN ONE CONTROL ROW' TO WK-REJ-REASON
               PERFORM write_proof_line
               SET WK-BAL-ERR TO TRUE
           ELSE
               SET WK-TRL-SEEN TO TRUE
               MOVE WK-FLD(2)     TO WK-TAKE-TEXT
               MOVE WK-FLD-LEN(2) TO WK-TAKE-LEN
               MOVE 7             TO WK-TAKE-MAX
               PERFORM take_digit_field
               MOVE WK-DIG-NUM    TO WK-CTL-COUNT
               MOVE WK-FLD(3)     TO WK-TAKE-TEXT
               MOVE WK-FLD-LEN(3) TO WK-TAKE-LEN
               PERFORM parse_amount
               MOVE WK-AMT-VALUE  TO WK-CTL-AMOUNT
               IF WK-FLD-COUNT NOT = 3 OR NOT WK-DIG-OK
                       OR NOT WK-AMT-OK
                   MOVE 'CONTROL ROW NOT READABLE' TO WK-REJ-REASON
                   PERFORM write_proof_line
                   SET WK-BAL-ERR TO TRUE
               END-IF
           END-IF.
      *
      * A D row whose amount cannot be read leaves the amount total
      * unprovable - the feed cannot be passed on with it.
       prove_detail_row.
           IF WK-TRL-SEEN
               MOVE 'DETAIL ROW AFTER CONTROL ROW' TO WK-REJ-REASON
               PERFORM write_proof_line
               SET WK-BAL-ERR TO TRUE
           END-IF.
           ADD 1 TO WK-DET-COUNT.
           MOVE WK-FLD(6)     TO WK-TAKE-TEXT.
           MOVE WK-FLD-LEN(6) TO WK-TAKE-LEN.
           PERFORM parse_amount.
           IF WK-FLD-COUNT = 8 AND WK-AMT-OK
               ADD WK-AMT-VALUE TO WK-DET-AMOUNT
           ELSE
               MOVE 'AMOUNT UNREADABLE' TO WK-REJ-REASON
               PERFORM write_proof_line
               SET WK-UNPROVEN TO TRUE
           END-IF.
      *
       check_feed_proof.
           MOVE 0 TO WK-ROW-NO.
           IF NOT WK-HDR-SEEN
               MOVE 'HEADER ROW MISSING' TO WK-REJ-REASON
               PERFORM write_proof_line
               SET WK-BAL-ERR TO TRUE
           END-IF.
           IF NOT WK-TRL-SEEN
               MOVE 'CONTROL ROW MISSING' TO WK-REJ-REASON
               PERFORM write_proof_line
               SET WK-BAL-ERR TO TRUE
           ELSE
               IF WK-CTL-COUNT NOT = WK-DET-COUNT
                   MOVE 'CONTROL COUNT DOES NOT AGREE' TO WK-REJ-REASON
                   PERFORM write_proof_line
                   SET WK-BAL-ERR TO TRUE
               END-IF
               IF WK-UNPROVEN
                   MOVE 'AMOUNT TOTAL CANNOT BE PROVEN' TO WK-REJ-REASON
                   PERFORM write_proof_line
                   SET WK-BAL-ERR TO TRUE
               ELSE
                   IF WK-CTL-AMOUNT NOT = WK-DET-AMOUNT
                       MOVE 'CONTROL AMOUNT DOES NOT AGREE'
                           TO WK-REJ-REASON
                       PERFORM write_proof_line
                       SET WK-BAL-ERR TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT WK-BAL-ERR AND WK-FEED-DATE NOT = WK-RUN-DATE
               MOVE 'FEED IS NOT DATED TONIGHT' TO WK-REJ-REASON
               PERFORM write_proof_line
               SET WK-STALE TO TRUE
           END-IF.
           PERFORM write_proof_totals.
      *
      * A proof failure is listed against the row it was found on,
      * or against row 0 when it is about the feed as a whole.
       write_proof_line.
           DISPLAY 'DATCHNL: FEED NOT PROVEN - ROW ' WK-ROW-NO ' '
               WK-REJ-REASON.
           IF WK-RPT-OPEN
               MOVE WK-ROW-NO TO WK-ROW-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  *** PROOF  ROW '   DELIMITED BY SIZE
                      WK-ROW-ED             DELIMITED BY SIZE
                      '  '                  DELIMITED BY SIZE
                      WK-REJ-REASON         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_proof_totals.
           IF WK-RPT-OPEN
               MOVE WK-CTL-COUNT TO WK-CNT-ED
               MOVE WK-CTL-AMOUNT TO WK-AMT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  CONTROL ROW      COUNT ' DELIMITED BY SIZE
                      WK-CNT-ED                   DELIMITED BY SIZE
                      '  AMOUNT '                 DELIMITED BY SIZE
                      WK-AMT-ED                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WK-DET-COUNT TO WK-CNT-ED
               MOVE WK-DET-AMOUNT TO WK-AMT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  DETAIL ROWS      COUNT ' DELIMITED BY SIZE
                      WK-CNT-ED                   DELIMITED BY SIZE
                      '  AMOUNT '                 DELIMITED BY SIZE
                      WK-AMT-ED                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WK-BAL-ERR OR WK-STALE
                   MOVE '  FEED NOT PROVEN - NOTHING PASSED ON'
                       TO REPORT-LINE
               ELSE
                   MOVE '  FEED PROVEN' TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
      * The row's real length (trailing spaces, and the carriage
      * return a PC-built file leaves, are not part of it), its
      * field count, and its fields.
       split_row.
           INSPECT FEED-RECORD REPLACING ALL WK-CR BY SPACE.
           MOVE 200 TO WK-ROW-LEN.
           MOVE 'N' TO WK-ROW-END-SW.
           PERFORM find_row_end
               UNTIL WK-ROW-END-FOUND OR WK-ROW-LEN = 0.
           PERFORM VARYING WK-FLD-X FROM 1 BY 1 UNTIL WK-FLD-X > 8
               MOVE SPACES TO WK-FLD(WK-FLD-X)
               MOVE 0 TO WK-FLD-LEN(WK-FLD-X)
           END-PERFORM.
           MOVE 0 TO WK-COMMA-COUNT.
           MOVE 0 TO WK-FLD-COUNT.
           IF WK-ROW-LEN > 0
               INSPECT FEED-RECORD(1:WK-ROW-LEN)
                   TALLYING WK-COMMA-COUNT FOR ALL ','
               COMPUTE WK-FLD-COUNT = WK-COMMA-COUNT + 1
               UNSTRING FEED-RECORD(1:WK-ROW-LEN) DELIMITED BY ','
                   INTO WK-FLD(1) COUNT IN WK-FLD-LEN(1)
                        WK-FLD(2) COUNT IN WK-FLD-LEN(2)
                        WK-FLD(3) COUNT IN WK-FLD-LEN(3)
                        WK-FLD(4) COUNT IN WK-FLD-LEN(4)
                        WK-FLD(5) COUNT IN WK-FLD-LEN(5)
                        WK-FLD(6) COUNT IN WK-FLD-LEN(6)
                        WK-FLD(7) COUNT IN WK-FLD-LEN(7)
                        WK-FLD(8) COUNT IN WK-FLD-LEN(8)
               END-UNSTRING
           END-IF.
      *
       find_row_end.
           IF FEED-RECORD(WK-ROW-LEN:1) = SPACE
               SUBTRACT 1 FROM WK-ROW-LEN
           ELSE
               SET WK-ROW-END-FOUND TO TRUE
           END-IF.
      *
      * One to WK-TAKE-MAX digits, nothing else.
       take_digit_field.
           MOVE 'N' TO WK-DIG-OK-SW.
           MOVE 0 TO WK-DIG-NUM.
           IF WK-TAKE-LEN > 0 AND WK-TAKE-LEN NOT > WK-TAKE-MAX
               IF WK-TAKE-TEXT(1:WK-TAKE-LEN) NUMERIC
                   MOVE WK-TAKE-TEXT(1:WK-TAKE-LEN) TO WK-DIG-NUM
                   SET WK-DIG-OK TO TRUE
               END-IF
           END-IF.
      *
      * YYYY-MM-DD into WK-DATE-NUM as YYYYMMDD. The month and day
      * are range-checked here; DATEDIT's edit of the calendar date
      * itself still applies downstream.
       take_date_field.
           MOVE 'N' TO WK-DATE-OK-SW.
           MOVE ZEROS TO WK-DATE-WORK.
           IF WK-TAKE-LEN = 10 AND WK-TAKE-TEXT(5:1) = '-'
                   AND WK-TAKE-TEXT(8:1) = '-'
               MOVE WK-TAKE-TEXT(1:4) TO WK-DATE-YYYY
               MOVE WK-TAKE-TEXT(6:2) TO WK-DATE-MM
               MOVE WK-TAKE-TEXT(9:2) TO WK-DATE-DD
               IF WK-DATE-WORK NUMERIC
                   IF WK-DATE-MM-NUM > 0 AND WK-DATE-MM-NUM < 13
                           AND WK-DATE-DD-NUM > 0
                           AND WK-DATE-DD-NUM < 32
                       SET WK-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      * An optional sign, one to eleven whole digits, and when there
      * is a point one or two decimals after it. The field's count
      * is its length on the row, which can run past the thirty
      * bytes kept of it - such an amount is unreadable.
       parse_amount.
           MOVE 'N' TO WK-AMT-OK-SW.
           MOVE 'N' TO WK-AMT-NEG-SW.
           MOVE 0 TO WK-AMT-VALUE.
           MOVE 1 TO WK-AMT-START.
           IF WK-TAKE-LEN > 30
               MOVE 0 TO WK-TAKE-LEN
           END-IF.
           IF WK-TAKE-LEN > 0
               IF WK-TAKE-TEXT(1:1) = '-'
                   SET WK-AMT-NEG TO TRUE
                   MOVE 2 TO WK-AMT-START
               ELSE
                   IF WK-TAKE-TEXT(1:1) = '+'
                       MOVE 2 TO WK-AMT-START
                   END-IF
               END-IF
           END-IF.
           IF WK-TAKE-LEN NOT < WK-AMT-START
               COMPUTE WK-AMT-LEN = WK-TAKE-LEN - WK-AMT-START + 1
               PERFORM split_amount
           END-IF.
      *
       split_amount.
           MOVE 0 TO WK-DOT-COUNT.
           INSPECT WK-TAKE-TEXT(WK-AMT-START:WK-AMT-LEN)
               TALLYING WK-DOT-COUNT FOR ALL '.'.
           MOVE SPACES TO WK-AMT-INT-TEXT.
           MOVE SPACES TO WK-AMT-DEC-TEXT.
           MOVE 0 TO WK-AMT-INT-LEN.
           MOVE 0 TO WK-AMT-DEC-LEN.
           UNSTRING WK-TAKE-TEXT(WK-AMT-START:WK-AMT-LEN)
               DELIMITED BY '.'
               INTO WK-AMT-INT-TEXT COUNT IN WK-AMT-INT-LEN
                    WK-AMT-DEC-TEXT COUNT IN WK-AMT-DEC-LEN
           END-UNSTRING.
           IF WK-DOT-COUNT < 2
                   AND WK-AMT-INT-LEN > 0 AND WK-AMT-INT-LEN < 12
                   AND WK-AMT-DEC-LEN < 3
                   AND (WK-DOT-COUNT = 0 OR WK-AMT-DEC-LEN > 0)
               PERFORM value_amount
           END-IF.
      *
       value_amount.
           MOVE WK-AMT-DEC-TEXT(1:2) TO WK-AMT-CENTS-X.
           INSPECT WK-AMT-CENTS-X REPLACING ALL SPACE BY ZERO.
           IF WK-AMT-INT-TEXT(1:WK-AMT-INT-LEN) NUMERIC
                   AND WK-AMT-CENTS-X NUMERIC
               MOVE WK-AMT-INT-TEXT(1:WK-AMT-INT-LEN) TO WK-DIG-NUM
               COMPUTE WK-AMT-VALUE = WK-DIG-NUM + WK-AMT-CENTS / 100
               IF WK-AMT-NEG
                   COMPUTE WK-AMT-VALUE = 0 - WK-AMT-VALUE
               END-IF
               SET WK-AMT-OK TO TRUE
           END-IF.
      *
      * Sort input - the proven feed again, row by row. Good D rows
      * go to the sort converted, the rest to the listing.
       convert_feed.
           MOVE 'N' TO WK-FEED-EOF-SW.
           MOVE 0 TO WK-ROW-NO.
           OPEN INPUT FEED-FILE.
           IF WK-FEED-OK
               PERFORM convert_one_row UNTIL WK-FEED-EOF
               CLOSE FEED-FILE
           ELSE
               DISPLAY 'DATCHNL: CHNLFEED REOPEN FAILED, STATUS='
                   WK-FEED-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       convert_one_row.
           READ FEED-FILE
               AT END
                   SET WK-FEED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-ROW-NO
                   PERFORM split_row
                   PERFORM convert_row
           END-READ.
      *
       convert_row.
           IF WK-ROW-LEN > 0
               IF WK-FLD(1) = 'D' AND WK-FLD-LEN(1) = 1
                   PERFORM edit_detail_row
                   IF WK-ROW-BAD
                       PERFORM reject_row
                   ELSE
                       PERFORM release_detail_row
                   END-IF
               ELSE
                   IF NOT ((WK-FLD(1) = 'H' OR WK-FLD(1) = 'T')
                           AND WK-FLD-LEN(1) = 1)
                       MOVE 'UNKNOWN ROW TYPE' TO WK-REJ-REASON
                       PERFORM reject_row
                   END-IF
               END-IF
           END-IF.
      *
      * The format edits, field by field in the channel's order -
      * the first one a row fails is its reason. The good fields
      * are built into ADOV1-TRAN-BUS as they pass.
       edit_detail_row.
           SET WK-ROW-BAD TO TRUE.
           MOVE SPACES TO ADOV1-TRAN-RECORD.
           MOVE WK-FLD(2)     TO WK-TAKE-TEXT.
           MOVE WK-FLD-LEN(2) TO WK-TAKE-LEN.
           MOVE 10            TO WK-TAKE-MAX.
           PERFORM take_digit_field.
           IF WK-FLD-COUNT NOT = 8
               MOVE 'WRONG NUMBER OF FIELDS' TO WK-REJ-REASON
           ELSE
           IF NOT WK-DIG-OK
               MOVE 'REFERENCE NOT NUMERIC' TO WK-REJ-REASON
           ELSE
               MOVE WK-DIG-NUM TO WK-OUT-ID-NUM
               MOVE WK-OUT-ID  TO ADOV1-TRAN-ID
               MOVE WK-FLD(3)     TO WK-TAKE-TEXT
               MOVE WK-FLD-LEN(3) TO WK-TAKE-LEN
               PERFORM take_date_field
               IF NOT WK-DATE-OK
                   MOVE 'INVALID VALUE DATE' TO WK-REJ-REASON
               ELSE
                   MOVE WK-DATE-NUM TO ADOV1-TRAN-EFF-DATE
                   PERFORM edit_account_and_type
               END-IF
           END-IF
           END-IF.
      *
       edit_account_and_type.
           MOVE WK-FLD(4)     TO WK-TAKE-TEXT.
           MOVE WK-FLD-LEN(4) TO WK-TAKE-LEN.
           MOVE 10            TO WK-TAKE-MAX.
           PERFORM take_digit_field.
           IF NOT WK-DIG-OK
               MOVE 'ACCOUNT NOT NUMERIC' TO WK-REJ-REASON
           ELSE
           IF WK-FLD-LEN(5) NOT = 2
                   OR (WK-FLD(5) NOT = 'CH' AND WK-FLD(5) NOT = 'TR')
               MOVE 'TYPE NOT TAKEN FROM CHANNEL' TO WK-REJ-REASON
           ELSE
               MOVE WK-DIG-NUM      TO ADOV1-TRAN-ACCT
               MOVE WK-FLD(5)       TO ADOV1-TRAN-TYPE
               MOVE WK-CHNL-REGION  TO ADOV1-TRAN-REGION
               PERFORM edit_amount_and_currency
           END-IF
           END-IF.
      *
       edit_amount_and_currency.
           MOVE WK-FLD(6)     TO WK-TAKE-TEXT.
           MOVE WK-FLD-LEN(6) TO WK-TAKE-LEN.
           PERFORM parse_amount.
           IF NOT WK-AMT-OK
               MOVE 'INVALID AMOUNT' TO WK-REJ-REASON
           ELSE
           IF WK-AMT-VALUE > WK-AMT-LIMIT
                   OR WK-AMT-VALUE < 0 - WK-AMT-LIMIT
               MOVE 'AMOUNT TOO LARGE' TO WK-REJ-REASON
           ELSE
           IF WK-FLD-LEN(7) NOT = 0
                   AND (WK-FLD-LEN(7) NOT = 3
                        OR WK-FLD(7)(1:3) NOT ALPHABETIC-UPPER)
               MOVE 'INVALID CURRENCY' TO WK-REJ-REASON
           ELSE
               MOVE WK-AMT-VALUE  TO ADOV1-TRAN-AMOUNT
               MOVE WK-FLD(7)(1:3) TO ADOV1-TRAN-CURRENCY
               PERFORM edit_counter_account
           END-IF
           END-IF
           END-IF.
      *
       edit_counter_account.
           MOVE WK-FLD(8)     TO WK-TAKE-TEXT.
           MOVE WK-FLD-LEN(8) TO WK-TAKE-LEN.
           MOVE 10            TO WK-TAKE-MAX.
           PERFORM take_digit_field.
           IF ADOV1-TYPE-TRANSFER
               IF WK-FLD-LEN(8) = 0
                   MOVE 'COUNTER-ACCOUNT MISSING' TO WK-REJ-REASON
               ELSE
               IF NOT WK-DIG-OK
                   MOVE 'COUNTER-ACCOUNT NOT NUMERIC'
                       TO WK-REJ-REASON
               ELSE
                   MOVE WK-DIG-NUM TO ADOV1-TRAN-CTR-ACCT
                   MOVE 'N' TO WK-ROW-BAD-SW
               END-IF
               END-IF
           ELSE
               IF WK-FLD-LEN(8) NOT = 0
                   MOVE 'COUNTER-ACCOUNT ON A CH' TO WK-REJ-REASON
               ELSE
                   MOVE 'N' TO WK-ROW-BAD-SW
               END-IF
           END-IF.
      *
       release_detail_row.
           MOVE ADOV1-TRAN-ID     TO SRT-TRANS-ID.
           MOVE WK-ROW-NO         TO SRT-ROW-NO.
           MOVE ADOV1-TRAN-RECORD TO SRT-TRAN.
           MOVE FEED-RECORD(1:80) TO SRT-ROW-TEXT.
           RELEASE SORT-RECORD.
           ADD 1 TO WK-GOOD-COUNT.
      *
       reject_row.
           ADD 1 TO WK-REJ-COUNT.
           DISPLAY 'DATCHNL: ROW ' WK-ROW-NO ' REJECTED - '
               WK-REJ-REASON.
           IF WK-RPT-OPEN
               MOVE WK-ROW-NO TO WK-ROW-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  ROW '              DELIMITED BY SIZE
                      WK-ROW-ED             DELIMITED BY SIZE
                      '  '                  DELIMITED BY SIZE
                      WK-REJ-REASON         DELIMITED BY SIZE
                      '  '                  DELIMITED BY SIZE
                      FEED-RECORD(1:80)     DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
      * Sort output - the extract in TRANS-ID order between its own
      * header and trailer. A reference the channel sent twice goes
      * through once; the repeat is rejected as a duplicate.
       write_extract.
           PERFORM write_extract_header.
           PERFORM return_converted_row.
           PERFORM write_converted_row UNTIL WK-SORT-EOF.
           PERFORM write_extract_trailer.
      *
       return_converted_row.
           RETURN SORT-FILE
               AT END
                   SET WK-SORT-EOF TO TRUE
           END-RETURN.
      *
       write_converted_row.
           IF SRT-TRANS-ID = WK-PREV-ID
               SUBTRACT 1 FROM WK-GOOD-COUNT
               ADD 1 TO WK-DUP-COUNT
               MOVE SRT-ROW-NO   TO WK-ROW-NO
               MOVE SRT-ROW-TEXT TO FEED-RECORD
               MOVE 'DUPLICATE REFERENCE' TO WK-REJ-REASON
               PERFORM reject_row
           ELSE
               MOVE SRT-TRANS-ID TO WK-PREV-ID
               MOVE SRT-TRAN     TO ADOV1-TRAN-RECORD
               MOVE ADOV1-TRAN-RECORD TO XTR-RECORD
               WRITE XTR-RECORD
               ADD 1 TO WK-OUT-COUNT
               ADD ADOV1-TRAN-AMOUNT TO WK-OUT-AMOUNT
               MOVE SRT-TRANS-ID TO WK-OUT-ID
               ADD WK-OUT-ID-NUM TO WK-OUT-HASH
           END-IF.
           PERFORM return_converted_row.
      *
       write_extract_header.
           MOVE SPACES TO ADOV1-HDR-RECORD.
           MOVE 'HDR'        TO ADOV1-HDR-REC-TYPE.
           MOVE WK-FEED-DATE TO ADOV1-HDR-EXTR-DATE.
           MOVE 'DATCHNL'    TO ADOV1-HDR-SOURCE-SYS.
           MOVE ADOV1-HDR-RECORD TO XTR-RECORD.
           WRITE XTR-RECORD.
      *
       write_extract_trailer.
           MOVE SPACES TO ADOV1-TRL-RECORD.
           MOVE 'TRL'        TO ADOV1-TRL-REC-TYPE.
           MOVE WK-OUT-COUNT TO ADOV1-TRL-REC-COUNT.
           MOVE WK-OUT-HASH  TO ADOV1-TRL-HASH-TOTAL.
           MOVE ADOV1-TRL-RECORD TO XTR-RECORD.
           WRITE XTR-RECORD.
      *
       open_extract_file.
           OPEN OUTPUT XTR-FILE.
           IF NOT WK-XTR-OK
               DISPLAY 'DATCHNL: UNABLE TO OPEN CHNLXTR FILE'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
      * An unproven feed still replaces CHNLXTR - with nothing, so
      * an earlier night's extract can never go through in its
      * place.
       empty_extract_file.
           OPEN OUTPUT XTR-FILE.
           IF WK-XTR-OK
               CLOSE XTR-FILE
           ELSE
               DISPLAY 'DATCHNL: UNABLE TO OPEN CHNLXTR FILE'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       write_report_totals.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WK-ROWS-READ TO WK-CNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  ROWS READ        ' DELIMITED BY SIZE
                      WK-CNT-ED             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WK-OUT-COUNT TO WK-CNT-ED
               MOVE WK-OUT-AMOUNT TO WK-AMT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  PASSED ON        ' DELIMITED BY SIZE
                      WK-CNT-ED             DELIMITED BY SIZE
                      '  AMOUNT '           DELIMITED BY SIZE
                      WK-AMT-ED             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WK-REJ-COUNT TO WK-CNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  REJECTED         ' DELIMITED BY SIZE
                      WK-CNT-ED             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATCHNL: RUN SUMMARY'.
           DISPLAY '  FEED DATE                =' WK-FEED-DATE.
           DISPLAY '  DETAIL ROWS IN FEED      =' WK-DET-COUNT.
           DISPLAY '  CONTROL ROW COUNT        =' WK-CTL-COUNT.
           MOVE WK-DET-AMOUNT TO WK-AMT-ED.
           DISPLAY '  DETAIL AMOUNT TOTAL      =' WK-AMT-ED.
           MOVE WK-CTL-AMOUNT TO WK-AMT-ED2.
           DISPLAY '  CONTROL ROW AMOUNT       =' WK-AMT-ED2.
           DISPLAY '  ROWS CONVERTED           =' WK-GOOD-COUNT.
           DISPLAY '  ROWS REJECTED            =' WK-REJ-COUNT.
           DISPLAY '  DUPLICATE REFERENCES     =' WK-DUP-COUNT.
           DISPLAY '  EXTRACT RECORDS OUT      =' WK-OUT-COUNT.
           IF WK-STALE
               DISPLAY '  *** FEED NOT DATED TONIGHT - NOTHING PASSED '
                   'ON ***'
           ELSE
               IF WK-BAL-ERR
                   DISPLAY '  *** FEED NOT PROVEN - NOTHING PASSED ON '
                       '***'
               END-IF
           END-IF.
           DISPLAY '-------------------------------------------'.
      *
      * 12 means the feed did not prove against its own control row
      * or proved but is not tonight's - the summary and CHNLREJ say
      * which - and 8 means a file could not be opened. CHNLXTR
      * carries nothing in any of them. 4 means rows were rejected
      * and the rest passed on.
       set_return_code.
           EVALUATE TRUE
               WHEN WK-BAL-ERR OR WK-STALE
                   MOVE 12 TO RETURN-CODE
               WHEN WK-FILE-ERR
                   MOVE 8 TO RETURN-CODE
               WHEN WK-REJ-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'DATCHNL: RETURN-CODE=' RETURN-CODE.
      *
       write_chain_record.
           ACCEPT WK-RUN-TIME FROM TIME.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHAIN-NOFILE
               OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF WK-CHAIN-OK
               MOVE SPACES      TO CHAIN-RECORD
               MOVE 'DATCHNL'   TO CHN-STEP
               MOVE WK-RUN-DATE TO CHN-RUN-DATE
               MOVE RETURN-CODE TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATCHNL: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
