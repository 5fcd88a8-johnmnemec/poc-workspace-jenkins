      * pages the scheduler tonight instead of sitting in the
      * master until an auditor trips over it.
      *
      * The listing ends with a summary by product - the accounts
      * and net balance under each product code on the master.
      *
      * The position only rolls forward on a proven night - a
      * drifted position is left in place so the proof keeps
      * failing until someone reconciles the master.
      *
      * The step appends its completion record to CHAINCTL like
      * the rest of the night, so its RETURN-CODE is on the trail
      * the morning status report reads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO 'DATTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
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
       FD  POSN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * The carried position - the account count and net balance the
      * headers and footers in the DATBRPT listing style, and the
      * proof section at the end.
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
       WORKING-STORAGE SECTION.
       01 WK-MAST-STATUS    PIC X(2) VALUE '00'.
          88  WK-MAST-OK            VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW    PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-CHAIN-STATUS   PIC X(2) VALUE '00'.
          88  WK-CHAIN-OK           VALUE '00'.
          88  WK-CHAIN-NOFILE       VALUE '05' '35'.
       01 WK-RPT-LINE-COUNT PIC 9(3) VALUE 0.
       01 WK-RPT-PAGE-COUNT PIC 9(3) VALUE 0.
       01 WK-RPT-LINES-PER-PAGE PIC 9(3) VALUE 020.
      * should be.
       01 WK-X-ACCT-COUNT   PIC S9(8) COMP VALUE 0.
       01 WK-X-NET-BALANCE  PIC S9(11)V99 VALUE 0.
      * Interest accrued on the master and not yet capitalized -
      * listed per account and totalled, for the interest desk.
       01 WK-T-ACCR-TOTAL   PIC S9(09)V9(4) VALUE 0.
       01 WK-ACCR-ED        PIC -(7)9.9999.
       01 WK-ACCR-TOT-ED    PIC -(8)9.9999.
      * Accounts and balances by product, collected as product codes
      * are met on the master - same grow-as-seen bucket scheme as
      * DATBATCH's region totals.
       01 WK-PS-MAX         PIC 9(2) COMP VALUE 30.
       01 WK-PS-CNT         PIC 9(2) COMP VALUE 0.
       01 WK-PS-TABLE.
          05  WK-PS-ENTRY OCCURS 30 TIMES INDEXED BY WK-PS-X.
              10  WK-PS-CODE        PIC X(3).
              10  WK-PS-ACCTS       PIC 9(7).
              10  WK-PS-BALANCE     PIC S9(11)V99.
       01 WK-PS-FOUND-SW    PIC X(1) VALUE 'N'.
          88  WK-PS-FOUND           VALUE 'Y'.
       01 WK-PS-OVFL-SW     PIC X(1) VALUE 'N'.
          88  WK-PS-OVFL            VALUE 'Y'.
       01 WK-PS-LABEL       PIC X(6) VALUE SPACES.
       01 WK-BAL-ED         PIC -(9)9.99.
       01 WK-AMT-ED         PIC -(11)9.99.
       01 WK-RUN-TIME       PIC 9(8) VALUE 0.
       01 WK-RUN-DATE       PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME   PIC X(8) VALUE 'DATTRIAL'.
       COPY DATDEPND.
           PERFORM pass_master_file.
           PERFORM prove_movement.
           PERFORM write_proof_section.
           PERFORM write_product_section.
           PERFORM close_report_file.
           PERFORM write_position_file.
           PERFORM print_summary.
           PERFORM set_return_code.
           PERFORM write_chain_record.
           STOP RUN.
      *
      * Yesterday's closing position - a missing file just means the
               NOT AT END
                   ADD 1 TO WK-T-ACCT-COUNT
                   ADD MAST-BALANCE TO WK-T-NET-BALANCE
                   IF MAST-ACCR-TODATE NOT NUMERIC
                       MOVE 0 TO MAST-ACCR-TODATE
                   END-IF
                   ADD MAST-ACCR-TODATE TO WK-T-ACCR-TOTAL
                   PERFORM add_product_totals
                   PERFORM write_report_detail
           END-READ.
      *
       add_product_totals.
           MOVE 'N' TO WK-PS-FOUND-SW.
           PERFORM VARYING WK-PS-X FROM 1 BY 1
                   UNTIL WK-PS-X > WK-PS-CNT OR WK-PS-FOUND
               IF WK-PS-CODE(WK-PS-X) = MAST-PRODUCT
                   SET WK-PS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WK-PS-FOUND
               SET WK-PS-X DOWN BY 1
           ELSE
               IF WK-PS-CNT < WK-PS-MAX
                   ADD 1 TO WK-PS-CNT
                   SET WK-PS-X TO WK-PS-CNT
                   MOVE MAST-PRODUCT TO WK-PS-CODE(WK-PS-X)
                   MOVE 0 TO WK-PS-ACCTS(WK-PS-X)
                   MOVE 0 TO WK-PS-BALANCE(WK-PS-X)
                   SET WK-PS-FOUND TO TRUE
               ELSE
                   SET WK-PS-OVFL TO TRUE
               END-IF
           END-IF.
           IF WK-PS-FOUND
               ADD 1            TO WK-PS-ACCTS(WK-PS-X)
               ADD MAST-BALANCE TO WK-PS-BALANCE(WK-PS-X)
           END-IF.
      *
      * The proof itself - carried position plus posted movement
      * must equal what the master actually says tonight, on both
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ACCOUNT       BALANCE        TRANS  LAST-DATE'
                  '  ST        ACCRUED'           DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
                   PERFORM write_report_header
               END-IF
               MOVE MAST-BALANCE TO WK-BAL-ED
               MOVE MAST-ACCR-TODATE TO WK-ACCR-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      MAST-ACCT-NO      DELIMITED BY SIZE
                      MAST-LAST-DATE    DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      MAST-STATUS       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-ACCR-ED        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE WK-T-ACCR-TOTAL TO WK-ACCR-TOT-ED
               STRING '  ACCRUED INTEREST NOT CAPITALIZED: '
                                                  DELIMITED BY SIZE
                      WK-ACCR-TOT-ED               DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE WK-M-NET-AMOUNT TO WK-AMT-ED
               STRING '  POSTED MOVEMENT ADD='    DELIMITED BY SIZE
                      WK-M-ADD-COUNT               DELIMITED BY SIZE
               END-IF
               WRITE REPORT-LINE
           END-IF.
      *
      * Accounts opened before products carry no code and are shown
      * as NONE.
       write_product_section.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '  PRODUCT SUMMARY'             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM write_product_line
                   VARYING WK-PS-X FROM 1 BY 1
                   UNTIL WK-PS-X > WK-PS-CNT
               IF WK-PS-OVFL
                   MOVE SPACES TO REPORT-LINE
                   STRING '  *** PRODUCT TABLE FULL - SUMMARY '
                          'INCOMPLETE'                 DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF.
      *
       write_product_line.
           MOVE WK-PS-CODE(WK-PS-X) TO WK-PS-LABEL.
           IF WK-PS-LABEL = SPACES
               MOVE 'NONE' TO WK-PS-LABEL
           END-IF.
           MOVE WK-PS-BALANCE(WK-PS-X) TO WK-AMT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '    PRODUCT '            DELIMITED BY SIZE
                  WK-PS-LABEL               DELIMITED BY SIZE
                  '  ACCOUNTS: '            DELIMITED BY SIZE
                  WK-PS-ACCTS(WK-PS-X)      DELIMITED BY SIZE
                  '   BALANCE: '            DELIMITED BY SIZE
                  WK-AMT-ED                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *
       write_report_footer.
           MOVE SPACES TO REPORT-LINE.
           DISPLAY '  ACCOUNTS ON MASTER       =' WK-T-ACCT-COUNT.
           MOVE WK-T-NET-BALANCE TO WK-AMT-ED.
           DISPLAY '  NET BALANCE TONIGHT      =' WK-AMT-ED.
           DISPLAY '  PRODUCTS ON MASTER       =' WK-PS-CNT.
           IF WK-POSN-FOUND
               DISPLAY '  CARRIED POSITION DATE    =' WK-P-RUN-DATE
               DISPLAY '  CARRIED ACCOUNT COUNT    =' WK-P-ACCT-COUNT
               END-IF
           END-IF
           DISPLAY 'DATTRIAL: RETURN-CODE=' RETURN-CODE.
      *
       write_chain_record.
           ACCEPT WK-RUN-TIME FROM TIME.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHAIN-NOFILE
               OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF WK-CHAIN-OK
               MOVE SPACES      TO CHAIN-RECORD
               MOVE 'DATTRIAL'  TO CHN-STEP
               MOVE WK-RUN-DATE TO CHN-RUN-DATE
               MOVE RETURN-CODE TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATTRIAL: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
