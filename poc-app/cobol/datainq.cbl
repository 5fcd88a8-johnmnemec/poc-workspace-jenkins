      * sitting on the suspense file for that account with their
      * age and reason, and any of today's TRANSREJ rejects that
      * carry it. An account not on the master says so explicitly
      * rather than print nothing. The customer's name, address and
      * statement delivery from CUSTMSTR print under the master
      * picture, then the account's open memo holds off HOLDMSTR and
      * the balance available once they are taken off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-ACCT-NO
               FILE STATUS IS WK-MAST-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WK-CUST-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'HOLDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WK-HOLD-STATUS.
           SELECT SUSPIN-FILE ASSIGN TO 'SUSPIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SIN-STATUS.
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
       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH keeps - see its HOLD-RECORD.
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCT        PIC 9(10).
               10  HOLD-ID          PIC X(10).
           05  FILLER               PIC X(1).
           05  HOLD-AMOUNT          PIC 9(09)V99.
           05  FILLER               PIC X(1).
           05  HOLD-PLACED          PIC 9(08).
           05  FILLER               PIC X(1).
           05  HOLD-EXPIRY          PIC 9(08).
           05  FILLER               PIC X(1).
           05  HOLD-REGION          PIC X(03).
           05  FILLER               PIC X(1).
           05  HOLD-CURRENCY        PIC X(03).
           05  FILLER               PIC X(23).
       FD  SUSPIN-FILE
           RECORD CONTAINS 121 CHARACTERS.
      * Same layout DATBATCH reads and writes for its suspense
       01 WK-MAST-STATUS   PIC X(2) VALUE '00'.
          88  WK-MAST-OK            VALUE '00'.
          88  WK-MAST-NOFILE        VALUE '05' '35'.
       01 WK-CUST-STATUS   PIC X(2) VALUE '00'.
          88  WK-CUST-OK            VALUE '00'.
          88  WK-CUST-NOFILE        VALUE '05' '35'.
       01 WK-SIN-STATUS    PIC X(2) VALUE '00'.
          88  WK-SIN-OK             VALUE '00'.
          88  WK-SIN-NOFILE         VALUE '05' '35'.
          88  WK-MAST-OPEN          VALUE 'Y'.
       01 WK-MAST-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-MAST-FOUND         VALUE 'Y'.
       01 WK-CUST-OPEN-SW  PIC X(1) VALUE 'N'.
          88  WK-CUST-OPEN          VALUE 'Y'.
       01 WK-CUST-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-CUST-FOUND         VALUE 'Y'.
       01 WK-DELIVERY-DESC PIC X(12) VALUE SPACES.
       01 WK-HOLD-STATUS   PIC X(2) VALUE '00'.
          88  WK-HOLD-OK            VALUE '00'.
          88  WK-HOLD-NOFILE        VALUE '05' '35'.
       01 WK-HOLD-OPEN-SW  PIC X(1) VALUE 'N'.
          88  WK-HOLD-OPEN          VALUE 'Y'.
       01 WK-HOLD-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-HOLD-EOF           VALUE 'Y'.
       01 WK-SECT-HOLDS    PIC 9(3) VALUE 0.
       01 WK-HOLD-HITS     PIC 9(5) VALUE 0.
       01 WK-AVAIL-BAL     PIC S9(11)V99 VALUE 0.
      * The requested accounts, in card order.
       01 WK-RQ-MAX        PIC 9(3) COMP VALUE 100.
       01 WK-RQ-CNT        PIC 9(3) COMP VALUE 0.
       01 WK-REQ-NO        PIC 9(3) VALUE 0.
       01 WK-CARD-COUNT    PIC 9(5) VALUE 0.
       01 WK-NOTFOUND-COUNT PIC 9(5) VALUE 0.
       01 WK-NOCUST-COUNT  PIC 9(5) VALUE 0.
       01 WK-SUSP-HITS     PIC 9(5) VALUE 0.
       01 WK-REJ-HITS      PIC 9(5) VALUE 0.
       01 WK-SECT-SUSP     PIC 9(3) VALUE 0.
           PERFORM collect_reject_items.
           PERFORM open_report_file.
           PERFORM open_master_file.
           PERFORM open_customer_file.
           PERFORM open_hold_file.
           PERFORM write_one_section
               VARYING WK-RQ-X FROM 1 BY 1 UNTIL WK-RQ-X > WK-RQ-CNT.
           PERFORM close_hold_file.
           PERFORM close_customer_file.
           PERFORM close_master_file.
           PERFORM close_report_file.
           PERFORM print_summary.
           IF WK-MAST-OPEN
               CLOSE MASTER-FILE
           END-IF.
      *
       open_customer_file.
           OPEN INPUT CUST-FILE.
           IF WK-CUST-OK
               SET WK-CUST-OPEN TO TRUE
           ELSE
               IF WK-CUST-NOFILE
                   DISPLAY 'DATAINQ: NO CUSTMSTR YET'
               ELSE
                   DISPLAY 'DATAINQ: CUSTMSTR NOT AVAILABLE, STATUS='
                       WK-CUST-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       close_customer_file.
           IF WK-CUST-OPEN
               CLOSE CUST-FILE
           END-IF.
      *
       open_hold_file.
           OPEN INPUT HOLD-FILE.
           IF WK-HOLD-OK
               SET WK-HOLD-OPEN TO TRUE
           ELSE
               IF WK-HOLD-NOFILE
                   DISPLAY 'DATAINQ: NO HOLDMSTR YET'
               ELSE
                   DISPLAY 'DATAINQ: HOLDMSTR NOT AVAILABLE, STATUS='
                       WK-HOLD-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       close_hold_file.
           IF WK-HOLD-OPEN
               CLOSE HOLD-FILE
           END-IF.
      *
      * One section per requested account - the master picture
      * first, then the customer, then its open holds, then its
      * suspense items, then its rejects.
       write_one_section.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM write_master_lines
               PERFORM write_customer_lines
               IF WK-MAST-FOUND
                   PERFORM write_hold_lines
               END-IF
               MOVE 0 TO WK-SECT-SUSP
               MOVE 0 TO WK-SECT-REJ
               PERFORM write_matched_items
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_customer_lines.
           MOVE 'N' TO WK-CUST-FOUND-SW.
           IF WK-CUST-OPEN
               MOVE WK-RQ-ACCT(WK-RQ-X) TO CUST-ACCT-NO
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
               STRING '    CUSTOMER: '    DELIMITED BY SIZE
                      CUST-NAME           DELIMITED BY SIZE
                      '  DELIVERY: '      DELIMITED BY SIZE
                      WK-DELIVERY-DESC    DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '    ADDRESS:  '    DELIMITED BY SIZE
                      CUST-ADDR-1         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '              '    DELIMITED BY SIZE
                      CUST-ADDR-2         DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      CUST-POSTCODE       DELIMITED BY SIZE
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
      * The account's holds are together at the front of its keys
      * on HOLDMSTR - positioned on the account, then read forward
      * until the account changes.
       write_hold_lines.
           MOVE 0 TO WK-SECT-HOLDS.
           IF WK-HOLD-OPEN
               MOVE 'N' TO WK-HOLD-EOF-SW
               MOVE WK-RQ-ACCT(WK-RQ-X) TO HOLD-ACCT
               MOVE LOW-VALUES          TO HOLD-ID
               START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       SET WK-HOLD-EOF TO TRUE
               END-START
               PERFORM write_one_hold UNTIL WK-HOLD-EOF
           END-IF.
           IF WK-SECT-HOLDS = 0
               MOVE SPACES TO REPORT-LINE
               STRING '    NO OPEN HOLDS'  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           IF MAST-HELD-AMT NOT NUMERIC
               MOVE 0 TO MAST-HELD-AMT
           END-IF.
           COMPUTE WK-AVAIL-BAL = MAST-BALANCE - MAST-HELD-AMT.
           MOVE MAST-HELD-AMT TO WK-AMT-ED.
           MOVE WK-AVAIL-BAL  TO WK-BAL-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING '    HELD: '           DELIMITED BY SIZE
                  WK-AMT-ED              DELIMITED BY SIZE
                  '  AVAILABLE: '        DELIMITED BY SIZE
                  WK-BAL-ED              DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *
       write_one_hold.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WK-HOLD-EOF TO TRUE
               NOT AT END
                   IF HOLD-ACCT NOT = WK-RQ-ACCT(WK-RQ-X)
                       SET WK-HOLD-EOF TO TRUE
                   ELSE
                       ADD 1 TO WK-SECT-HOLDS
                       ADD 1 TO WK-HOLD-HITS
                       MOVE HOLD-AMOUNT TO WK-AMT-ED
                       MOVE SPACES TO REPORT-LINE
                       STRING '    HOLD '         DELIMITED BY SIZE
                              HOLD-ID             DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              WK-AMT-ED           DELIMITED BY SIZE
                              '  PLACED '         DELIMITED BY SIZE
                              HOLD-PLACED         DELIMITED BY SIZE
                              '  EXPIRES '        DELIMITED BY SIZE
                              HOLD-EXPIRY         DELIMITED BY SIZE
                              '  REGION '         DELIMITED BY SIZE
                              HOLD-REGION         DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
           END-READ.
      *
       write_matched_items.
           IF WK-IT-REQ(WK-IT-X) = WK-RQ-X
           DISPLAY '  REQUEST CARDS READ       =' WK-CARD-COUNT.
           DISPLAY '  ACCOUNTS REPORTED        =' WK-RQ-CNT.
           DISPLAY '  NOT ON MASTER            =' WK-NOTFOUND-COUNT.
           DISPLAY '  NO CUSTOMER RECORD       =' WK-NOCUST-COUNT.
           DISPLAY '  OPEN HOLDS LISTED        =' WK-HOLD-HITS.
           DISPLAY '  SUSPENSE ITEMS MATCHED   =' WK-SUSP-HITS.
           DISPLAY '  REJECTS MATCHED          =' WK-REJ-HITS.
           IF WK-IT-OVFL
