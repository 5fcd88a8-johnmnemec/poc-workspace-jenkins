       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATCUST.
      * Customer name-and-address maintenance - the master knows an
      * account only by its number, and a statement cannot be
      * mailed to a number. CUSTMSTR holds one record per account
      * (keyed on the account number, like ACCTMSTR): the customer
      * name, two address lines, the postcode and how statements
      * are delivered. DATSTMT and DATAINQ print the customer block
      * from it.
      *
      * Runs between the daily runs, like DATSFIX. Reads
      * maintenance cards on CUSTCARD - add, change or delete, one
      * card per field - and applies them to CUSTMSTR. Every add,
      * change and delete prints a before/after pair on CUSTRPT for
      * the audit file; a card group that cannot be applied leaves
      * the record exactly as it was and is reported rejected.
      *
      * Then the account master is passed and every open account
      * with no customer record is listed on CUSTEXC - an account
      * opened by AD that nobody has set a customer up for yet, and
      * whose statement would go nowhere.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CUSTCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CARD-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WK-CUST-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-ACCT-NO
               FILE STATUS IS WK-MAST-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CUSTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO 'CUSTEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Maintenance card - action (A add, C change, D delete), the
      * account number, a two-letter field code (NM name, A1 and
      * A2 address lines, PC postcode, DP delivery preference) and
      * the new value left-justified. Consecutive cards with the
      * same action and account make one maintenance - an add is a
      * card per field (NM is required), a delete needs one card
      * with no field code.
       01  CARD-RECORD.
           05  CC-ACTION            PIC X(1).
               88  CC-ADD            VALUE 'A'.
               88  CC-CHANGE         VALUE 'C'.
               88  CC-DELETE         VALUE 'D'.
               88  CC-ACTION-VALID   VALUE 'A' 'C' 'D'.
           05  FILLER               PIC X(1).
           05  CC-ACCT-NO           PIC 9(10).
           05  FILLER               PIC X(1).
           05  CC-FIELD             PIC X(2).
           05  FILLER               PIC X(1).
           05  CC-VALUE             PIC X(40).
           05  FILLER               PIC X(24).
       FD  CUST-FILE
           RECORD CONTAINS 200 CHARACTERS.
      * Customer name and address, one per account. Delivery is
      * 'P' (or space) post, 'E' electronic, 'H' hold mail - the
      * statement prints but is not posted out.
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
               88  CUST-DELIVERY-VALID VALUE 'P' 'E' 'H'.
           05  CUST-ADDED-DATE      PIC 9(8).
           05  CUST-CHANGED-DATE    PIC 9(8).
           05  FILLER               PIC X(43).
       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH keeps - see its MASTER-RECORD.
       01  MASTER-RECORD.
           05  MAST-ACCT-NO         PIC 9(10).
           05  MAST-BALANCE         PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-TRAN-COUNT      PIC 9(05).
           05  MAST-OPEN-DATE       PIC 9(08).
           05  MAST-LAST-DATE       PIC 9(08).
           05  MAST-STATUS          PIC X(01).
               88  MAST-ACTIVE       VALUE 'A' ' '.
               88  MAST-FROZEN       VALUE 'F'.
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
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).
       FD  EXCEPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WK-CARD-STATUS   PIC X(2) VALUE '00'.
          88  WK-CARD-OK            VALUE '00'.
          88  WK-CARD-NOFILE        VALUE '05' '35'.
       01 WK-CUST-STATUS   PIC X(2) VALUE '00'.
          88  WK-CUST-OK            VALUE '00'.
          88  WK-CUST-NOFILE        VALUE '05' '35'.
       01 WK-MAST-STATUS   PIC X(2) VALUE '00'.
          88  WK-MAST-OK            VALUE '00'.
          88  WK-MAST-NOFILE        VALUE '05' '35'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-EXC-STATUS    PIC X(2) VALUE '00'.
          88  WK-EXC-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-EXC-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-EXC-OPEN           VALUE 'Y'.
       01 WK-CUST-OPEN-SW  PIC X(1) VALUE 'N'.
          88  WK-CUST-OPEN          VALUE 'Y'.
       01 WK-CARD-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-CARD-EOF           VALUE 'Y'.
       01 WK-MAST-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-MAST-EOF           VALUE 'Y'.
       01 WK-FILE-ERR-SW   PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-CUST-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-CUST-FOUND         VALUE 'Y'.
      * The maintenance being built from the current card group -
      * its action and account, whether it is still good, and the
      * record image before it started (for the audit pair).
       01 WK-GRP-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-GRP-OPEN           VALUE 'Y'.
       01 WK-GRP-ACTION    PIC X(1) VALUE SPACE.
          88  WK-GRP-ADD            VALUE 'A'.
          88  WK-GRP-CHANGE         VALUE 'C'.
          88  WK-GRP-DELETE         VALUE 'D'.
       01 WK-GRP-ACCT      PIC 9(10) VALUE 0.
       01 WK-GRP-CARDS     PIC 9(3) VALUE 0.
       01 WK-GRP-BAD-SW    PIC X(1) VALUE 'N'.
          88  WK-GRP-BAD            VALUE 'Y'.
       01 WK-GRP-REASON    PIC X(30) VALUE SPACES.
       01 WK-BEFORE-CUST   PIC X(200) VALUE SPACES.
       01 WK-AFTER-CUST    PIC X(200) VALUE SPACES.
      * Print view of a customer image, before or after.
       01 WK-AUDIT-CUST.
          05  WK-AU-ACCT-NO         PIC 9(10).
          05  WK-AU-NAME            PIC X(40).
          05  WK-AU-ADDR-1          PIC X(40).
          05  WK-AU-ADDR-2          PIC X(40).
          05  WK-AU-POSTCODE        PIC X(10).
          05  WK-AU-DELIVERY        PIC X(1).
          05  FILLER                PIC X(59).
       01 WK-AUDIT-LABEL   PIC X(12) VALUE SPACES.
       01 WK-CARD-COUNT    PIC 9(5) VALUE 0.
       01 WK-BAD-CARD-COUNT PIC 9(5) VALUE 0.
       01 WK-ADD-COUNT     PIC 9(5) VALUE 0.
       01 WK-CHG-COUNT     PIC 9(5) VALUE 0.
       01 WK-DEL-COUNT     PIC 9(5) VALUE 0.
       01 WK-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WK-MAST-READ     PIC 9(7) VALUE 0.
       01 WK-EXC-COUNT     PIC 9(7) VALUE 0.
       01 WK-BAL-ED        PIC -(9)9.99.
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATCUST'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATCUST: CUSTOMER NAME-AND-ADDRESS MAINTENANCE'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM open_customer_file.
           PERFORM open_report_file.
           IF WK-CUST-OPEN
               PERFORM process_card_file
               PERFORM list_missing_customers
           END-IF.
           PERFORM close_report_file.
           PERFORM close_customer_file.
           PERFORM print_summary.
           PERFORM set_return_code.
           STOP RUN.
      *
      * The first run at a site finds no CUSTMSTR - it is created
      * empty, the way DATBATCH creates the account master.
       open_customer_file.
           OPEN I-O CUST-FILE.
           IF WK-CUST-NOFILE
               OPEN OUTPUT CUST-FILE
               IF WK-CUST-OK
                   CLOSE CUST-FILE
                   OPEN I-O CUST-FILE
               END-IF
           END-IF.
           IF WK-CUST-OK
               SET WK-CUST-OPEN TO TRUE
           ELSE
               DISPLAY 'DATCUST: CUSTMSTR NOT AVAILABLE, STATUS='
                   WK-CUST-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       close_customer_file.
           IF WK-CUST-OPEN
               CLOSE CUST-FILE
           END-IF.
      *
      * No cards is a normal night - the exceptions list still
      * runs.
       process_card_file.
           OPEN INPUT CARD-FILE.
           IF WK-CARD-OK
               PERFORM process_one_card UNTIL WK-CARD-EOF
               IF WK-GRP-OPEN
                   PERFORM close_card_group
               END-IF
               CLOSE CARD-FILE
           ELSE
               IF WK-CARD-NOFILE
                   DISPLAY 'DATCUST: NO CUSTCARD - NO MAINTENANCE'
               ELSE
                   DISPLAY 'DATCUST: CUSTCARD NOT READABLE, STATUS='
                       WK-CARD-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       process_one_card.
           READ CARD-FILE
               AT END
                   SET WK-CARD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-CARD-COUNT
                   PERFORM take_one_card
           END-READ.
      *
      * A card that names no usable action or account belongs to no
      * maintenance - it is reported on its own and the group in
      * progress carries on.
       take_one_card.
           IF NOT CC-ACTION-VALID
                   OR CC-ACCT-NO NOT NUMERIC OR CC-ACCT-NO = 0
               ADD 1 TO WK-BAD-CARD-COUNT
               DISPLAY 'DATCUST: CARD ' WK-CARD-COUNT
                   ' REJECTED - ACTION OR ACCOUNT INVALID'
               PERFORM write_bad_card_line
           ELSE
               IF WK-GRP-OPEN
                   IF CC-ACTION NOT = WK-GRP-ACTION
                           OR CC-ACCT-NO NOT = WK-GRP-ACCT
                       PERFORM close_card_group
                   END-IF
               END-IF
               IF NOT WK-GRP-OPEN
                   PERFORM open_card_group
               END-IF
               PERFORM apply_card_to_group
           END-IF.
      *
      * A new maintenance - an add needs the account free, a change
      * or delete needs it on file. CUST-RECORD carries the image
      * being built from here until the group closes.
       open_card_group.
           SET WK-GRP-OPEN TO TRUE.
           MOVE CC-ACTION  TO WK-GRP-ACTION.
           MOVE CC-ACCT-NO TO WK-GRP-ACCT.
           MOVE 0          TO WK-GRP-CARDS.
           MOVE 'N'        TO WK-GRP-BAD-SW.
           MOVE SPACES     TO WK-GRP-REASON.
           MOVE 'N' TO WK-CUST-FOUND-SW.
           MOVE WK-GRP-ACCT TO CUST-ACCT-NO.
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WK-CUST-FOUND TO TRUE
           END-READ.
           IF WK-GRP-ADD
               IF WK-CUST-FOUND
                   MOVE 'CUSTOMER ALREADY ON FILE' TO WK-GRP-REASON
                   SET WK-GRP-BAD TO TRUE
               END-IF
               MOVE SPACES      TO CUST-RECORD
               MOVE WK-GRP-ACCT TO CUST-ACCT-NO
               MOVE 'P'         TO CUST-DELIVERY
               MOVE WK-RUN-DATE TO CUST-ADDED-DATE
               MOVE WK-RUN-DATE TO CUST-CHANGED-DATE
               MOVE SPACES      TO WK-BEFORE-CUST
           ELSE
               IF NOT WK-CUST-FOUND
                   MOVE 'NO CUSTOMER ON FILE' TO WK-GRP-REASON
                   SET WK-GRP-BAD TO TRUE
                   MOVE SPACES      TO CUST-RECORD
                   MOVE WK-GRP-ACCT TO CUST-ACCT-NO
               END-IF
               MOVE CUST-RECORD TO WK-BEFORE-CUST
           END-IF.
      *
      * The first failure in a group names the reason; the rest of
      * the group's cards are still read so the next group starts
      * clean.
       apply_card_to_group.
           ADD 1 TO WK-GRP-CARDS.
           IF NOT WK-GRP-BAD AND NOT WK-GRP-DELETE
               EVALUATE CC-FIELD
                   WHEN 'NM'
                       MOVE CC-VALUE TO CUST-NAME
                   WHEN 'A1'
                       MOVE CC-VALUE TO CUST-ADDR-1
                   WHEN 'A2'
                       MOVE CC-VALUE TO CUST-ADDR-2
                   WHEN 'PC'
                       MOVE CC-VALUE(1:10) TO CUST-POSTCODE
                   WHEN 'DP'
                       MOVE CC-VALUE(1:1) TO CUST-DELIVERY
                       IF NOT CUST-DELIVERY-VALID
                           MOVE 'DELIVERY PREFERENCE INVALID'
                               TO WK-GRP-REASON
                           SET WK-GRP-BAD TO TRUE
                       END-IF
                   WHEN OTHER
                       MOVE 'FIELD CODE INVALID' TO WK-GRP-REASON
                       SET WK-GRP-BAD TO TRUE
               END-EVALUATE
           END-IF.
      *
       close_card_group.
           MOVE 'N' TO WK-GRP-OPEN-SW.
           IF NOT WK-GRP-BAD AND NOT WK-GRP-DELETE
               IF CUST-NAME = SPACES
                   MOVE 'CUSTOMER NAME REQUIRED' TO WK-GRP-REASON
                   SET WK-GRP-BAD TO TRUE
               END-IF
           END-IF.
           IF WK-GRP-BAD
               ADD 1 TO WK-REJECT-COUNT
               DISPLAY 'DATCUST: ' WK-GRP-ACTION ' FOR '
                   WK-GRP-ACCT ' REJECTED - ' WK-GRP-REASON
               PERFORM write_reject_lines
           ELSE
               EVALUATE TRUE
                   WHEN WK-GRP-ADD
                       PERFORM add_customer
                   WHEN WK-GRP-CHANGE
                       PERFORM change_customer
                   WHEN WK-GRP-DELETE
                       PERFORM delete_customer
               END-EVALUATE
           END-IF.
      *
       add_customer.
           WRITE CUST-RECORD
               INVALID KEY
                   MOVE 'CUSTOMER WRITE FAILED' TO WK-GRP-REASON
                   ADD 1 TO WK-REJECT-COUNT
                   PERFORM write_reject_lines
               NOT INVALID KEY
                   ADD 1 TO WK-ADD-COUNT
                   MOVE CUST-RECORD TO WK-AFTER-CUST
                   PERFORM write_audit_lines
           END-WRITE.
      *
       change_customer.
           MOVE WK-RUN-DATE TO CUST-CHANGED-DATE.
           REWRITE CUST-RECORD
               INVALID KEY
                   MOVE 'CUSTOMER REWRITE FAILED' TO WK-GRP-REASON
                   ADD 1 TO WK-REJECT-COUNT
                   PERFORM write_reject_lines
               NOT INVALID KEY
                   ADD 1 TO WK-CHG-COUNT
                   MOVE CUST-RECORD TO WK-AFTER-CUST
                   PERFORM write_audit_lines
           END-REWRITE.
      *
       delete_customer.
           DELETE CUST-FILE
               INVALID KEY
                   MOVE 'CUSTOMER DELETE FAILED' TO WK-GRP-REASON
                   ADD 1 TO WK-REJECT-COUNT
                   PERFORM write_reject_lines
               NOT INVALID KEY
                   ADD 1 TO WK-DEL-COUNT
                   MOVE SPACES TO WK-AFTER-CUST
                   PERFORM write_audit_lines
           END-DELETE.
      *
      * Every open account on the master needs a customer - one
      * without is listed so the desk can set it up before the
      * statement run. Closed accounts are past mailing.
       list_missing_customers.
           PERFORM open_exception_file.
           OPEN INPUT MASTER-FILE.
           IF WK-MAST-OK
               PERFORM check_one_master UNTIL WK-MAST-EOF
               CLOSE MASTER-FILE
           ELSE
               IF WK-MAST-NOFILE
                   DISPLAY 'DATCUST: NO ACCTMSTR YET - NO EXCEPTIONS'
               ELSE
                   DISPLAY 'DATCUST: ACCTMSTR NOT AVAILABLE, STATUS='
                       WK-MAST-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
           PERFORM close_exception_file.
      *
       check_one_master.
           READ MASTER-FILE
               AT END
                   SET WK-MAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-MAST-READ
                   IF NOT MAST-CLOSED
                       MOVE MAST-ACCT-NO TO CUST-ACCT-NO
                       READ CUST-FILE
                           INVALID KEY
                               ADD 1 TO WK-EXC-COUNT
                               PERFORM write_exception_line
                       END-READ
                   END-IF
           END-READ.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING 'DATCUST CUSTOMER MAINTENANCE LISTING'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY 'DATCUST: UNABLE TO OPEN CUSTRPT FILE'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       write_bad_card_line.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  REJECTED  CARD '     DELIMITED BY SIZE
                      WK-CARD-COUNT           DELIMITED BY SIZE
                      ' - ACTION OR ACCOUNT INVALID: '
                                              DELIMITED BY SIZE
                      CARD-RECORD             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       write_audit_lines.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN WK-GRP-ADD
                       MOVE '  ADDED     ' TO WK-AUDIT-LABEL
                   WHEN WK-GRP-CHANGE
                       MOVE '  CHANGED   ' TO WK-AUDIT-LABEL
                   WHEN OTHER
                       MOVE '  DELETED   ' TO WK-AUDIT-LABEL
               END-EVALUATE
               STRING WK-AUDIT-LABEL          DELIMITED BY SIZE
                      WK-GRP-ACCT             DELIMITED BY SIZE
                      '  CARDS '              DELIMITED BY SIZE
                      WK-GRP-CARDS            DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE '    BEFORE: ' TO WK-AUDIT-LABEL
               MOVE WK-BEFORE-CUST TO WK-AUDIT-CUST
               PERFORM write_customer_image
               MOVE '    AFTER:  ' TO WK-AUDIT-LABEL
               MOVE WK-AFTER-CUST TO WK-AUDIT-CUST
               PERFORM write_customer_image
           END-IF.
      *
       write_reject_lines.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING '  REJECTED  '          DELIMITED BY SIZE
                      WK-GRP-ACTION           DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WK-GRP-ACCT             DELIMITED BY SIZE
                      '  CARDS '              DELIMITED BY SIZE
                      WK-GRP-CARDS            DELIMITED BY SIZE
                      ' - '                   DELIMITED BY SIZE
                      WK-GRP-REASON           DELIMITED BY SIZE
                      ' - RECORD LEFT UNCHANGED'
                                              DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
      * An image prints on two lines - name and first address line,
      * then second address line, postcode and delivery. A blank
      * image (before an add, after a delete) prints as none.
       write_customer_image.
           MOVE SPACES TO REPORT-LINE.
           IF WK-AUDIT-CUST = SPACES
               STRING WK-AUDIT-LABEL          DELIMITED BY SIZE
                      '(NONE)'                DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               STRING WK-AUDIT-LABEL          DELIMITED BY SIZE
                      WK-AU-NAME              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WK-AU-ADDR-1            DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '            '          DELIMITED BY SIZE
                      WK-AU-ADDR-2            DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WK-AU-POSTCODE          DELIMITED BY SIZE
                      '  DELIVERY '           DELIMITED BY SIZE
                      WK-AU-DELIVERY          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
       close_report_file.
           IF WK-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF.
      *
       open_exception_file.
           OPEN OUTPUT EXCEPT-FILE.
           IF WK-EXC-OK
               SET WK-EXC-OPEN TO TRUE
               MOVE SPACES TO EXCEPT-LINE
               STRING 'DATCUST ACCOUNTS WITH NO CUSTOMER RECORD'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                   INTO EXCEPT-LINE
               END-STRING
               WRITE EXCEPT-LINE
               MOVE SPACES TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               MOVE SPACES TO EXCEPT-LINE
               STRING '  ACCOUNT     OPENED          BALANCE  STATUS'
                                                  DELIMITED BY SIZE
                   INTO EXCEPT-LINE
               END-STRING
               WRITE EXCEPT-LINE
           ELSE
               DISPLAY 'DATCUST: UNABLE TO OPEN CUSTEXC FILE'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       write_exception_line.
           IF WK-EXC-OPEN
               MOVE MAST-BALANCE TO WK-BAL-ED
               MOVE SPACES TO EXCEPT-LINE
               STRING '  '                    DELIMITED BY SIZE
                      MAST-ACCT-NO            DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      MAST-OPEN-DATE          DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WK-BAL-ED               DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      MAST-STATUS             DELIMITED BY SIZE
                   INTO EXCEPT-LINE
               END-STRING
               WRITE EXCEPT-LINE
           END-IF.
      *
       close_exception_file.
           IF WK-EXC-OPEN
               MOVE SPACES TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               MOVE SPACES TO EXCEPT-LINE
               STRING '  ACCOUNTS WITHOUT A CUSTOMER: '
                                                  DELIMITED BY SIZE
                      WK-EXC-COUNT                 DELIMITED BY SIZE
                   INTO EXCEPT-LINE
               END-STRING
               WRITE EXCEPT-LINE
               CLOSE EXCEPT-FILE
           END-IF.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATCUST: MAINTENANCE SUMMARY'.
           DISPLAY '  CARDS READ               =' WK-CARD-COUNT.
           DISPLAY '  CARDS UNUSABLE           =' WK-BAD-CARD-COUNT.
           DISPLAY '  CUSTOMERS ADDED          =' WK-ADD-COUNT.
           DISPLAY '  CUSTOMERS CHANGED        =' WK-CHG-COUNT.
           DISPLAY '  CUSTOMERS DELETED        =' WK-DEL-COUNT.
           DISPLAY '  MAINTENANCES REJECTED    =' WK-REJECT-COUNT.
           DISPLAY '  MASTERS CHECKED          =' WK-MAST-READ.
           DISPLAY '  ACCOUNTS WITHOUT CUSTOMER=' WK-EXC-COUNT.
           DISPLAY '-------------------------------------------'.
      *
      * 8 means a file could not be processed, 4 means the step
      * ran but cards were rejected or open accounts have no
      * customer and the desk needs to look, 0 means all clean.
       set_return_code.
           IF WK-FILE-ERR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-BAD-CARD-COUNT > 0 OR WK-REJECT-COUNT > 0
                       OR WK-EXC-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DATCUST: RETURN-CODE=' RETURN-CODE.
