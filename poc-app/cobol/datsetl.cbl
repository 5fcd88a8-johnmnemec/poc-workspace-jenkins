      * day's TRANSREJ rejects (each reject still carries its
      * region stamp), and prints one settlement section per region
      * on SETLRPT: merged in, posted, suspended, warehoused,
      * rejected, and the accounted-for total. The processed amount
      * is shown in the region's own currency and in the base
      * currency. A region whose
      * merge-in count does not equal its accounted-for total is
      * flagged and fails the step.
      *
      * The settled figures also go out on DATSCTL, one record per
      * region, so DATRETN can prove each region's return file
      * against them.
      *
      * The tie works because DATBATCH's fresh-disposition counts
      * cover only records that arrived on tonight's TRANSIN -
      * suspense and warehouse recycles from earlier days post
           SELECT REPORT-FILE ASSIGN TO 'SETLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT SCTL-FILE ASSIGN TO 'DATSCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MCTL-FILE
           05  REGN-F-SUSP          PIC 9(5).
           05  FILLER               PIC X(1).
           05  REGN-F-WARE          PIC 9(5).
           05  FILLER               PIC X(1).
           05  REGN-CURRENCY        PIC X(3).
           05  FILLER               PIC X(1).
           05  REGN-BASE-AMOUNT     PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(10).
       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * The day's DATEDIT rejects, read back for their region
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).
       FD  SCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * The settlement figures on a file instead of only the report
      * - one record per region, with D in SCTL-DRIFT when the
      * region did not account for its day.
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
       WORKING-STORAGE SECTION.
      * Shared transaction and header/trailer views - each reject
      * is moved in here to classify it and read its region stamp.
          88  WK-REJ-NOFILE         VALUE '05' '35'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-SCTL-STATUS   PIC X(2) VALUE '00'.
          88  WK-SCTL-OK            VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-MCTL-EOF-SW   PIC X(1) VALUE 'N'.
              10  WK-ST-WARE        PIC 9(5).
              10  WK-ST-REJ         PIC 9(5).
              10  WK-ST-AMOUNT      PIC S9(11)V99.
              10  WK-ST-CURRENCY    PIC X(3).
              10  WK-ST-BASE        PIC S9(11)V99.
       01 WK-ST-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-ST-FOUND           VALUE 'Y'.
       01 WK-ST-WORK       PIC X(3) VALUE SPACES.
       01 WK-ACCT-FOR      PIC 9(7) VALUE 0.
       01 WK-REJ-COUNT     PIC 9(5) VALUE 0.
       01 WK-AMT-ED        PIC -(11)9.99.
       01 WK-BASE-ED       PIC -(11)9.99.
       01 WK-CCY-LABEL     PIC X(4) VALUE SPACES.
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATSETL'.
       COPY DATDEPND.
           PERFORM read_region_activity.
           PERFORM count_region_rejects.
           PERFORM write_settlement_report.
           PERFORM write_settlement_control.
           PERFORM print_summary.
           PERFORM set_return_code.
           STOP RUN.
                           ADD REGN-F-SUSP TO WK-ST-SUSP(WK-ST-X)
                           ADD REGN-F-WARE TO WK-ST-WARE(WK-ST-X)
                           ADD REGN-AMOUNT TO WK-ST-AMOUNT(WK-ST-X)
                           PERFORM add_region_currency
                       END-IF
                   END-IF
           END-READ.
      *
      * A DATBREGN record from before currencies were carried has
      * spaces in both fields - its amount was all base currency.
       add_region_currency.
           IF REGN-BASE-AMOUNT NUMERIC
               ADD REGN-BASE-AMOUNT TO WK-ST-BASE(WK-ST-X)
           ELSE
               ADD REGN-AMOUNT TO WK-ST-BASE(WK-ST-X)
           END-IF.
           IF REGN-COUNT > 0
               IF WK-ST-CURRENCY(WK-ST-X) = LOW-VALUES
                   MOVE REGN-CURRENCY TO WK-ST-CURRENCY(WK-ST-X)
               ELSE
                   IF WK-ST-CURRENCY(WK-ST-X) NOT = REGN-CURRENCY
                       MOVE '***' TO WK-ST-CURRENCY(WK-ST-X)
                   END-IF
               END-IF
           END-IF.
      *
      * Rejects still carry the region DATMERGE stamped on them -
      * header and trailer records pass through DATEDIT's reject
      * file and are skipped here.
                   MOVE 0 TO WK-ST-WARE(WK-ST-X)
                   MOVE 0 TO WK-ST-REJ(WK-ST-X)
                   MOVE 0 TO WK-ST-AMOUNT(WK-ST-X)
                   MOVE LOW-VALUES TO WK-ST-CURRENCY(WK-ST-X)
                   MOVE 0 TO WK-ST-BASE(WK-ST-X)
                   SET WK-ST-FOUND TO TRUE
               ELSE
                   SET WK-ST-OVFL TO TRUE
               + WK-ST-SUSP(WK-ST-X) + WK-ST-WARE(WK-ST-X)
               + WK-ST-REJ(WK-ST-X).
           MOVE WK-ST-AMOUNT(WK-ST-X) TO WK-AMT-ED.
           MOVE WK-ST-BASE(WK-ST-X)   TO WK-BASE-ED.
           MOVE WK-ST-CURRENCY(WK-ST-X) TO WK-CCY-LABEL.
           IF WK-CCY-LABEL = SPACES OR WK-CCY-LABEL(1:1) = LOW-VALUE
               MOVE 'BASE' TO WK-CCY-LABEL
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '  REGION '            DELIMITED BY SIZE
                  WK-ST-CODE(WK-ST-X)    DELIMITED BY SIZE
                  WK-ST-MERGED(WK-ST-X)  DELIMITED BY SIZE
                  '  PROCESSED AMOUNT: ' DELIMITED BY SIZE
                  WK-AMT-ED              DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WK-CCY-LABEL           DELIMITED BY SIZE
                  '  BASE: '             DELIMITED BY SIZE
                  WK-BASE-ED             DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       write_settlement_control.
           OPEN OUTPUT SCTL-FILE.
           IF WK-SCTL-OK
               PERFORM write_one_settlement_control
                   VARYING WK-ST-X FROM 1 BY 1
                   UNTIL WK-ST-X > WK-ST-CNT
               CLOSE SCTL-FILE
           ELSE
               DISPLAY 'DATSETL: UNABLE TO OPEN DATSCTL FILE'
               SET WK-INPUT-ERR TO TRUE
           END-IF.
      *
       write_one_settlement_control.
           COMPUTE WK-ACCT-FOR = WK-ST-POSTED(WK-ST-X)
               + WK-ST-SUSP(WK-ST-X) + WK-ST-WARE(WK-ST-X)
               + WK-ST-REJ(WK-ST-X).
           MOVE SPACES                TO SCTL-RECORD.
           MOVE WK-RUN-DATE           TO SCTL-RUN-DATE.
           MOVE WK-ST-CODE(WK-ST-X)   TO SCTL-CODE.
           MOVE WK-ST-MERGED(WK-ST-X) TO SCTL-MERGED.
           MOVE WK-ST-POSTED(WK-ST-X) TO SCTL-POSTED.
           MOVE WK-ST-SUSP(WK-ST-X)   TO SCTL-SUSP.
           MOVE WK-ST-WARE(WK-ST-X)   TO SCTL-WARE.
           MOVE WK-ST-REJ(WK-ST-X)    TO SCTL-REJ.
           IF WK-ACCT-FOR NOT = WK-ST-MERGED(WK-ST-X)
               MOVE 'D' TO SCTL-DRIFT
           END-IF.
           WRITE SCTL-RECORD.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
      *
      * 8 means a region's merge-in count does not equal its
      * accounted-for total, 4 means an input was missing so the
      * settlement could not be proven, or DATSCTL could not be
      * written.
       set_return_code.
           IF WK-DRIFT
               MOVE 8 TO RETURN-CODE
