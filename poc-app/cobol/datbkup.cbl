       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATBKUP.
      * Nightly unload of the account master - the starting point
      * for a forward recovery. Runs first thing in the night,
      * before DATBATCH (or the split partitions) opens ACCTMSTR,
      * and copies every master record as it stands to the
      * sequential ACCTBKUP file. The scheduler catalogs each night's
      * ACCTBKUP as a new dated generation; the header carries the
      * run date the copy was taken on, so DATRCVR can tell which
      * night a generation belongs to, and the trailer carries the
      * account count and net balance so a reload can prove it got
      * the whole file back.
      *
      * A copy taken after the night's posting step has already run
      * would hold postings the history also holds for that date,
      * and a recovery from it would apply them twice - so the
      * unload refuses if CHAINCTL already shows DATBATCH or DATCONS
      * for the run date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-ACCT-NO
               FILE STATUS IS WK-MAST-STATUS.
           SELECT BKUP-FILE ASSIGN TO 'ACCTBKUP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BKUP-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  BKUP-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * The unload - a header with the date the copy was taken, one
      * record per master exactly as ACCTMSTR holds it, and a
      * trailer with the account count and net balance. A master
      * image always starts with its numeric account number, so
      * the HDR and TRL records cannot be mistaken for one.
       01  BKUP-HDR-RECORD.
           05  BKH-REC-TYPE         PIC X(3).
               88  BKH-HDR           VALUE 'HDR'.
           05  BKH-BACKUP-DATE      PIC 9(8).
           05  FILLER               PIC X(1).
           05  BKH-BACKUP-TIME      PIC 9(8).
           05  FILLER               PIC X(1).
           05  BKH-SOURCE           PIC X(8).
           05  FILLER               PIC X(51).
       01  BKUP-TRL-RECORD.
           05  BKT-REC-TYPE         PIC X(3).
               88  BKT-TRL           VALUE 'TRL'.
           05  BKT-ACCT-COUNT       PIC 9(7).
           05  FILLER               PIC X(1).
           05  BKT-NET-BALANCE      PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(55).
       01  BKUP-MAST-RECORD         PIC X(80).
       FD  CHAIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Shared chain-control trail - same layout DATMERGE writes.
      * The unload refuses once a posting step shows for the run
      * date, then appends its own record.
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
       01 WK-MAST-STATUS   PIC X(2) VALUE '00'.
          88  WK-MAST-OK            VALUE '00'.
          88  WK-MAST-NOFILE        VALUE '05' '35'.
       01 WK-BKUP-STATUS   PIC X(2) VALUE '00'.
          88  WK-BKUP-OK            VALUE '00'.
       01 WK-CHAIN-STATUS  PIC X(2) VALUE '00'.
          88  WK-CHAIN-OK           VALUE '00'.
          88  WK-CHAIN-NOFILE       VALUE '05' '35'.
       01 WK-CHAIN-EOF-SW  PIC X(1) VALUE 'N'.
          88  WK-CHAIN-EOF          VALUE 'Y'.
       01 WK-CHAIN-BLOCK-SW PIC X(1) VALUE 'N'.
          88  WK-CHAIN-BLOCKED      VALUE 'Y'.
       01 WK-PRED-STEP-SAVE PIC X(8) VALUE SPACES.
       01 WK-MAST-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-MAST-EOF           VALUE 'Y'.
       01 WK-MAST-OPEN-SW  PIC X(1) VALUE 'N'.
          88  WK-MAST-OPEN          VALUE 'Y'.
       01 WK-BKUP-OPEN-SW  PIC X(1) VALUE 'N'.
          88  WK-BKUP-OPEN          VALUE 'Y'.
       01 WK-FILE-ERR-SW   PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-ACCT-COUNT    PIC 9(7) VALUE 0.
       01 WK-NET-BALANCE   PIC S9(11)V99 VALUE 0.
       01 WK-AMT-ED        PIC -(11)9.99.
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-RUN-TIME      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATBKUP'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATBKUP: ACCOUNT MASTER UNLOAD'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-RUN-TIME FROM TIME.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM check_chain_control.
           IF NOT WK-CHAIN-BLOCKED
               PERFORM open_master_file
           END-IF.
           IF NOT WK-CHAIN-BLOCKED AND NOT WK-FILE-ERR
               PERFORM open_backup_file
               IF WK-BKUP-OPEN
                   PERFORM unload_one_master UNTIL WK-MAST-EOF
                   PERFORM close_backup_file
               END-IF
           END-IF.
           PERFORM close_master_file.
           PERFORM print_summary.
           PERFORM set_return_code.
           PERFORM write_chain_record.
           STOP RUN.
      *
      * The unload must come before the night's posting - a posting
      * step already on record for the run date means the master
      * holds tonight's postings and the copy would be misdated.
       check_chain_control.
           OPEN INPUT CHAIN-FILE.
           IF WK-CHAIN-OK
               PERFORM scan_chain_record UNTIL WK-CHAIN-EOF
               CLOSE CHAIN-FILE
           ELSE
               IF WK-CHAIN-NOFILE
                   DISPLAY 'DATBKUP: NO CHAINCTL YET'
               ELSE
                   DISPLAY 'DATBKUP: CHAINCTL NOT READABLE, STATUS='
                       WK-CHAIN-STATUS
               END-IF
           END-IF.
           IF WK-CHAIN-BLOCKED
               DISPLAY 'DATBKUP: ' WK-PRED-STEP-SAVE
                   ' HAS ALREADY RUN FOR ' WK-RUN-DATE
                   ' - UNLOAD REFUSED'
           END-IF.
      *
       scan_chain_record.
           READ CHAIN-FILE
               AT END
                   SET WK-CHAIN-EOF TO TRUE
               NOT AT END
                   IF (CHN-STEP = 'DATBATCH'
                           OR CHN-STEP = 'DATCONS')
                           AND CHN-RUN-DATE NUMERIC
                           AND CHN-RUN-DATE = WK-RUN-DATE
                       SET WK-CHAIN-BLOCKED TO TRUE
                       MOVE CHN-STEP TO WK-PRED-STEP-SAVE
                   END-IF
           END-READ.
      *
       write_chain_record.
           ACCEPT WK-RUN-TIME FROM TIME.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHAIN-NOFILE
               OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF WK-CHAIN-OK
               MOVE SPACES      TO CHAIN-RECORD
               MOVE 'DATBKUP'   TO CHN-STEP
               MOVE WK-RUN-DATE TO CHN-RUN-DATE
               MOVE RETURN-CODE TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATBKUP: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
      *
      * No master yet is the first night at a site - the unload is
      * still written, header and trailer with nothing between, so
      * there is a generation to recover from.
       open_master_file.
           OPEN INPUT MASTER-FILE.
           IF WK-MAST-OK
               SET WK-MAST-OPEN TO TRUE
           ELSE
               IF WK-MAST-NOFILE
                   DISPLAY 'DATBKUP: NO ACCTMSTR YET, EMPTY UNLOAD'
                   SET WK-MAST-EOF TO TRUE
               ELSE
                   DISPLAY 'DATBKUP: ACCTMSTR NOT AVAILABLE, STATUS='
                       WK-MAST-STATUS
                   SET WK-FILE-ERR TO TRUE
               END-IF
           END-IF.
      *
       close_master_file.
           IF WK-MAST-OPEN
               CLOSE MASTER-FILE
           END-IF.
      *
       open_backup_file.
           OPEN OUTPUT BKUP-FILE.
           IF WK-BKUP-OK
               SET WK-BKUP-OPEN TO TRUE
               MOVE SPACES      TO BKUP-HDR-RECORD
               MOVE 'HDR'       TO BKH-REC-TYPE
               MOVE WK-RUN-DATE TO BKH-BACKUP-DATE
               MOVE WK-RUN-TIME TO BKH-BACKUP-TIME
               MOVE 'ACCTMSTR'  TO BKH-SOURCE
               WRITE BKUP-HDR-RECORD
           ELSE
               DISPLAY 'DATBKUP: UNABLE TO OPEN ACCTBKUP FILE'
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       unload_one_master.
           READ MASTER-FILE
               AT END
                   SET WK-MAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-ACCT-COUNT
                   ADD MAST-BALANCE TO WK-NET-BALANCE
                   MOVE MASTER-RECORD TO BKUP-MAST-RECORD
                   WRITE BKUP-MAST-RECORD
           END-READ.
      *
       close_backup_file.
           MOVE SPACES         TO BKUP-TRL-RECORD.
           MOVE 'TRL'          TO BKT-REC-TYPE.
           MOVE WK-ACCT-COUNT  TO BKT-ACCT-COUNT.
           MOVE WK-NET-BALANCE TO BKT-NET-BALANCE.
           WRITE BKUP-TRL-RECORD.
           CLOSE BKUP-FILE.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATBKUP: UNLOAD SUMMARY'.
           DISPLAY '  BACKUP DATE              =' WK-RUN-DATE.
           DISPLAY '  ACCOUNTS UNLOADED        =' WK-ACCT-COUNT.
           MOVE WK-NET-BALANCE TO WK-AMT-ED.
           DISPLAY '  NET BALANCE              =' WK-AMT-ED.
           DISPLAY '-------------------------------------------'.
      *
      * 12 means the posting step has already run for the date and
      * no copy was taken, 8 means the master or the unload file
      * could not be processed, 0 means the generation is complete.
       set_return_code.
           IF WK-CHAIN-BLOCKED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-FILE-ERR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DATBKUP: RETURN-CODE=' RETURN-CODE.
