       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATRCVR.
      * Forward recovery of the account master - the alternative to
      * restoring last night's copy and rerunning the whole night
      * with fresh regional extracts. Reloads ACCTMSTR from a
      * chosen DATBKUP generation, then reapplies every posting the
      * history holds from the backup's date on, in the order
      * DATBATCH wrote them, to bring the master back to its last
      * posted state. Each reapplied posting must land on the same
      * resulting balance the history recorded for it; any that
      * does not is listed with both figures.
      *
      * The run ends with the DATTRIAL proof against ACCTPOSN: the
      * carried position plus every posting the history holds after
      * the position's date must equal the rebuilt master, on the
      * account count and the net balance. Only a proven rebuild
      * lets the chain resume. ACCTPOSN itself is left alone - the
      * next DATTRIAL rolls it forward as usual.
      *
      * The operator names the generation on RCVRPARM. Nothing is
      * written to ACCTMSTR until that generation's header carries
      * the named date and its trailer proves it complete.
      *
      * Interest accrued by DATACCR is not posted history - it comes
      * back as the backup holds it. A DATACCR run on or after the
      * backup date (per ACCRCTL) is reported so the interest desk
      * can re-accrue those nights.
      *
      * Memo holds are not balances and the history cannot say which
      * have expired since, so each account's held amount is restated
      * from HOLDMSTR as it stands after the replay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'RCVRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PARM-STATUS.
           SELECT BKUP-FILE ASSIGN TO 'ACCTBKUP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BKUP-STATUS.
           SELECT HIST-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
      * Dynamic access - the reload writes by key, the replay reads
      * and rewrites by key, the proof passes the rebuilt master in
      * key order.
           SELECT MASTER-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-ACCT-NO
               FILE STATUS IS WK-MAST-STATUS.
           SELECT POSN-FILE ASSIGN TO 'ACCTPOSN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-POSN-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'HOLDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WK-HOLD-STATUS.
           SELECT CTL-FILE ASSIGN TO 'ACCRCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'RCVRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT CHAIN-FILE ASSIGN TO 'CHAINCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHAIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Recovery card - the date (YYYYMMDD, columns 1-8) of the
      * DATBKUP generation mounted on ACCTBKUP. There is no default;
      * a recovery without a named generation is refused.
       01  PARM-RECORD.
           05  PARM-BACKUP-DATE     PIC 9(8).
           05  FILLER               PIC X(72).
       FD  BKUP-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBKUP writes - see its BKUP-HDR-RECORD.
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
       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH keeps - see its HOLD-RECORD. Read only.
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
       FD  POSN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATTRIAL keeps - see its POSN-RECORD. Read
      * only; the recovery never rolls the position.
       01  POSN-RECORD.
           05  POSN-RUN-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  POSN-ACCT-COUNT      PIC 9(7).
           05  FILLER               PIC X(1).
           05  POSN-NET-BALANCE     PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER               PIC X(48).
       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATACCR keeps - see its CTL-RECORD. Only the
      * date last accrued is wanted here.
       01  CTL-RECORD.
           05  CTL-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(72).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * The recovery listing - the reload, each replay exception,
      * then the rebuilt master as a trial balance in the DATTRIAL
      * style with the proof at the end.
       01  REPORT-LINE              PIC X(132).
       FD  CHAIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Shared chain-control trail - same layout DATMERGE writes.
      * The recovery appends its own record so the restart of the
      * chain can be seen to follow a proven rebuild.
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
      * Shared transaction view - each history record's transaction
      * is moved in here to read its type, accounts and dates.
       COPY DATXREC.
       01 WK-PARM-STATUS    PIC X(2) VALUE '00'.
          88  WK-PARM-OK            VALUE '00'.
       01 WK-BKUP-STATUS    PIC X(2) VALUE '00'.
          88  WK-BKUP-OK            VALUE '00'.
       01 WK-HIST-STATUS    PIC X(2) VALUE '00'.
          88  WK-HIST-OK            VALUE '00'.
          88  WK-HIST-NOFILE        VALUE '05' '35'.
       01 WK-MAST-STATUS    PIC X(2) VALUE '00'.
          88  WK-MAST-OK            VALUE '00'.
       01 WK-POSN-STATUS    PIC X(2) VALUE '00'.
          88  WK-POSN-OK            VALUE '00'.
          88  WK-POSN-NOFILE        VALUE '05' '35'.
       01 WK-CTL-STATUS     PIC X(2) VALUE '00'.
          88  WK-CTL-OK             VALUE '00'.
       01 WK-RPT-STATUS     PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-CHAIN-STATUS   PIC X(2) VALUE '00'.
          88  WK-CHAIN-OK           VALUE '00'.
          88  WK-CHAIN-NOFILE       VALUE '05' '35'.
       01 WK-RPT-OPEN-SW    PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-RPT-LINE-COUNT PIC 9(3) VALUE 0.
       01 WK-RPT-PAGE-COUNT PIC 9(3) VALUE 0.
       01 WK-RPT-LINES-PER-PAGE PIC 9(3) VALUE 020.
       01 WK-BKUP-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-BKUP-EOF           VALUE 'Y'.
       01 WK-HIST-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-HIST-EOF           VALUE 'Y'.
       01 WK-MAST-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-MAST-EOF           VALUE 'Y'.
       01 WK-MAST-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-MAST-FOUND         VALUE 'Y'.
      * Refused - the master has not been touched. File error - it
      * has, and may be incomplete.
       01 WK-REFUSED-SW     PIC X(1) VALUE 'N'.
          88  WK-REFUSED            VALUE 'Y'.
       01 WK-FILE-ERR-SW    PIC X(1) VALUE 'N'.
          88  WK-FILE-ERR           VALUE 'Y'.
       01 WK-MISMATCH-SW    PIC X(1) VALUE 'N'.
          88  WK-MISMATCH           VALUE 'Y'.
       01 WK-POSN-FOUND-SW  PIC X(1) VALUE 'N'.
          88  WK-POSN-FOUND         VALUE 'Y'.
       01 WK-ACCR-WARN-SW   PIC X(1) VALUE 'N'.
          88  WK-ACCR-WARN          VALUE 'Y'.
      * Held-amount restatement - HOLDMSTR and the rebuilt master
      * are passed together in account order.
       01 WK-HOLD-STATUS    PIC X(2) VALUE '00'.
          88  WK-HOLD-OK            VALUE '00'.
          88  WK-HOLD-NOFILE        VALUE '05' '35'.
       01 WK-HOLD-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-HOLD-EOF           VALUE 'Y'.
       01 WK-HOLD-WARN-SW   PIC X(1) VALUE 'N'.
          88  WK-HOLD-WARN          VALUE 'Y'.
       01 WK-HELD-SUM       PIC S9(09)V99 VALUE 0.
       01 WK-HELD-RESTATED  PIC 9(7) VALUE 0.
       01 WK-HOLD-ORPHANS   PIC 9(7) VALUE 0.
       01 WK-REFUSE-REASON  PIC X(40) VALUE SPACES.
      * The generation asked for and what its wrapper says.
       01 WK-WANT-DATE      PIC 9(8) VALUE 0.
       01 WK-HDR-SW         PIC X(1) VALUE 'N'.
          88  WK-HDR-FOUND          VALUE 'Y'.
       01 WK-TRL-SW         PIC X(1) VALUE 'N'.
          88  WK-TRL-FOUND          VALUE 'Y'.
       01 WK-B-ACCT-COUNT   PIC 9(7) VALUE 0.
       01 WK-B-NET-BALANCE  PIC S9(11)V99 VALUE 0.
       01 WK-B-TRL-COUNT    PIC 9(7) VALUE 0.
       01 WK-B-TRL-NET      PIC S9(11)V99 VALUE 0.
       01 WK-B-EXTRA        PIC 9(7) VALUE 0.
       01 WK-BKUP-IMAGE.
          05  WK-BI-ACCT-NO         PIC X(10).
          05  WK-BI-BALANCE         PIC S9(09)V99
              SIGN IS LEADING SEPARATE CHARACTER.
          05  FILLER                PIC X(58).
       01 WK-RELOAD-COUNT   PIC 9(7) VALUE 0.
      * The replay - the account each posting applies to, and the
      * transfer whose debit side has been replayed and whose
      * credit side (the next record DATBATCH wrote for it) is
      * still to come.
       01 WK-HIST-READ      PIC 9(7) VALUE 0.
       01 WK-HIST-SKIPPED   PIC 9(7) VALUE 0.
       01 WK-REPLAY-COUNT   PIC 9(7) VALUE 0.
       01 WK-EXCEPT-COUNT   PIC 9(7) VALUE 0.
       01 WK-LAST-HIST-DATE PIC 9(8) VALUE 0.
       01 WK-RPL-ACCT       PIC 9(10) VALUE 0.
       01 WK-RPL-REASON     PIC X(30) VALUE SPACES.
      * DATDORM's dormancy freezes are the 8-series TRANS-IDs and,
      * by DATBATCH's rule, leave the last-activity date alone.
       01 WK-DORM-ID.
          05  WK-DORM-ID-SERIES    PIC X(1).
              88  WK-DORM-SERIES        VALUE '8'.
          05  FILLER               PIC X(9).
       01 WK-XFR-PEND-SW    PIC X(1) VALUE 'N'.
          88  WK-XFR-PENDING        VALUE 'Y'.
       01 WK-XFR-ID         PIC X(10) VALUE SPACES.
       01 WK-XFR-RUN-DATE   PIC 9(8) VALUE 0.
      * The carried position, and the movement the history holds
      * after the position's date.
       01 WK-P-RUN-DATE     PIC 9(8) VALUE 0.
       01 WK-P-ACCT-COUNT   PIC 9(7) VALUE 0.
       01 WK-P-NET-BALANCE  PIC S9(11)V99 VALUE 0.
       01 WK-M-ADD-COUNT    PIC 9(7) VALUE 0.
       01 WK-M-NET-AMOUNT   PIC S9(11)V99 VALUE 0.
      * The rebuilt master as read back, and what the position plus
      * the movement says it should be.
       01 WK-T-ACCT-COUNT   PIC 9(7) VALUE 0.
       01 WK-T-NET-BALANCE  PIC S9(11)V99 VALUE 0.
       01 WK-X-ACCT-COUNT   PIC S9(8) COMP VALUE 0.
       01 WK-X-NET-BALANCE  PIC S9(11)V99 VALUE 0.
       01 WK-ACCR-DATE      PIC 9(8) VALUE 0.
       01 WK-ACCR-ED        PIC -(6)9.9999.
       01 WK-BAL-ED         PIC -(9)9.99.
       01 WK-BAL-ED2        PIC -(9)9.99.
       01 WK-AMT-ED         PIC -(11)9.99.
       01 WK-RUN-DATE       PIC 9(8) VALUE 0.
       01 WK-RUN-TIME       PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME   PIC X(8) VALUE 'DATRCVR'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATRCVR: ACCOUNT MASTER FORWARD RECOVERY'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM read_recovery_parm.
           IF NOT WK-REFUSED
               PERFORM verify_backup_file
           END-IF.
           IF NOT WK-REFUSED
               PERFORM read_position_file
               PERFORM read_accrual_control
               PERFORM open_report_file
               PERFORM reload_master
               IF NOT WK-FILE-ERR
                   PERFORM replay_history
               END-IF
               IF NOT WK-FILE-ERR
                   PERFORM restate_held_amounts
               END-IF
               IF NOT WK-FILE-ERR
                   PERFORM pass_master_file
               END-IF
               PERFORM prove_position
               PERFORM write_proof_section
               PERFORM close_report_file
           ELSE
               DISPLAY 'DATRCVR: ' WK-REFUSE-REASON
               DISPLAY 'DATRCVR: RECOVERY REFUSED - ACCTMSTR UNTOUCHED'
           END-IF.
           PERFORM print_summary.
           PERFORM set_return_code.
           PERFORM write_chain_record.
           STOP RUN.
      *
       read_recovery_parm.
           OPEN INPUT PARM-FILE.
           IF WK-PARM-OK
               READ PARM-FILE
                   AT END
                       MOVE 'RCVRPARM EMPTY' TO WK-REFUSE-REASON
                       SET WK-REFUSED TO TRUE
                   NOT AT END
                       IF PARM-BACKUP-DATE NUMERIC
                               AND PARM-BACKUP-DATE > 0
                           MOVE PARM-BACKUP-DATE TO WK-WANT-DATE
                       ELSE
                           MOVE 'RCVRPARM BACKUP DATE INVALID'
                               TO WK-REFUSE-REASON
                           SET WK-REFUSED TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               MOVE 'NO RCVRPARM - GENERATION NOT NAMED'
                   TO WK-REFUSE-REASON
               SET WK-REFUSED TO TRUE
           END-IF.
      *
      * First pass of the generation - the header must carry the
      * date the operator named, and the images between it and the
      * trailer must add up to the trailer's count and net balance.
      * Only then is the damaged master replaced.
       verify_backup_file.
           OPEN INPUT BKUP-FILE.
           IF WK-BKUP-OK
               PERFORM verify_one_backup UNTIL WK-BKUP-EOF
               CLOSE BKUP-FILE
               EVALUATE TRUE
                   WHEN WK-REFUSED
                       CONTINUE
                   WHEN NOT WK-HDR-FOUND
                       MOVE 'ACCTBKUP HAS NO HEADER'
                           TO WK-REFUSE-REASON
                       SET WK-REFUSED TO TRUE
                   WHEN NOT WK-TRL-FOUND OR WK-B-EXTRA > 0
                       MOVE 'ACCTBKUP TRAILER MISSING OR MISPLACED'
                           TO WK-REFUSE-REASON
                       SET WK-REFUSED TO TRUE
                   WHEN WK-B-ACCT-COUNT NOT = WK-B-TRL-COUNT
                           OR WK-B-NET-BALANCE NOT = WK-B-TRL-NET
                       MOVE 'ACCTBKUP DOES NOT PROVE TO ITS TRAILER'
                           TO WK-REFUSE-REASON
                       SET WK-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE 'ACCTBKUP NOT AVAILABLE' TO WK-REFUSE-REASON
               SET WK-REFUSED TO TRUE
           END-IF.
      *
       verify_one_backup.
           READ BKUP-FILE
               AT END
                   SET WK-BKUP-EOF TO TRUE
               NOT AT END
                   PERFORM verify_backup_record
           END-READ.
      *
       verify_backup_record.
           EVALUATE TRUE
               WHEN WK-TRL-FOUND
                   ADD 1 TO WK-B-EXTRA
               WHEN NOT WK-HDR-FOUND
                   IF BKH-HDR AND BKH-BACKUP-DATE = WK-WANT-DATE
                       SET WK-HDR-FOUND TO TRUE
                   ELSE
                       MOVE 'ACCTBKUP IS NOT THE NAMED GENERATION'
                           TO WK-REFUSE-REASON
                       SET WK-REFUSED TO TRUE
                       SET WK-BKUP-EOF TO TRUE
                   END-IF
               WHEN BKT-TRL
                   SET WK-TRL-FOUND TO TRUE
                   MOVE BKT-ACCT-COUNT  TO WK-B-TRL-COUNT
                   MOVE BKT-NET-BALANCE TO WK-B-TRL-NET
               WHEN OTHER
                   MOVE BKUP-MAST-RECORD TO WK-BKUP-IMAGE
                   ADD 1 TO WK-B-ACCT-COUNT
                   IF WK-BI-BALANCE NUMERIC
                       ADD WK-BI-BALANCE TO WK-B-NET-BALANCE
                   END-IF
           END-EVALUATE.
      *
      * The carried position the rebuilt master is proven against -
      * without one the rebuild can be made but not proven.
       read_position_file.
           OPEN INPUT POSN-FILE.
           IF WK-POSN-OK
               READ POSN-FILE
                   AT END
                       DISPLAY 'DATRCVR: ACCTPOSN EMPTY'
                   NOT AT END
                       SET WK-POSN-FOUND TO TRUE
                       MOVE POSN-RUN-DATE    TO WK-P-RUN-DATE
                       MOVE POSN-ACCT-COUNT  TO WK-P-ACCT-COUNT
                       MOVE POSN-NET-BALANCE TO WK-P-NET-BALANCE
               END-READ
               CLOSE POSN-FILE
           ELSE
               IF WK-POSN-NOFILE
                   DISPLAY 'DATRCVR: NO ACCTPOSN'
               ELSE
                   DISPLAY 'DATRCVR: ACCTPOSN NOT READABLE, STATUS='
                       WK-POSN-STATUS
               END-IF
           END-IF.
      *
      * Accrual nights on or after the backup date added interest
      * the history does not carry - the rebuilt master has the
      * backup's accrued figures.
       read_accrual_control.
           OPEN INPUT CTL-FILE.
           IF WK-CTL-OK
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RUN-DATE NUMERIC
                           MOVE CTL-RUN-DATE TO WK-ACCR-DATE
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WK-ACCR-DATE >= WK-WANT-DATE
               SET WK-ACCR-WARN TO TRUE
               DISPLAY 'DATRCVR: DATACCR HAS ACCRUED THROUGH '
                   WK-ACCR-DATE ' - ACCRUED INTEREST IS AS OF '
                   'THE BACKUP'
           END-IF.
      *
      * Second pass of the generation - the master is emptied and
      * every image written back exactly as it was unloaded.
       reload_master.
           OPEN OUTPUT MASTER-FILE.
           IF NOT WK-MAST-OK
               DISPLAY 'DATRCVR: UNABLE TO OPEN ACCTMSTR FOR RELOAD, '
                   'STATUS=' WK-MAST-STATUS
               SET WK-FILE-ERR TO TRUE
           ELSE
               OPEN INPUT BKUP-FILE
               IF WK-BKUP-OK
                   MOVE 'N' TO WK-BKUP-EOF-SW
                   PERFORM reload_one_backup UNTIL WK-BKUP-EOF
                   CLOSE BKUP-FILE
               ELSE
                   DISPLAY 'DATRCVR: ACCTBKUP NOT AVAILABLE FOR RELOAD'
                   SET WK-FILE-ERR TO TRUE
               END-IF
               CLOSE MASTER-FILE
           END-IF.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               MOVE WK-B-TRL-NET TO WK-AMT-ED
               STRING '  RELOADED FROM BACKUP OF '   DELIMITED BY SIZE
                      WK-WANT-DATE                   DELIMITED BY SIZE
                      ':  ACCOUNTS '                 DELIMITED BY SIZE
                      WK-RELOAD-COUNT                DELIMITED BY SIZE
                      '   NET BALANCE '              DELIMITED BY SIZE
                      WK-AMT-ED                      DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       reload_one_backup.
           READ BKUP-FILE
               AT END
                   SET WK-BKUP-EOF TO TRUE
               NOT AT END
                   IF NOT BKH-HDR AND NOT BKT-TRL
                       MOVE BKUP-MAST-RECORD TO MASTER-RECORD
                       WRITE MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'DATRCVR: RELOAD WRITE FAILED '
                                   'FOR ' MAST-ACCT-NO
                               SET WK-FILE-ERR TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WK-RELOAD-COUNT
                       END-WRITE
                   END-IF
           END-READ.
      *
      * The history in the order it was written. Postings from the
      * backup's date on are reapplied; every posting after the
      * carried position's date counts toward the movement the
      * proof expects, whichever side of the backup it falls.
       replay_history.
           OPEN I-O MASTER-FILE.
           IF NOT WK-MAST-OK
               DISPLAY 'DATRCVR: UNABLE TO REOPEN ACCTMSTR, STATUS='
                   WK-MAST-STATUS
               SET WK-FILE-ERR TO TRUE
           ELSE
               OPEN INPUT HIST-FILE
               IF WK-HIST-OK
                   PERFORM replay_one_history UNTIL WK-HIST-EOF
                   CLOSE HIST-FILE
               ELSE
                   IF WK-HIST-NOFILE
                       DISPLAY 'DATRCVR: NO TRANHIST - NOTHING TO '
                           'REAPPLY'
                   ELSE
                       DISPLAY 'DATRCVR: TRANHIST NOT READABLE, '
                           'STATUS=' WK-HIST-STATUS
                       SET WK-FILE-ERR TO TRUE
                   END-IF
               END-IF
               CLOSE MASTER-FILE
           END-IF.
      *
       replay_one_history.
           READ HIST-FILE
               AT END
                   SET WK-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-HIST-READ
                   IF HIST-RUN-DATE NUMERIC
                           AND HIST-MOVE-AMT NUMERIC
                       MOVE HIST-TRAN TO ADOV1-TRAN-RECORD
                       PERFORM count_position_movement
                       IF HIST-RUN-DATE >= WK-WANT-DATE
                           PERFORM replay_posting
                       ELSE
                           ADD 1 TO WK-HIST-SKIPPED
                       END-IF
                   ELSE
                       MOVE SPACES TO ADOV1-TRAN-RECORD
                       MOVE 0 TO WK-RPL-ACCT
                       MOVE 'HISTORY RECORD NOT NUMERIC'
                           TO WK-RPL-REASON
                       PERFORM write_exception_line
                   END-IF
           END-READ.
      *
      * Same movement DATBATCH puts on DATBMOVE - every history
      * record's movement, and one to the count for each add.
       count_position_movement.
           IF WK-POSN-FOUND AND HIST-RUN-DATE > WK-P-RUN-DATE
               ADD HIST-MOVE-AMT TO WK-M-NET-AMOUNT
               IF ADOV1-TYPE-ADD
                   ADD 1 TO WK-M-ADD-COUNT
               END-IF
           END-IF.
      *
      * The same rules DATBATCH applied the night the posting was
      * made - the history only holds what posted, so every record
      * here must apply.
       replay_posting.
           ADD 1 TO WK-REPLAY-COUNT.
           MOVE HIST-RUN-DATE TO WK-LAST-HIST-DATE.
           MOVE SPACES TO WK-RPL-REASON.
           PERFORM pick_replay_account.
           MOVE 'N' TO WK-MAST-FOUND-SW.
           MOVE WK-RPL-ACCT TO MAST-ACCT-NO.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WK-MAST-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN ADOV1-TYPE-ADD
                   PERFORM replay_add
               WHEN NOT WK-MAST-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER' TO WK-RPL-REASON
               WHEN ADOV1-TYPE-CHANGE OR ADOV1-TYPE-REVERSE
                       OR ADOV1-TYPE-TRANSFER
                   PERFORM replay_movement
               WHEN ADOV1-TYPE-INTEREST
                   PERFORM replay_interest
               WHEN ADOV1-TYPE-DELETE
                   MOVE 'C' TO MAST-STATUS
                   PERFORM replay_status_change
               WHEN ADOV1-TYPE-FREEZE
                   MOVE 'F' TO MAST-STATUS
                   PERFORM replay_status_change
               WHEN ADOV1-TYPE-REACTIVATE
                   MOVE 'A' TO MAST-STATUS
                   PERFORM replay_status_change
               WHEN ADOV1-TYPE-HOLD OR ADOV1-TYPE-RELEASE
                   PERFORM replay_status_change
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WK-RPL-REASON
           END-EVALUATE.
           IF WK-RPL-REASON = SPACES
               IF MAST-BALANCE NOT = HIST-BALANCE
                   MOVE 'BALANCE DIFFERS FROM HISTORY'
                       TO WK-RPL-REASON
               END-IF
           END-IF.
           IF WK-RPL-REASON NOT = SPACES
               PERFORM write_exception_line
           END-IF.
      *
      * A transfer is written as two records under one TRANS-ID -
      * the debit side first, then the credit side for the
      * counter-account.
       pick_replay_account.
           MOVE ADOV1-TRAN-ACCT TO WK-RPL-ACCT.
           IF ADOV1-TYPE-TRANSFER
               IF WK-XFR-PENDING AND ADOV1-TRAN-ID = WK-XFR-ID
                       AND HIST-RUN-DATE = WK-XFR-RUN-DATE
                   MOVE ADOV1-TRAN-CTR-ACCT TO WK-RPL-ACCT
                   MOVE 'N' TO WK-XFR-PEND-SW
               ELSE
                   SET WK-XFR-PENDING TO TRUE
                   MOVE ADOV1-TRAN-ID TO WK-XFR-ID
                   MOVE HIST-RUN-DATE TO WK-XFR-RUN-DATE
               END-IF
           END-IF.
      *
       replay_add.
           IF WK-MAST-FOUND
               MOVE 'ACCOUNT ALREADY ON MASTER' TO WK-RPL-REASON
           ELSE
               MOVE SPACES              TO MASTER-RECORD
               MOVE WK-RPL-ACCT         TO MAST-ACCT-NO
               MOVE HIST-MOVE-AMT       TO MAST-BALANCE
               MOVE 1                   TO MAST-TRAN-COUNT
               MOVE ADOV1-TRAN-EFF-DATE TO MAST-OPEN-DATE
               MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE
               MOVE 'A'                 TO MAST-STATUS
               MOVE ADOV1-TRAN-OD-SW    TO MAST-OD-SW
               MOVE 0                   TO MAST-ACCR-TODATE
               MOVE ADOV1-TRAN-REGION   TO MAST-REGION
               MOVE ADOV1-TRAN-CURRENCY TO MAST-CURRENCY
               MOVE ADOV1-TRAN-PRODUCT  TO MAST-PRODUCT
               MOVE 0                   TO MAST-HELD-AMT
               WRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'MASTER WRITE FAILED' TO WK-RPL-REASON
               END-WRITE
           END-IF.
      *
      * CH, RV and both sides of a TR - the history's movement is
      * already signed for the account it was written against.
       replay_movement.
           ADD HIST-MOVE-AMT        TO MAST-BALANCE.
           ADD 1                    TO MAST-TRAN-COUNT.
           MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE.
           PERFORM rewrite_replayed_master.
      *
      * The month-end close capitalizes the whole cents of the
      * accrued figure and leaves the fraction of a cent accrued,
      * and does not count as customer activity on the
      * last-activity date.
       replay_interest.
           ADD HIST-MOVE-AMT        TO MAST-BALANCE.
           ADD 1                    TO MAST-TRAN-COUNT.
           SUBTRACT HIST-MOVE-AMT   FROM MAST-ACCR-TODATE.
           PERFORM rewrite_replayed_master.
      *
       replay_status_change.
           ADD 1                    TO MAST-TRAN-COUNT.
           MOVE ADOV1-TRAN-ID       TO WK-DORM-ID.
           IF NOT (ADOV1-TYPE-FREEZE AND WK-DORM-SERIES)
               MOVE ADOV1-TRAN-EFF-DATE TO MAST-LAST-DATE
           END-IF.
           PERFORM rewrite_replayed_master.
      *
       rewrite_replayed_master.
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE FAILED' TO WK-RPL-REASON
           END-REWRITE.
      *
      * HD and RL replay as activity only (count and last date) - the
      * held amount each account ends with is the sum of its holds
      * still open on HOLDMSTR, which the replay cannot rebuild from
      * the history, so it is set from the file here. A hold for an
      * account not on the rebuilt master is counted and skipped.
      * Without HOLDMSTR the held amounts stay as the backup had
      * them and the recovery is flagged.
       restate_held_amounts.
           OPEN INPUT HOLD-FILE.
           IF NOT WK-HOLD-OK
               SET WK-HOLD-WARN TO TRUE
               DISPLAY 'DATRCVR: HOLDMSTR NOT AVAILABLE, STATUS='
                   WK-HOLD-STATUS ' - HELD AMOUNTS AS OF THE BACKUP'
           ELSE
               OPEN I-O MASTER-FILE
               IF NOT WK-MAST-OK
                   DISPLAY 'DATRCVR: UNABLE TO REOPEN ACCTMSTR, '
                       'STATUS=' WK-MAST-STATUS
                   SET WK-FILE-ERR TO TRUE
               ELSE
                   PERFORM read_one_hold
                   PERFORM restate_one_master UNTIL WK-MAST-EOF
                   CLOSE MASTER-FILE
               END-IF
               CLOSE HOLD-FILE
           END-IF.
           MOVE 'N' TO WK-MAST-EOF-SW.
      *
       read_one_hold.
           READ HOLD-FILE
               AT END
                   SET WK-HOLD-EOF TO TRUE
           END-READ.
      *
       restate_one_master.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WK-MAST-EOF TO TRUE
               NOT AT END
                   PERFORM sum_account_holds
           END-READ.
      *
       sum_account_holds.
           MOVE 0 TO WK-HELD-SUM.
           PERFORM skip_orphan_hold
               UNTIL WK-HOLD-EOF OR HOLD-ACCT NOT < MAST-ACCT-NO.
           PERFORM add_account_hold
               UNTIL WK-HOLD-EOF OR HOLD-ACCT NOT = MAST-ACCT-NO.
           IF MAST-HELD-AMT NOT NUMERIC
                   OR MAST-HELD-AMT NOT = WK-HELD-SUM
               MOVE WK-HELD-SUM TO MAST-HELD-AMT
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'DATRCVR: HELD AMOUNT REWRITE FAILED '
                           'FOR ' MAST-ACCT-NO
                       SET WK-FILE-ERR TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WK-HELD-RESTATED
               END-REWRITE
           END-IF.
      *
       skip_orphan_hold.
           ADD 1 TO WK-HOLD-ORPHANS.
           DISPLAY 'DATRCVR: HOLD ' HOLD-ID ' FOR ' HOLD-ACCT
               ' HAS NO MASTER'.
           PERFORM read_one_hold.
      *
       add_account_hold.
           ADD HOLD-AMOUNT TO WK-HELD-SUM.
           PERFORM read_one_hold.
      *
       write_exception_line.
           ADD 1 TO WK-EXCEPT-COUNT.
           DISPLAY 'DATRCVR: REPLAY EXCEPTION ' ADOV1-TRAN-ID ' '
               WK-RPL-REASON.
           IF WK-RPT-OPEN
               MOVE HIST-BALANCE TO WK-BAL-ED
               MOVE MAST-BALANCE TO WK-BAL-ED2
               MOVE SPACES TO REPORT-LINE
               STRING '  EXCEPTION '         DELIMITED BY SIZE
                      HIST-RUN-DATE          DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      ADOV1-TRAN-ID          DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      ADOV1-TRAN-TYPE        DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      WK-RPL-ACCT            DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      WK-RPL-REASON          DELIMITED BY SIZE
                      ' HISTORY '            DELIMITED BY SIZE
                      WK-BAL-ED              DELIMITED BY SIZE
                      ' REBUILT '            DELIMITED BY SIZE
                      WK-BAL-ED2             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      *
      * The rebuilt master start to finish - the trial balance
      * listing and the position it closes with.
       pass_master_file.
           OPEN INPUT MASTER-FILE.
           IF WK-MAST-OK
               PERFORM write_report_header
               PERFORM read_one_master UNTIL WK-MAST-EOF
               CLOSE MASTER-FILE
           ELSE
               DISPLAY 'DATRCVR: REBUILT ACCTMSTR NOT READABLE, '
                   'STATUS=' WK-MAST-STATUS
               SET WK-FILE-ERR TO TRUE
           END-IF.
      *
       read_one_master.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WK-MAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-T-ACCT-COUNT
                   ADD MAST-BALANCE TO WK-T-NET-BALANCE
                   IF MAST-ACCR-TODATE NOT NUMERIC
                       MOVE 0 TO MAST-ACCR-TODATE
                   END-IF
                   PERFORM write_report_detail
           END-READ.
      *
      * The DATTRIAL proof - carried position plus the posted
      * movement since must equal the rebuilt master.
       prove_position.
           IF WK-FILE-ERR
               DISPLAY 'DATRCVR: REBUILD INCOMPLETE, CANNOT PROVE'
           ELSE
               IF WK-POSN-FOUND
                   COMPUTE WK-X-ACCT-COUNT = WK-P-ACCT-COUNT
                       + WK-M-ADD-COUNT
                   COMPUTE WK-X-NET-BALANCE = WK-P-NET-BALANCE
                       + WK-M-NET-AMOUNT
                   IF WK-X-ACCT-COUNT NOT = WK-T-ACCT-COUNT
                       DISPLAY 'DATRCVR: ACCOUNT COUNT DRIFT, '
                           'EXPECTED ' WK-X-ACCT-COUNT
                           ' MASTER HAS ' WK-T-ACCT-COUNT
                       SET WK-MISMATCH TO TRUE
                   END-IF
                   IF WK-X-NET-BALANCE NOT = WK-T-NET-BALANCE
                       MOVE WK-X-NET-BALANCE TO WK-AMT-ED
                       DISPLAY 'DATRCVR: NET BALANCE DRIFT, EXPECTED '
                           WK-AMT-ED
                       MOVE WK-T-NET-BALANCE TO WK-AMT-ED
                       DISPLAY 'DATRCVR:   MASTER HAS ' WK-AMT-ED
                       SET WK-MISMATCH TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'DATRCVR: NO CARRIED POSITION, REBUILD '
                       'NOT PROVEN'
               END-IF
           END-IF.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING 'DATRCVR ACCOUNT MASTER FORWARD RECOVERY'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                      '   BACKUP OF: '            DELIMITED BY SIZE
                      WK-WANT-DATE                 DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY 'DATRCVR: UNABLE TO OPEN RCVRRPT FILE'
           END-IF.
      *
      * Trial balance pages - same header/footer shape as DATTRIAL.
       write_report_header.
           IF WK-RPT-OPEN
               IF WK-RPT-PAGE-COUNT > 0
                   PERFORM write_report_footer
               END-IF
               ADD 1 TO WK-RPT-PAGE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'DATRCVR REBUILT MASTER TRIAL BALANCE'
                                                  DELIMITED BY SIZE
                      '   RUN DATE: '             DELIMITED BY SIZE
                      WK-RUN-DATE                  DELIMITED BY SIZE
                      '   PAGE: '                  DELIMITED BY SIZE
                      WK-RPT-PAGE-COUNT            DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '  ACCOUNT       BALANCE        TRANS  LAST-DATE'
                      '  ST       ACCRUED'         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WK-RPT-LINE-COUNT
           END-IF.
      *
       write_report_detail.
           IF WK-RPT-OPEN
               IF WK-RPT-LINE-COUNT >= WK-RPT-LINES-PER-PAGE
                   PERFORM write_report_header
               END-IF
               MOVE MAST-BALANCE TO WK-BAL-ED
               MOVE MAST-ACCR-TODATE TO WK-ACCR-ED
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      MAST-ACCT-NO      DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-BAL-ED         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      MAST-TRAN-COUNT   DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      MAST-LAST-DATE    DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      MAST-STATUS       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-ACCR-ED        DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WK-RPT-LINE-COUNT
           END-IF.
      *
       write_proof_section.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '  POSTINGS REAPPLIED: '    DELIMITED BY SIZE
                      WK-REPLAY-COUNT              DELIMITED BY SIZE
                      '   EXCEPTIONS: '            DELIMITED BY SIZE
                      WK-EXCEPT-COUNT              DELIMITED BY SIZE
                      '   LAST POSTING DATE: '     DELIMITED BY SIZE
                      WK-LAST-HIST-DATE            DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE WK-T-NET-BALANCE TO WK-AMT-ED
               STRING '  ACCOUNTS ON MASTER: '    DELIMITED BY SIZE
                      WK-T-ACCT-COUNT              DELIMITED BY SIZE
                      '   NET BALANCE: '           DELIMITED BY SIZE
                      WK-AMT-ED                    DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF WK-POSN-FOUND
                   MOVE SPACES TO REPORT-LINE
                   MOVE WK-P-NET-BALANCE TO WK-AMT-ED
                   STRING '  CARRIED POSITION OF '  DELIMITED BY SIZE
                          WK-P-RUN-DATE              DELIMITED BY SIZE
                          ': ACCOUNTS '              DELIMITED BY SIZE
                          WK-P-ACCT-COUNT            DELIMITED BY SIZE
                          '   NET BALANCE: '         DELIMITED BY SIZE
                          WK-AMT-ED                  DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   MOVE WK-M-NET-AMOUNT TO WK-AMT-ED
                   STRING '  POSTED SINCE: ADD='    DELIMITED BY SIZE
                          WK-M-ADD-COUNT             DELIMITED BY SIZE
                          ' NET='                    DELIMITED BY SIZE
                          WK-AMT-ED                  DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               IF WK-ACCR-WARN
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ACCRUED INTEREST IS AS OF THE BACKUP - '
                          'DATACCR HAS RUN THROUGH '
                                                   DELIMITED BY SIZE
                          WK-ACCR-DATE             DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN WK-MISMATCH OR WK-FILE-ERR
                           OR WK-EXCEPT-COUNT > 0
                       STRING '  *** REBUILT MASTER DOES NOT PROVE ***'
                                                   DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                   WHEN WK-POSN-FOUND
                       STRING '  REBUILT MASTER PROVES TO CARRIED '
                              'POSITION'           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING '  NO CARRIED POSITION - REBUILD NOT '
                              'PROVEN'             DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
               END-EVALUATE
               WRITE REPORT-LINE
           END-IF.
      *
       write_report_footer.
           MOVE SPACES TO REPORT-LINE.
           STRING '*** END OF PAGE '             DELIMITED BY SIZE
                  WK-RPT-PAGE-COUNT               DELIMITED BY SIZE
                  ' ***'                          DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *
       close_report_file.
           IF WK-RPT-OPEN
               IF WK-RPT-PAGE-COUNT > 0
                   PERFORM write_report_footer
               END-IF
               CLOSE REPORT-FILE
           END-IF.
      *
       write_chain_record.
           ACCEPT WK-RUN-TIME FROM TIME.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHAIN-NOFILE
               OPEN OUTPUT CHAIN-FILE
           END-IF.
           IF WK-CHAIN-OK
               MOVE SPACES      TO CHAIN-RECORD
               MOVE 'DATRCVR'   TO CHN-STEP
               MOVE WK-RUN-DATE TO CHN-RUN-DATE
               MOVE RETURN-CODE TO CHN-RETURN-CODE
               MOVE WK-RUN-TIME TO CHN-RUN-TIME
               WRITE CHAIN-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY 'DATRCVR: UNABLE TO WRITE CHAINCTL FILE'
           END-IF.
      *
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATRCVR: RECOVERY SUMMARY'.
           DISPLAY '  BACKUP GENERATION        =' WK-WANT-DATE.
           DISPLAY '  ACCOUNTS RELOADED        =' WK-RELOAD-COUNT.
           DISPLAY '  HISTORY RECORDS READ     =' WK-HIST-READ.
           DISPLAY '  BEFORE THE BACKUP        =' WK-HIST-SKIPPED.
           DISPLAY '  POSTINGS REAPPLIED       =' WK-REPLAY-COUNT.
           DISPLAY '  REPLAY EXCEPTIONS        =' WK-EXCEPT-COUNT.
           DISPLAY '  HELD AMOUNTS RESTATED    =' WK-HELD-RESTATED.
           DISPLAY '  HOLDS WITH NO MASTER     =' WK-HOLD-ORPHANS.
           IF WK-HOLD-WARN
               DISPLAY '  *** HOLDMSTR NOT READ - HELD AMOUNTS AS OF '
                   'THE BACKUP'
           END-IF.
           DISPLAY '  ACCOUNTS ON MASTER       =' WK-T-ACCT-COUNT.
           MOVE WK-T-NET-BALANCE TO WK-AMT-ED.
           DISPLAY '  NET BALANCE REBUILT      =' WK-AMT-ED.
           EVALUATE TRUE
               WHEN WK-REFUSED
                   DISPLAY '  *** RECOVERY REFUSED ***'
               WHEN WK-MISMATCH OR WK-FILE-ERR OR WK-EXCEPT-COUNT > 0
                   DISPLAY '  *** REBUILT MASTER DOES NOT PROVE ***'
               WHEN WK-POSN-FOUND
                   DISPLAY '  REBUILT MASTER PROVES'
               WHEN OTHER
                   DISPLAY '  NO CARRIED POSITION - NOT PROVEN'
           END-EVALUATE.
           DISPLAY '-------------------------------------------'.
      *
      * 12 means the recovery was refused and ACCTMSTR is as it was,
      * 8 means the master was rebuilt but does not prove (replay
      * exceptions, drift from the carried position, or a file that
      * failed part way) - the chain must not resume on it, 4 means
      * the rebuild could not be proven (no ACCTPOSN), its accrued
      * interest is behind DATACCR or its held amounts could not be
      * restated from HOLDMSTR, 0 means it proves.
       set_return_code.
           IF WK-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-MISMATCH OR WK-FILE-ERR OR WK-EXCEPT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT WK-POSN-FOUND OR WK-ACCR-WARN
                           OR WK-HOLD-WARN
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           DISPLAY 'DATRCVR: RETURN-CODE=' RETURN-CODE.
