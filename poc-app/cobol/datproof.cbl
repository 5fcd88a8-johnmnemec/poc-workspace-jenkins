       ID DIVISION.
      * model adov1 active
       PROGRAM-ID. DATPROOF.
      * Account-level proof of ACCTMSTR against its history.
      * DATTRIAL proves only the master's total - a posting that
      * lands on the wrong account nets to zero across the master
      * and passes it. This periodic step proves every account on
      * its own: rebuilt from the history, each account's
      *
      *   balance    - the sum of its history movements
      *   tran count - the number of history records against it
      *   last date  - the effective date of its last posting that
      *                counts as activity
      *
      * must equal what the master carries. IN capitalizations and
      * DATDORM's 8-series dormancy freezes count toward the
      * transaction count but leave the last date alone, exactly
      * as DATBATCH posted them. A transfer is two history records
      * under one TRANS-ID - the debit against the account, then
      * the credit against the counter-account - paired the way
      * DATRCVR pairs them.
      *
      * The history is the archived periods on TRANARCH, which the
      * scheduler maps to every generation listed on ARCHIDX in
      * period order, followed by the live TRANHIST. Every archived
      * period is proven against its own trailer and its ARCHIDX
      * entry before anything is proven off it; history that
      * cannot be proven complete stops the step before any account
      * is listed. An account on the history but not on the master
      * is one DATPURGE removed - closed at zero - and is only out
      * of proof if its movements do not net to zero.
      *
      * Every account out of proof goes on PROOFRPT with the figure
      * the history gives and the figure the master carries.
      *
      * Runs between the nightly chains, never inside one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'ACCTMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-ACCT-NO
               FILE STATUS IS WK-MAST-STATUS.
           SELECT HIST-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'TRANARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ARCH-STATUS.
           SELECT IDX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-IDX-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'PROOFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO 'PROOFSRT'.
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
       FD  HIST-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Same layout DATBATCH writes in write_history_record - read
      * whole into WK-HIST-IMAGE.
       01  HIST-RECORD              PIC X(132).
       FD  ARCH-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Same layout DATARCH writes - HDR naming the period, the
      * period's history records, TRL with their count and amount,
      * once for each archived period.
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
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Proof listing - every account out of proof, in account
      * order, with what the history gives and what the master
      * carries.
       01  REPORT-LINE              PIC X(132).
       SD  SORT-FILE.
      * One record per history posting, attributed to the account
      * it moved, in account order and posting order within it.
       01  SORT-RECORD.
           05  SRT-ACCT             PIC X(10).
           05  SRT-SEQ              PIC 9(9).
           05  SRT-MOVE-AMT         PIC S9(11)V99.
           05  SRT-EFF-DATE         PIC 9(8).
           05  SRT-DATE-SW          PIC X(1).
               88  SRT-SETS-DATE     VALUE 'Y'.
       WORKING-STORAGE SECTION.
      * Shared transaction view - each history record's transaction
      * image is moved in here for its type, account and TRANS-ID.
       COPY DATXREC.
      * History record view, shared by the archive details and the
      * live TRANHIST.
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
       01 WK-MAST-STATUS   PIC X(2) VALUE '00'.
          88  WK-MAST-OK            VALUE '00'.
       01 WK-HIST-STATUS   PIC X(2) VALUE '00'.
          88  WK-HIST-OK            VALUE '00'.
          88  WK-HIST-NOFILE        VALUE '05' '35'.
       01 WK-ARCH-STATUS   PIC X(2) VALUE '00'.
          88  WK-ARCH-OK            VALUE '00'.
       01 WK-IDX-STATUS    PIC X(2) VALUE '00'.
          88  WK-IDX-OK             VALUE '00'.
          88  WK-IDX-NOFILE         VALUE '05' '35'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-RPT-OPEN           VALUE 'Y'.
       01 WK-RPT-LINE-COUNT PIC 9(3) VALUE 0.
       01 WK-RPT-PAGE-COUNT PIC 9(3) VALUE 0.
       01 WK-RPT-LINES-PER-PAGE PIC 9(3) VALUE 050.
       01 WK-MAST-OPEN-SW  PIC X(1) VALUE 'N'.
          88  WK-MAST-OPEN          VALUE 'Y'.
       01 WK-MAST-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-MAST-EOF           VALUE 'Y'.
       01 WK-HIST-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-HIST-EOF           VALUE 'Y'.
       01 WK-ARCH-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-ARCH-EOF           VALUE 'Y'.
       01 WK-IDX-EOF-SW    PIC X(1) VALUE 'N'.
          88  WK-IDX-EOF            VALUE 'Y'.
       01 WK-SORT-EOF-SW   PIC X(1) VALUE 'N'.
          88  WK-SORT-EOF           VALUE 'Y'.
      * History that is unreadable, or an archive that does not
      * prove, means any account listed would be listed falsely -
      * the proof is not run.
       01 WK-INCOMPLETE-SW PIC X(1) VALUE 'N'.
          88  WK-INCOMPLETE         VALUE 'Y'.
      * The ARCHIDX entries, each marked off as its period is
      * found and proven on TRANARCH.
       01 WK-IX-MAX        PIC 9(3) COMP VALUE 240.
       01 WK-IX-CNT        PIC 9(3) COMP VALUE 0.
       01 WK-IX-TABLE.
          05  WK-IX-ENTRY OCCURS 240 TIMES INDEXED BY WK-IX-X.
              10  WK-IX-PERIOD      PIC 9(6).
              10  WK-IX-COUNT       PIC 9(9).
              10  WK-IX-AMOUNT      PIC S9(13)V99.
              10  WK-IX-SEEN-SW     PIC X(1).
                  88  WK-IX-SEEN             VALUE 'Y'.
       01 WK-IX-FOUND-SW   PIC X(1) VALUE 'N'.
          88  WK-IX-FOUND           VALUE 'Y'.
      * The archive period in hand, its running count and amount
      * and the last period seen, for the period-order check.
       01 WK-ARC-OPEN-SW   PIC X(1) VALUE 'N'.
          88  WK-ARC-IN-PERIOD      VALUE 'Y'.
       01 WK-ARC-PERIOD    PIC 9(6) VALUE 0.
       01 WK-ARC-PREV      PIC 9(6) VALUE 0.
       01 WK-ARC-COUNT     PIC 9(9) VALUE 0.
       01 WK-ARC-AMOUNT    PIC S9(13)V99 VALUE 0.
       01 WK-ARC-PERIODS   PIC 9(3) VALUE 0.
      * Transfer pairing - the first record under a TR's TRANS-ID
      * is the debit side, the next one on the same run date is the
      * credit side for the counter-account.
       01 WK-XFR-PEND-SW   PIC X(1) VALUE 'N'.
          88  WK-XFR-PENDING        VALUE 'Y'.
       01 WK-XFR-ID        PIC X(10) VALUE SPACES.
       01 WK-XFR-RUN-DATE  PIC 9(8) VALUE 0.
       01 WK-DORM-ID.
          05  WK-DORM-ID-SERIES     PIC X(1).
              88  WK-DORM-SERIES            VALUE '8'.
          05  FILLER                PIC X(9).
       01 WK-REL-SEQ       PIC 9(9) VALUE 0.
      * Balanced-line keys - HIGH-VALUES once a side is exhausted.
       01 WK-HIST-KEY      PIC X(10) VALUE SPACES.
       01 WK-MAST-KEY      PIC X(10) VALUE SPACES.
      * What the history gives for the account in hand.
       01 WK-GRP-ACCT      PIC X(10) VALUE SPACES.
       01 WK-H-BALANCE     PIC S9(11)V99 VALUE 0.
       01 WK-H-COUNT       PIC 9(9) VALUE 0.
      * MAST-TRAN-COUNT is five digits and wraps the same way.
       01 WK-H-COUNT-5     PIC 9(5) VALUE 0.
       01 WK-H-LAST-DATE   PIC 9(8) VALUE 0.
       01 WK-ACCT-OUT-SW   PIC X(1) VALUE 'N'.
          88  WK-ACCT-OUT           VALUE 'Y'.
      * One exception line - the item and its two figures, already
      * edited for print.
       01 WK-EXC-ACCT      PIC X(10) VALUE SPACES.
       01 WK-EXC-ITEM      PIC X(12) VALUE SPACES.
       01 WK-EXC-EXPECTED  PIC X(16) VALUE SPACES.
       01 WK-EXC-ACTUAL    PIC X(16) VALUE SPACES.
       01 WK-AMT-ED        PIC -(11)9.99.
       01 WK-CNT-ED        PIC Z(8)9.
       01 WK-MAST-READ     PIC 9(7) VALUE 0.
       01 WK-HIST-READ     PIC 9(9) VALUE 0.
       01 WK-ARCH-READ     PIC 9(9) VALUE 0.
       01 WK-BAD-HIST      PIC 9(7) VALUE 0.
       01 WK-PROVEN-COUNT  PIC 9(7) VALUE 0.
       01 WK-OUT-COUNT     PIC 9(7) VALUE 0.
       01 WK-EXC-COUNT     PIC 9(7) VALUE 0.
       01 WK-PURGED-COUNT  PIC 9(7) VALUE 0.
       01 WK-RUN-DATE      PIC 9(8) VALUE 0.
       01 WK-PROGRAM-NAME  PIC X(8) VALUE 'DATPROOF'.
       COPY DATDEPND.
       COPY DATEMBED.
      *
       PROCEDURE DIVISION.
           DISPLAY 'DATPROOF: ACCOUNT-LEVEL BALANCE PROOF'.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           CALL 'STATIC1' USING WK-PROGRAM-NAME WS-VER-INFO
               EMBED-VER-INFO.
           PERFORM read_archive_index.
           PERFORM open_master_file.
           IF NOT WK-INCOMPLETE
               PERFORM open_report_file
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCT SRT-SEQ
                   INPUT PROCEDURE IS release_history
                   OUTPUT PROCEDURE IS prove_accounts
               PERFORM write_report_totals
               PERFORM close_report_file
           END-IF.
           IF WK-MAST-OPEN
               CLOSE MASTER-FILE
           END-IF.
           PERFORM print_summary.
           PERFORM set_return_code.
           STOP RUN.
      *
      * No ARCHIDX means nothing has been archived yet - the live
      * history is the whole history.
       read_archive_index.
           OPEN INPUT IDX-FILE.
           IF WK-IDX-OK
               PERFORM read_one_index UNTIL WK-IDX-EOF
               CLOSE IDX-FILE
           ELSE
               IF WK-IDX-NOFILE
                   DISPLAY 'DATPROOF: NO ARCHIDX - NOTHING ARCHIVED'
               ELSE
                   DISPLAY 'DATPROOF: ARCHIDX NOT AVAILABLE, STATUS='
                       WK-IDX-STATUS
                   SET WK-INCOMPLETE TO TRUE
               END-IF
           END-IF.
      *
       read_one_index.
           READ IDX-FILE
               AT END
                   SET WK-IDX-EOF TO TRUE
               NOT AT END
                   IF WK-IX-CNT < WK-IX-MAX
                       ADD 1 TO WK-IX-CNT
                       SET WK-IX-X TO WK-IX-CNT
                       MOVE IDX-PERIOD    TO WK-IX-PERIOD(WK-IX-X)
                       MOVE IDX-REC-COUNT TO WK-IX-COUNT(WK-IX-X)
                       MOVE IDX-AMOUNT    TO WK-IX-AMOUNT(WK-IX-X)
                       MOVE 'N'           TO WK-IX-SEEN-SW(WK-IX-X)
                   ELSE
                       DISPLAY 'DATPROOF: ARCHIDX HAS MORE THAN '
                           WK-IX-MAX ' PERIODS'
                       SET WK-INCOMPLETE TO TRUE
                       SET WK-IDX-EOF TO TRUE
                   END-IF
           END-READ.
      *
       open_master_file.
           OPEN INPUT MASTER-FILE.
           IF WK-MAST-OK
               SET WK-MAST-OPEN TO TRUE
           ELSE
               DISPLAY 'DATPROOF: ACCTMSTR NOT AVAILABLE, STATUS='
                   WK-MAST-STATUS
               SET WK-INCOMPLETE TO TRUE
           END-IF.
      *
      * Sort input - the archived periods oldest first, then the
      * live history, so each account's postings keep the order
      * they were made in.
       release_history.
           IF WK-IX-CNT > 0
               PERFORM release_archive
           END-IF.
           PERFORM release_live_history.
      *
       release_archive.
           OPEN INPUT ARCH-FILE.
           IF WK-ARCH-OK
               PERFORM release_one_archive UNTIL WK-ARCH-EOF
               CLOSE ARCH-FILE
               IF WK-ARC-IN-PERIOD
                   DISPLAY 'DATPROOF: TRANARCH PERIOD ' WK-ARC-PERIOD
                       ' HAS NO TRAILER'
                   SET WK-INCOMPLETE TO TRUE
               END-IF
               PERFORM check_index_seen
                   VARYING WK-IX-X FROM 1 BY 1
                   UNTIL WK-IX-X > WK-IX-CNT
           ELSE
               DISPLAY 'DATPROOF: TRANARCH NOT AVAILABLE, STATUS='
                   WK-ARCH-STATUS
               SET WK-INCOMPLETE TO TRUE
           END-IF.
      *
       release_one_archive.
           READ ARCH-FILE
               AT END
                   SET WK-ARCH-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARH-HDR
                           PERFORM open_archive_period
                       WHEN ART-TRL
                           PERFORM close_archive_period
                       WHEN WK-ARC-IN-PERIOD
                           ADD 1 TO WK-ARCH-READ
                           ADD 1 TO WK-ARC-COUNT
                           MOVE ARCH-DETAIL TO WK-HIST-IMAGE
                           IF WK-HI-MOVE-AMT NUMERIC
                               ADD WK-HI-MOVE-AMT TO WK-ARC-AMOUNT
                           END-IF
                           PERFORM release_history_image
                       WHEN OTHER
                           DISPLAY 'DATPROOF: TRANARCH DETAIL OUTSIDE '
                               'ANY PERIOD'
                           SET WK-INCOMPLETE TO TRUE
                   END-EVALUATE
           END-READ.
      *
      * Each period must be on the index, and the periods must come
      * oldest first or the last dates would be taken out of order.
       open_archive_period.
           IF WK-ARC-IN-PERIOD
               DISPLAY 'DATPROOF: TRANARCH PERIOD ' WK-ARC-PERIOD
                   ' HAS NO TRAILER'
               SET WK-INCOMPLETE TO TRUE
           END-IF.
           SET WK-ARC-IN-PERIOD TO TRUE.
           MOVE ARH-PERIOD TO WK-ARC-PERIOD.
           MOVE 0 TO WK-ARC-COUNT.
           MOVE 0 TO WK-ARC-AMOUNT.
           ADD 1 TO WK-ARC-PERIODS.
           IF WK-ARC-PERIOD NOT > WK-ARC-PREV
               DISPLAY 'DATPROOF: TRANARCH PERIOD ' WK-ARC-PERIOD
                   ' OUT OF PERIOD ORDER'
               SET WK-INCOMPLETE TO TRUE
           END-IF.
           MOVE WK-ARC-PERIOD TO WK-ARC-PREV.
           PERFORM locate_index_period.
           IF NOT WK-IX-FOUND
               DISPLAY 'DATPROOF: TRANARCH PERIOD ' WK-ARC-PERIOD
                   ' IS NOT ON ARCHIDX'
               SET WK-INCOMPLETE TO TRUE
           END-IF.
      *
      * The period read must agree with its own trailer and with
      * the index entry DATARCH made when it proved it.
       close_archive_period.
           IF NOT WK-ARC-IN-PERIOD
               DISPLAY 'DATPROOF: TRANARCH TRAILER WITHOUT HEADER'
               SET WK-INCOMPLETE TO TRUE
           ELSE
               MOVE 'N' TO WK-ARC-OPEN-SW
               PERFORM locate_index_period
               IF WK-IX-FOUND
                   IF WK-ARC-COUNT  = ART-REC-COUNT
                           AND WK-ARC-AMOUNT = ART-AMOUNT
                           AND WK-ARC-COUNT  = WK-IX-COUNT(WK-IX-X)
                           AND WK-ARC-AMOUNT = WK-IX-AMOUNT(WK-IX-X)
                       SET WK-IX-SEEN(WK-IX-X) TO TRUE
                   ELSE
                       DISPLAY 'DATPROOF: TRANARCH PERIOD '
                           WK-ARC-PERIOD ' DOES NOT AGREE WITH ITS '
                           'TRAILER OR ARCHIDX'
                       SET WK-INCOMPLETE TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       locate_index_period.
           MOVE 'N' TO WK-IX-FOUND-SW.
           PERFORM VARYING WK-IX-X FROM 1 BY 1
                   UNTIL WK-IX-X > WK-IX-CNT OR WK-IX-FOUND
               IF WK-IX-PERIOD(WK-IX-X) = WK-ARC-PERIOD
                   SET WK-IX-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WK-IX-FOUND
               SET WK-IX-X DOWN BY 1
           END-IF.
      *
       check_index_seen.
           IF NOT WK-IX-SEEN(WK-IX-X)
               DISPLAY 'DATPROOF: ARCHIDX PERIOD '
                   WK-IX-PERIOD(WK-IX-X) ' NOT PROVEN ON TRANARCH'
               SET WK-INCOMPLETE TO TRUE
           END-IF.
      *
       release_live_history.
           OPEN INPUT HIST-FILE.
           IF WK-HIST-OK
               PERFORM release_one_history UNTIL WK-HIST-EOF
               CLOSE HIST-FILE
           ELSE
               IF WK-HIST-NOFILE
                   DISPLAY 'DATPROOF: NO TRANHIST YET'
               ELSE
                   DISPLAY 'DATPROOF: TRANHIST NOT AVAILABLE, STATUS='
                       WK-HIST-STATUS
                   SET WK-INCOMPLETE TO TRUE
               END-IF
           END-IF.
      *
       release_one_history.
           READ HIST-FILE
               AT END
                   SET WK-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WK-HIST-READ
                   MOVE HIST-RECORD TO WK-HIST-IMAGE
                   PERFORM release_history_image
           END-READ.
      *
      * One posting to the sort, against the account it moved.
       release_history_image.
           IF WK-HI-RUN-DATE NUMERIC AND WK-HI-MOVE-AMT NUMERIC
               MOVE WK-HI-TRAN TO ADOV1-TRAN-RECORD
               PERFORM pick_posting_account
               ADD 1 TO WK-REL-SEQ
               MOVE WK-REL-SEQ          TO SRT-SEQ
               MOVE WK-HI-MOVE-AMT      TO SRT-MOVE-AMT
               MOVE ADOV1-TRAN-EFF-DATE TO SRT-EFF-DATE
               MOVE ADOV1-TRAN-ID       TO WK-DORM-ID
               IF ADOV1-TYPE-INTEREST
                       OR (ADOV1-TYPE-FREEZE AND WK-DORM-SERIES)
                   MOVE 'N' TO SRT-DATE-SW
               ELSE
                   MOVE 'Y' TO SRT-DATE-SW
               END-IF
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WK-BAD-HIST
               DISPLAY 'DATPROOF: HISTORY RECORD NOT NUMERIC - '
                   WK-HI-TRAN(1:10)
           END-IF.
      *
       pick_posting_account.
           MOVE ADOV1-TRAN-ACCT TO SRT-ACCT.
           IF ADOV1-TYPE-TRANSFER
               IF WK-XFR-PENDING AND ADOV1-TRAN-ID = WK-XFR-ID
                       AND WK-HI-RUN-DATE = WK-XFR-RUN-DATE
                   MOVE ADOV1-TRAN-CTR-ACCT TO SRT-ACCT
                   MOVE 'N' TO WK-XFR-PEND-SW
               ELSE
                   SET WK-XFR-PENDING TO TRUE
                   MOVE ADOV1-TRAN-ID  TO WK-XFR-ID
                   MOVE WK-HI-RUN-DATE TO WK-XFR-RUN-DATE
               END-IF
           END-IF.
      *
      * Sort output - a balanced-line pass of the account groups
      * off the sort against the master in key order.
       prove_accounts.
           IF NOT WK-INCOMPLETE
               PERFORM return_history_item
               PERFORM read_next_master
               PERFORM prove_next_account
                   UNTIL WK-HIST-KEY = HIGH-VALUES
                     AND WK-MAST-KEY = HIGH-VALUES
           END-IF.
      *
       return_history_item.
           RETURN SORT-FILE
               AT END
                   SET WK-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WK-HIST-KEY
               NOT AT END
                   MOVE SRT-ACCT TO WK-HIST-KEY
           END-RETURN.
      *
       read_next_master.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WK-MAST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WK-MAST-KEY
               NOT AT END
                   ADD 1 TO WK-MAST-READ
                   MOVE MAST-ACCT-NO TO WK-MAST-KEY
           END-READ.
      *
       prove_next_account.
           IF WK-HIST-KEY < WK-MAST-KEY
               PERFORM gather_history_group
               PERFORM prove_history_only
           ELSE
               IF WK-HIST-KEY = WK-MAST-KEY
                   PERFORM gather_history_group
               ELSE
                   MOVE WK-MAST-KEY TO WK-GRP-ACCT
                   MOVE 0 TO WK-H-BALANCE
                   MOVE 0 TO WK-H-COUNT
                   MOVE 0 TO WK-H-LAST-DATE
               END-IF
               PERFORM prove_master_account
               PERFORM read_next_master
           END-IF.
      *
       gather_history_group.
           MOVE WK-HIST-KEY TO WK-GRP-ACCT.
           MOVE 0 TO WK-H-BALANCE.
           MOVE 0 TO WK-H-COUNT.
           MOVE 0 TO WK-H-LAST-DATE.
           PERFORM add_history_item
               UNTIL WK-HIST-KEY NOT = WK-GRP-ACCT.
      *
       add_history_item.
           ADD SRT-MOVE-AMT TO WK-H-BALANCE.
           ADD 1 TO WK-H-COUNT.
           IF SRT-SETS-DATE
               MOVE SRT-EFF-DATE TO WK-H-LAST-DATE
           END-IF.
           PERFORM return_history_item.
      *
      * History with no master behind it is a purged account, and
      * DATPURGE only removes one that is closed at zero.
       prove_history_only.
           IF WK-H-BALANCE = 0
               ADD 1 TO WK-PURGED-COUNT
           ELSE
               ADD 1 TO WK-OUT-COUNT
               MOVE WK-GRP-ACCT        TO WK-EXC-ACCT
               MOVE 'NOT ON MASTR'     TO WK-EXC-ITEM
               MOVE WK-H-BALANCE       TO WK-AMT-ED
               MOVE WK-AMT-ED          TO WK-EXC-EXPECTED
               MOVE 'NO MASTER'        TO WK-EXC-ACTUAL
               PERFORM write_exception_line
           END-IF.
      *
       prove_master_account.
           MOVE 'N' TO WK-ACCT-OUT-SW.
           MOVE WK-GRP-ACCT TO WK-EXC-ACCT.
           IF MAST-BALANCE NOT NUMERIC
                   OR MAST-BALANCE NOT = WK-H-BALANCE
               SET WK-ACCT-OUT TO TRUE
               MOVE 'BALANCE'     TO WK-EXC-ITEM
               MOVE WK-H-BALANCE  TO WK-AMT-ED
               MOVE WK-AMT-ED     TO WK-EXC-EXPECTED
               IF MAST-BALANCE NUMERIC
                   MOVE MAST-BALANCE TO WK-AMT-ED
                   MOVE WK-AMT-ED    TO WK-EXC-ACTUAL
               ELSE
                   MOVE 'NOT NUMERIC' TO WK-EXC-ACTUAL
               END-IF
               PERFORM write_exception_line
           END-IF.
           MOVE WK-H-COUNT TO WK-H-COUNT-5.
           IF MAST-TRAN-COUNT NOT NUMERIC
                   OR MAST-TRAN-COUNT NOT = WK-H-COUNT-5
               SET WK-ACCT-OUT TO TRUE
               MOVE 'TRAN COUNT'  TO WK-EXC-ITEM
               MOVE WK-H-COUNT-5  TO WK-CNT-ED
               MOVE WK-CNT-ED     TO WK-EXC-EXPECTED
               IF MAST-TRAN-COUNT NUMERIC
                   MOVE MAST-TRAN-COUNT TO WK-CNT-ED
                   MOVE WK-CNT-ED       TO WK-EXC-ACTUAL
               ELSE
                   MOVE 'NOT NUMERIC' TO WK-EXC-ACTUAL
               END-IF
               PERFORM write_exception_line
           END-IF.
           IF MAST-LAST-DATE NOT NUMERIC
                   OR MAST-LAST-DATE NOT = WK-H-LAST-DATE
               SET WK-ACCT-OUT TO TRUE
               MOVE 'LAST DATE'    TO WK-EXC-ITEM
               MOVE WK-H-LAST-DATE TO WK-EXC-EXPECTED
               MOVE MAST-LAST-DATE TO WK-EXC-ACTUAL
               PERFORM write_exception_line
           END-IF.
           IF WK-ACCT-OUT
               ADD 1 TO WK-OUT-COUNT
           ELSE
               ADD 1 TO WK-PROVEN-COUNT
           END-IF.
      *
       write_exception_line.
           ADD 1 TO WK-EXC-COUNT.
           IF WK-RPT-OPEN
               IF WK-RPT-LINE-COUNT >= WK-RPT-LINES-PER-PAGE
                   PERFORM write_report_header
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING '  '              DELIMITED BY SIZE
                      WK-EXC-ACCT       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-EXC-ITEM       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-EXC-EXPECTED   DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WK-EXC-ACTUAL     DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WK-RPT-LINE-COUNT
           END-IF.
      *
       open_report_file.
           OPEN OUTPUT REPORT-FILE.
           IF WK-RPT-OK
               SET WK-RPT-OPEN TO TRUE
               PERFORM write_report_header
           ELSE
               DISPLAY 'DATPROOF: UNABLE TO OPEN PROOFRPT FILE'
           END-IF.
      *
       write_report_header.
           ADD 1 TO WK-RPT-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DATPROOF ACCOUNT PROOF EXCEPTIONS'
                                                  DELIMITED BY SIZE
                  '   RUN DATE: '                 DELIMITED BY SIZE
                  WK-RUN-DATE                      DELIMITED BY SIZE
                  '   PAGE: '                      DELIMITED BY SIZE
                  WK-RPT-PAGE-COUNT                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ACCOUNT     ITEM          HISTORY GIVES     '
                  'MASTER CARRIES'          DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WK-RPT-LINE-COUNT.
      *
       write_report_totals.
           IF WK-RPT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '  ACCOUNTS PROVEN: '   DELIMITED BY SIZE
                      WK-PROVEN-COUNT         DELIMITED BY SIZE
                      '   OUT OF PROOF: '     DELIMITED BY SIZE
                      WK-OUT-COUNT            DELIMITED BY SIZE
                      '   PURGED: '           DELIMITED BY SIZE
                      WK-PURGED-COUNT         DELIMITED BY SIZE
                      '   ARCHIVED PERIODS: ' DELIMITED BY SIZE
                      WK-ARC-PERIODS          DELIMITED BY SIZE
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
       print_summary.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'DATPROOF: ACCOUNT PROOF SUMMARY'.
           DISPLAY '  ARCHIVED PERIODS READ    =' WK-ARC-PERIODS.
           DISPLAY '  ARCHIVED RECORDS READ    =' WK-ARCH-READ.
           DISPLAY '  LIVE HISTORY READ        =' WK-HIST-READ.
           DISPLAY '  HISTORY NOT NUMERIC      =' WK-BAD-HIST.
           DISPLAY '  MASTERS READ             =' WK-MAST-READ.
           DISPLAY '  ACCOUNTS PROVEN          =' WK-PROVEN-COUNT.
           DISPLAY '  ACCOUNTS OUT OF PROOF    =' WK-OUT-COUNT.
           DISPLAY '  EXCEPTIONS LISTED        =' WK-EXC-COUNT.
           DISPLAY '  PURGED ACCOUNTS          =' WK-PURGED-COUNT.
           IF WK-INCOMPLETE
               DISPLAY '  *** HISTORY INCOMPLETE - PROOF NOT RUN ***'
           END-IF.
           DISPLAY '-------------------------------------------'.
      *
      * 12 means the history or the master could not be read whole
      * and no account was proven, 8 means accounts are out of
      * proof or the history holds records that cannot be summed.
       set_return_code.
           IF WK-INCOMPLETE
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WK-OUT-COUNT > 0 OR WK-BAD-HIST > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DATPROOF: RETURN-CODE=' RETURN-CODE.
