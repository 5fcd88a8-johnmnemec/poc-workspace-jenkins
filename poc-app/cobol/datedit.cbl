      * through this step without rerunning the whole extract. The
      * record number and the reason each record failed go on the
      * printed error listing (DATERPT), not on the reject file.
      * The same reasons go out on TRANSRSN, one record per reject
      * with the record itself, for DATRETN to hand back to the
      * region that sent it.
      *
      * The raw extract carries a header record (extract date,
      * source system) and a trailer record (record count, hash
           SELECT REJECT-FILE ASSIGN TO 'TRANSREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REJ-STATUS.
           SELECT REASON-FILE ASSIGN TO 'TRANSRSN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RSN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'DATERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-STATUS.
      * rejects, so a fixed TRANSREJ balances when it comes straight
      * back through this step as TRANSIN.
       01  REJECT-RECORD            PIC X(80).
       FD  REASON-FILE
           RECORD CONTAINS 120 CHARACTERS.
      * One record per reject - the record as it arrived, its
      * number on the extract and the first edit it failed. Details
      * only, no header or trailer: the file is a companion to
      * TRANSREJ, not something that is ever resubmitted.
       01  RSN-RECORD.
           05  RSN-TRAN             PIC X(80).
           05  RSN-REC-NO           PIC 9(5).
           05  FILLER               PIC X(1).
           05  RSN-REASON           PIC X(30).
           05  FILLER               PIC X(4).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
      * Printed error listing - record number and failure reason for
          88  WK-CLEAN-OK           VALUE '00'.
       01 WK-REJ-STATUS    PIC X(2) VALUE '00'.
          88  WK-REJ-OK             VALUE '00'.
       01 WK-RSN-STATUS    PIC X(2) VALUE '00'.
          88  WK-RSN-OK             VALUE '00'.
      * DATRETN hands the reasons back to the regions off TRANSRSN -
      * a reason that failed to write is lost to them, so the run
      * is held at 8 even though the edit itself carried on.
       01 WK-RSN-ERR-SW    PIC X(1) VALUE 'N'.
          88  WK-RSN-ERR            VALUE 'Y'.
       01 WK-RPT-STATUS    PIC X(2) VALUE '00'.
          88  WK-RPT-OK             VALUE '00'.
       01 WK-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
                   DISPLAY 'DATEDIT: UNABLE TO OPEN TRANSREJ FILE'
                   SET WK-FILE-ERR TO TRUE
               END-IF
               OPEN OUTPUT REASON-FILE
               IF NOT WK-RSN-OK
                   DISPLAY 'DATEDIT: UNABLE TO OPEN TRANSRSN FILE'
                   SET WK-FILE-ERR TO TRUE
               END-IF
               PERFORM open_report_file
           END-IF.
      *
           IF WK-REJ-OK
               CLOSE REJECT-FILE
           END-IF.
           IF WK-RSN-OK OR WK-RSN-ERR
               CLOSE REASON-FILE
           END-IF.
           PERFORM close_report_file.
      *
       read_trans_record.
               SET WK-EDIT-GOOD TO TRUE
               MOVE SPACES TO WK-EDIT-REASON
               PERFORM edit_trans_id
               PERFORM edit_reserved_series
               PERFORM edit_trans_data
               PERFORM edit_tran_fields
               IF WK-EDIT-GOOD
                   END-IF
               END-IF
           END-IF.
      *
      * The 8 and 9 TRANS-ID series belong to the generating steps -
      * DATBATCH, DATRCVR and DATPROOF treat an 8-series FR as a
      * dormancy freeze and DATSORD tracks its orders by the 9
      * series - so either series arriving from any slot but its
      * own step's is turned away here. DATMERGE stamps each record
      * with the source system REGNCTL configures for its slot, not
      * anything the sender wrote. The close's I series never gets
      * this far - it is not numeric.
       edit_reserved_series.
           IF WK-EDIT-GOOD
               MOVE TRANS-RECORD TO ADOV1-TRAN-RECORD
               IF (TRANS-ID(1:1) = '8'
                       AND ADOV1-TRAN-SOURCE-SYS NOT = 'DATDORM')
                  OR (TRANS-ID(1:1) = '9'
                       AND ADOV1-TRAN-SOURCE-SYS NOT = 'DATSORD')
                   SET WK-EDIT-FAILED TO TRUE
                   MOVE 'TRANS-ID SERIES RESERVED' TO WK-EDIT-REASON
               END-IF
           END-IF.
      *
       edit_trans_data.
           IF WK-EDIT-GOOD
           IF TRANS-ID NUMERIC
               ADD TRANS-ID-NUM TO WK-REJ-HASH
           END-IF.
           MOVE SPACES         TO RSN-RECORD.
           MOVE TRANS-RECORD   TO RSN-TRAN.
           MOVE WK-READ-COUNT  TO RSN-REC-NO.
           MOVE WK-EDIT-REASON TO RSN-REASON.
           WRITE RSN-RECORD.
           IF NOT WK-RSN-OK AND NOT WK-RSN-ERR
               DISPLAY 'DATEDIT: UNABLE TO WRITE TRANSRSN FILE, '
                   'STATUS=' WK-RSN-STATUS
               SET WK-RSN-ERR TO TRUE
           END-IF.
           PERFORM write_report_detail.
      *
      * Error listing writer - same page header/footer shape as the
      * released, 8 means the extract or one of the output files
      * could not be opened so the extract was never examined, 4
      * means the run worked but rejected records need attention, 0
      * means a completely clean extract. A TRANSRSN write failure
      * lifts anything below 8 to 8.
       set_return_code.
           IF WK-CHAIN-BLOCKED
               MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           IF WK-RSN-ERR AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'DATEDIT: RETURN-CODE=' RETURN-CODE.
