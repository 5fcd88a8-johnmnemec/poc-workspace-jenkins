      * The code is what gets stamped on the merged records, the
      * flag turns the slot on and off without a program change,
      * and the holiday dates are the days that region is
      * legitimately dark. The source system names the step that
      * feeds the slot when it is one of ours (DATDORM, DATSORD) -
      * it is stamped on the slot's records too, and being set here
      * by operations rather than on the sender's own header is what
      * lets DATEDIT trust it. A regional slot leaves it blank.
       01  RCTL-RECORD.
           05  RCTL-CODE            PIC X(3).
           05  FILLER               PIC X(1).
               10  RCTL-HOL-ENTRY OCCURS 6 TIMES.
                   15  RCTL-HOL-DATE PIC 9(8).
                   15  FILLER        PIC X(1).
           05  FILLER               PIC X(1).
           05  RCTL-SOURCE          PIC X(8).
           05  FILLER               PIC X(11).
       FD  MERGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OUT-RECORD               PIC X(80).
      * One entry of merge state per regional input - the current
      * record in hand, the sequence-check memory, and the balancing
      * accumulators held against that file's own trailer. The
      * active and dark switches and the source system come from
      * the REGNCTL control record for the slot.
       01 WK-RGN-TABLE.
          05  WK-RGN-ENTRY OCCURS 4 TIMES INDEXED BY WK-RGN-X.
              10  WK-RGN-CODE       PIC X(3).
                  88  WK-RGN-HDR-SEEN        VALUE 'Y'.
              10  WK-RGN-TRL-SW     PIC X(1).
                  88  WK-RGN-TRL-SEEN        VALUE 'Y'.
              10  WK-RGN-SOURCE     PIC X(8).
              10  WK-RGN-CUR-REC    PIC X(80).
              10  WK-RGN-CUR-ID     PIC X(10).
              10  WK-RGN-PREV-ID    PIC X(10).
               MOVE 'N' TO WK-RGN-EOF-SW(WK-RGN-X)
               MOVE 'N' TO WK-RGN-HDR-SW(WK-RGN-X)
               MOVE 'N' TO WK-RGN-TRL-SW(WK-RGN-X)
               MOVE SPACES TO WK-RGN-SOURCE(WK-RGN-X)
               MOVE SPACES TO WK-RGN-CUR-REC(WK-RGN-X)
               MOVE SPACES TO WK-RGN-CUR-ID(WK-RGN-X)
               MOVE LOW-VALUES TO WK-RGN-PREV-ID(WK-RGN-X)
      *
       apply_region_control.
           MOVE RCTL-CODE TO WK-RGN-CODE(WK-RGN-X).
           MOVE RCTL-SOURCE TO WK-RGN-SOURCE(WK-RGN-X).
           IF RCTL-IS-ACTIVE
               MOVE 'Y' TO WK-RGN-ACTIVE-SW(WK-RGN-X)
               PERFORM VARYING WK-HOL-X FROM 1 BY 1
               PERFORM fetch_region_record
           END-IF.
      *
      * Every record goes out with its slot's region code and the
      * source system REGNCTL configures for the slot, over whatever
      * the sender put there - see DATXREC.CPY.
       write_merged_record.
           MOVE WK-RGN-CUR-REC(WK-RGN-X) TO ADOV1-TRAN-RECORD.
           MOVE WK-RGN-CODE(WK-RGN-X)    TO ADOV1-TRAN-REGION.
           MOVE WK-RGN-SOURCE(WK-RGN-X)  TO ADOV1-TRAN-SOURCE-SYS.
           MOVE ADOV1-TRAN-RECORD TO OUT-RECORD.
           WRITE OUT-RECORD.
           ADD 1 TO WK-OUT-COUNT.
