      * Business view of the same 80 bytes - keep in lock step with
      * DATXREC.CPY.
       01  ADOV1-TRAN-BUS REDEFINES ADOV1-TRAN-RECORD.
      * TRANS-ID series (numeric, 8, 9, I) - see DATXREC.CPY.
           05  ADOV1-TRAN-ID         PIC X(10).
           05  ADOV1-TRAN-TYPE       PIC X(02).
               88  ADOV1-TYPE-ADD     VALUE 'AD'.
               88  ADOV1-TYPE-TRANSFER VALUE 'TR'.
               88  ADOV1-TYPE-FREEZE  VALUE 'FR'.
               88  ADOV1-TYPE-REACTIVATE VALUE 'AC'.
               88  ADOV1-TYPE-HOLD    VALUE 'HD'.
               88  ADOV1-TYPE-RELEASE VALUE 'RL'.
               88  ADOV1-TYPE-VALID   VALUE 'AD' 'CH' 'DL' 'RV' 'TR'
                                            'FR' 'AC' 'HD' 'RL'.
      * IN is history-only - keep in lock step with DATXREC.CPY.
               88  ADOV1-TYPE-INTEREST VALUE 'IN'.
           05  ADOV1-TRAN-ACCT       PIC 9(10).
           05  ADOV1-TRAN-AMOUNT     PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      * DATXREC.CPY.
           05  ADOV1-TRAN-OD-SW      PIC X(01).
               88  ADOV1-TRAN-OD-ALLOWED VALUE 'Y'.
      * Currency of the amount - keep in lock step with DATXREC.CPY.
           05  ADOV1-TRAN-CURRENCY   PIC X(03).
      * AD product code - keep in lock step with DATXREC.CPY.
           05  ADOV1-TRAN-PRODUCT    PIC X(03).
      * HD expiry date / RL hold reference - keep in lock step with
      * DATXREC.CPY.
           05  ADOV1-TRAN-HOLD-REF   PIC X(10).
           05  ADOV1-TRAN-HOLD-SPLIT REDEFINES ADOV1-TRAN-HOLD-REF.
               10  ADOV1-TRAN-HOLD-EXPIRY PIC 9(08).
               10  FILLER            PIC X(02).
      * Source system of the merge slot - keep in lock step with
      * DATXREC.CPY.
           05  ADOV1-TRAN-SOURCE-SYS PIC X(08).
       01  ADOV1-TRAN-CONTROL.
           05  ADOV1-NUM1            PIC 9(03).
           05  ADOV1-NUM2            PIC S9(03).
               88  ADOV1-EDIT-BAD-AMOUNT  VALUE '30'.
               88  ADOV1-EDIT-BAD-DATE    VALUE '40'.
               88  ADOV1-EDIT-BAD-CTRACCT VALUE '50'.
               88  ADOV1-EDIT-BAD-CCY     VALUE '60'.
               88  ADOV1-EDIT-CCY-MISMATCH VALUE '70'.
               88  ADOV1-EDIT-BAD-HOLD    VALUE '80'.
               88  ADOV1-EDIT-FAILED      VALUE '10' '20' '30' '40'
                                                '50' '60' '70' '80'.
           05  ADOV1-EDIT-REASON     PIC X(30).
      * Account currency supplied by the caller - keep in lock step
      * with DATXREC.CPY.
           05  ADOV1-EDIT-ACCT-CCY-SW PIC X(01).
               88  ADOV1-EDIT-ACCT-KNOWN  VALUE 'Y'.
           05  ADOV1-EDIT-ACCT-CCY   PIC X(03).
