      * Common fields used across the DATBATCH/DATDEMO/DEMOSUB call
      * chain, so a field added for one program's processing is
      * visible and consistently named everywhere else in the chain
      * instead of every program inventing its own layout. The
      * TRANS-ID series (numeric, 8, 9 and I) are set out at
      * ADOV1-TRAN-ID below.
       01  ADOV1-TRAN-RECORD.
           05  ADOV1-TRAN-DATA       PIC X(80) VALUE LOW-VALUE.
       01  ADOV1-TRAN-FIELDS REDEFINES ADOV1-TRAN-RECORD.
      * actually carries. The amount sign is a separate leading
      * character so the extract stays printable and hand-fixable.
       01  ADOV1-TRAN-BUS REDEFINES ADOV1-TRAN-RECORD.
      * TRANS-ID series - a region's IDs are numeric. Two numeric
      * series are reserved to the generating steps: 8 is DATDORM's
      * dormancy freezes, 9 is DATSORD's standing-order transfers
      * (see ADOV1-TRAN-SOURCE-SYS). The month-end close's IN
      * postings on the history are the I series - an I, the period
      * as YYMM and a five-digit sequence for the close - which no
      * extract can carry and which never repeats across periods.
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
      * IN is the interest capitalization the month-end close writes
      * to the history itself - it never arrives on an extract, so
      * it is deliberately left out of ADOV1-TYPE-VALID.
               88  ADOV1-TYPE-INTEREST VALUE 'IN'.
           05  ADOV1-TRAN-ACCT       PIC 9(10).
           05  ADOV1-TRAN-AMOUNT     PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      * the CH overdraft rule honors it from then on.
           05  ADOV1-TRAN-OD-SW      PIC X(01).
               88  ADOV1-TRAN-OD-ALLOWED VALUE 'Y'.
      * The currency the amount is in - carved from the spare bytes.
      * Spaces are the base currency, which every extract sent before
      * currencies were carried is in. The account's own currency
      * must match (DEMOSUB rules on that when the caller knows it).
           05  ADOV1-TRAN-CURRENCY   PIC X(03).
      * AD transactions name the product the account opens under -
      * DATBATCH copies it onto the master, where its PRODTBL entry
      * rules the account's postings. Every other type leaves it as
      * spaces.
           05  ADOV1-TRAN-PRODUCT    PIC X(03).
      * Memo holds - HD carries the date the hold lapses in the first
      * eight bytes here, RL carries the TRANS-ID of the HD it lets
      * go. Every other type leaves it as spaces.
           05  ADOV1-TRAN-HOLD-REF   PIC X(10).
           05  ADOV1-TRAN-HOLD-SPLIT REDEFINES ADOV1-TRAN-HOLD-REF.
               10  ADOV1-TRAN-HOLD-EXPIRY PIC 9(08).
               10  FILLER            PIC X(02).
      * The source system REGNCTL configures for the DATMERGE input
      * slot the record came in through - DATMERGE stamps it on every
      * record it merges, over whatever the sender left here. What a
      * sender writes, on its records or its own header, never
      * reaches this field; only the operations-owned slot
      * configuration does. DATEDIT holds the reserved TRANS-ID
      * series to it: the 8 series must come from the slot
      * configured as DATDORM, the 9 series from DATSORD's.
           05  ADOV1-TRAN-SOURCE-SYS PIC X(08).
       01  ADOV1-TRAN-CONTROL.
           05  ADOV1-NUM1            PIC 9(03)  VALUE 0.
           05  ADOV1-NUM2            PIC S9(03) VALUE -1.
               88  ADOV1-EDIT-BAD-AMOUNT  VALUE '30'.
               88  ADOV1-EDIT-BAD-DATE    VALUE '40'.
               88  ADOV1-EDIT-BAD-CTRACCT VALUE '50'.
               88  ADOV1-EDIT-BAD-CCY     VALUE '60'.
               88  ADOV1-EDIT-CCY-MISMATCH VALUE '70'.
               88  ADOV1-EDIT-BAD-HOLD    VALUE '80'.
               88  ADOV1-EDIT-FAILED      VALUE '10' '20' '30' '40'
                                                '50' '60' '70' '80'.
           05  ADOV1-EDIT-REASON     PIC X(30)  VALUE SPACES.
      * A caller that has the account master in hand sets the switch
      * and passes the account's currency here, and the transaction's
      * currency is held to it. Callers that only edit the record
      * itself leave the switch 'N'.
           05  ADOV1-EDIT-ACCT-CCY-SW PIC X(01) VALUE 'N'.
               88  ADOV1-EDIT-ACCT-KNOWN  VALUE 'Y'.
           05  ADOV1-EDIT-ACCT-CCY   PIC X(03)  VALUE SPACES.
