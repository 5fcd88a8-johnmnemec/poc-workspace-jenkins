           RECORD CONTAINS 80 CHARACTERS.
      * Correction card - the suspended TRANS-ID, a two-letter
      * field code (TY type, AC account, AM amount, DT effective
      * date, CA counter-account, HR hold expiry or released hold)
      * and the new value left-justified.
      * The value must be written exactly as the field is stored -
      * the amount, for example, as its leading sign and eleven
      * digits.
               WHEN 'CA'
                   MOVE WK-FC-VALUE(WK-FC-X)(1:10)
                       TO ADOV1-TRAN-DATA(46:10)
               WHEN 'HR'
                   MOVE WK-FC-VALUE(WK-FC-X)(1:10)
                       TO ADOV1-TRAN-DATA(63:10)
               WHEN OTHER
                   DISPLAY 'DATSFIX: UNKNOWN FIELD CODE '
                       WK-FC-FIELD(WK-FC-X) ' FOR '
