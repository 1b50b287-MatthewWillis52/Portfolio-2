      *****************************************************************
      * WILLISMUNAPP - Unapplied cash record, shared by CASHRCPT
      * (which holds here any receipt it cannot match to a customer
      * on AR-BALANCE), CASHAPPL (which applies or splits a held
      * receipt to the right customers later) and UNAPPLST (the
      * daily ageing listing of what is still unclaimed).
      *
      * Keyed receipt date + reference + a sequence that only
      * separates two receipts carrying the same reference on the
      * same day, so the file reads back oldest receipt first.
      * UC-OPEN-AMOUNT is what is still unapplied; a receipt applied
      * in full stays on file at zero as the record of where it
      * went. UC-ORIG-CUS-ID is the id exactly as keyed on the
      * receipt, which may not be numeric.
      *****************************************************************
           05 UC-KEY.
              10 UC-RCPT-DATE   PIC 9(8).
              10 UC-REF         PIC X(10).
              10 UC-SEQ         PIC 9(2).
           05 UC-ORIG-CUS-ID    PIC X(5).
           05 UC-ORIG-AMOUNT    PIC 9(8)V9(2).
           05 UC-OPEN-AMOUNT    PIC 9(8)V9(2).
           05 UC-HOLD-REASON    PIC X(30).
           05 UC-HELD-DATE      PIC 9(8).
           05 UC-LAST-APPLY-DATE PIC 9(8).
