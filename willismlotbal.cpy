      *****************************************************************
      * WILLISMLOTBAL - Lot-level stock balance, keyed product id +
      * lot number, kept under the product-level figure on
      * STOCK-BALANCE.TXT. PROGRAM2 maintains it transaction by
      * transaction ('P' receipts open or add to a lot, sales draw
      * down the lot expiring first, returns go back to the lot
      * they name), INVCOUNT corrects it from a lot count, and
      * LOTEXPIRY reports the lots about to run out of date.
      * A blank lot number holds the product's unlotted stock -
      * whatever was on hand before lots were tracked, and anything
      * sold beyond the lots on file.
      *****************************************************************
           05 LB-KEY.
              10 LB-PROD-ID     PIC X(3).
              10 LB-LOT-NBR     PIC X(10).
      * CCYYMMDD; zero when the expiry is not known (the unlotted
      * stock, or a lot opened by a return).
           05 LB-EXPIRY-DATE    PIC 9(8).
           05 LB-ON-HAND        PIC S9(7).
           05 LB-FIRST-RECV-DATE PIC 9(8).
           05 LB-LAST-MOVE-DATE PIC 9(8).
