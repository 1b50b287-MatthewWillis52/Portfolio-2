      * TRANS-DATE-IN: CCYYMMDD, the date the transaction happened,
      * used by 200-PROCESS-RTN to filter the run to a date range.
           05 TRANS-DATE-IN    PIC 9(8).
      * LOT-NBR-IN / LOT-EXPIRY-IN: on a 'P' receipt, the lot the
      * goods arrived under and its expiry date (CCYYMMDD); on an
      * 'R' return, the lot the stock goes back to. A sale names no
      * lot - PROGRAM2 draws it from the lot that expires first.
      * Blank on a feed built before lots were tracked, which posts
      * against the product's unlotted stock.
           05 LOT-NBR-IN       PIC X(10).
           05 LOT-EXPIRY-IN    PIC 9(8).
