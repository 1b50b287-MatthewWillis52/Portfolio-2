      *****************************************************************
      * WILLISMOPENPO - Open purchase order line, keyed PO number +
      * line number, shared by POGEN (which raises the lines from
      * the reorder position), PROGRAM2 (whose 'P' stock receipts
      * are matched back against them) and POAGING (which lists the
      * lines still outstanding). A line stays on file once it
      * closes so the receiving history can be traced; the status
      * byte says where it stands.
      *****************************************************************
           05 OP-KEY.
              10 OP-PO-NBR      PIC 9(6).
              10 OP-LINE-NBR    PIC 9(3).
           05 OP-VEND-ID        PIC X(5).
           05 OP-PROD-ID        PIC X(3).
           05 OP-PROD-NAME      PIC X(14).
           05 OP-ORDER-QTY      PIC 9(7).
           05 OP-RECV-QTY       PIC 9(7).
           05 OP-UNIT-COST      PIC 9(3)V9(2).
           05 OP-ORDER-DATE     PIC 9(8).
           05 OP-DUE-DATE       PIC 9(8).
           05 OP-LAST-RECV-DATE PIC 9(8).
      * 'O' open - nothing received yet, 'P' partly received,
      * 'C' closed - received in full.
           05 OP-STATUS         PIC X(1).
              88 OP-LINE-OPEN   VALUE 'O' 'P'.
              88 OP-LINE-CLOSED VALUE 'C'.
