      *****************************************************************
      * WILLISMVENDMAST - Vendor master record layout, shared by
      * POGEN (which raises purchase orders against it) and POAGING
      * (which names the vendor on the open-PO aging listing). One
      * record per vendor: who they are, how many days they take to
      * deliver, and the products they supply. The file is kept by
      * purchasing the same way the GL account map and tax-rate
      * control files are kept; a product listed under more than
      * one vendor is ordered from the one with the shortest lead
      * time.
      *****************************************************************
           05 VM-VEND-ID               PIC X(5).
           05 VM-VEND-NAME             PIC X(25).
           05 VM-LEAD-DAYS             PIC 9(3).
      * How many of the product slots below are in use.
           05 VM-PROD-COUNT            PIC 9(2).
           05 VM-PROD-ID               PIC X(3) OCCURS 20 TIMES.
