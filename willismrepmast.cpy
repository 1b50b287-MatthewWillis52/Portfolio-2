      *****************************************************************
      * WILLISMREPMAST - Sales rep master record layout, shared by
      * CUSTMAINT (which checks a rep id against it before putting
      * it on a customer) and COMMISSN (which pays each rep on the
      * accounts assigned to them). One record per rep: who they
      * are, the commission rate paid on their customers' net
      * sales, and up to ten products paid at a rate of their own.
      * The file is kept by sales administration the same way the
      * vendor master and GL account map are kept. Rates are
      * percentages of net sales value.
      *****************************************************************
           05 SR-REP-ID                PIC X(4).
           05 SR-REP-NAME              PIC X(25).
           05 SR-COMM-PCT              PIC 9(2)V9(2).
      * How many of the override slots below are in use.
           05 SR-OVR-COUNT             PIC 9(2).
           05 SR-OVR-ENTRY OCCURS 10 TIMES.
              10 SR-OVR-PROD-ID        PIC X(3).
              10 SR-OVR-PCT            PIC 9(2)V9(2).
