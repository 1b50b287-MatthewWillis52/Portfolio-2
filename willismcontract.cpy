      *****************************************************************
      * WILLISMCONTRACT - Customer contract price record layout,
      * shared by CONTMAINT (which maintains it), PROGRAM2 and
      * CUSTSTMT (whose price checks use the contract price in place
      * of the list price while a contract is in force on
      * TRANS-DATE-IN) and CONTEXPIRY (which lists the contracts
      * coming up for renegotiation). Keyed customer id + product
      * id + effective date; the effective date is the day the
      * contract starts. When two contracts for the same customer
      * and product are both in force, the one that started later
      * wins - a renegotiated price does not have to wait for the
      * old contract's end date.
      *****************************************************************
           05 CON-KEY.
              10 CON-CUS-ID     PIC 9(5).
              10 CON-PROD-ID    PIC X(3).
              10 CON-EFF-DATE   PIC 9(8).
      * Last day the contract is in force (CCYYMMDD); zero means it
      * runs until CONTMAINT ends it.
           05 CON-END-DATE      PIC 9(8).
           05 CON-UNIT-PRICE    PIC 9(3)V9(2).
           05 CON-LAST-MAINT-DATE PIC 9(8).
