      *****************************************************************
      * WILLISMCUSTMAST - Customer master record layout, shared by
      * CUSTMAINT (which maintains it), PROGRAM2 and CUSTSTMT (which
      * look up the name of record and the tax standing) and
      * COMMISSN (which credits each account's sales to its rep) so
      * they all stay in sync. Keyed on customer id.
      *****************************************************************
           05 CM-CUS-ID                PIC 9(5).
           05 CM-CUS-NAME              PIC X(25).
      * stamps 'N') - the file is indexed, so the longer record
      * otherwise fails the OPEN with status 39.
           05 CM-TAX-EXEMPT-SW         PIC X(1).
      * The sales rep the account belongs to (WILLISMREPMAST);
      * spaces while the account is unassigned. Added after the tax
      * byte, so a master without it goes through MASTCONV the same
      * way, which leaves every account unassigned.
           05 CM-REP-ID                PIC X(4).
