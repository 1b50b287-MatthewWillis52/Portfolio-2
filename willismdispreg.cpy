      *****************************************************************
      * WILLISMDISPREG - Controlled-substance dispensing register, one
      * record for every accepted sale, return and receipt of a
      * product whose PM-SCHEDULE-CODE is '1' to '5'. PROGRAM2
      * appends it transaction by transaction and nothing ever
      * clears it - it is the per-transaction log the regulators
      * inspect. CSRECON reads it back for the monthly reconciliation.
      * DR-CUS-ID is zero on a 'P' receipt. DR-RUN-BALANCE is the
      * product's on-hand balance just after the movement posted.
      * BACKOUT never deletes from the register: it backs a reversed
      * run's movements out with a copy of each, flagged
      * DR-REVERSAL, carrying the balance as it stood before the
      * movement, which readers net off the movement it copies.
      *****************************************************************
           05 DR-TRANS-DATE     PIC 9(8).
           05 DR-PROD-ID        PIC X(3).
           05 DR-SCHEDULE-CODE  PIC X(1).
           05 DR-CUS-ID         PIC 9(5).
      * 'S' dispensed, 'R' returned, 'P' received into stock.
           05 DR-TRANS-TYPE     PIC X(1).
           05 DR-QTY            PIC 9(7).
           05 DR-RUN-BALANCE    PIC S9(7).
           05 DR-SOURCE-SYS     PIC X(8).
           05 DR-RUN-DATE       PIC 9(8).
           05 DR-REVERSAL-SW    PIC X(1).
              88 DR-REVERSAL    VALUE 'V'.
