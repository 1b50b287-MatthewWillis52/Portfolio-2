      *****************************************************************
      * WILLISMCOMSALE - Commissionable sale, shared by PROGRAM2
      * (which appends one record for every sale and return it
      * accepts, run after run, to COMMISSN-SALES.TXT) and COMMISSN
      * (which pays the reps on the records of the period it is
      * run for). Each record carries the period the run posted to
      * and the run number, so a month is every run that posted to
      * it and a run BACKOUT has reversed can be left out.
      *****************************************************************
           05 CT-RUN-NBR        PIC 9(5).
           05 CT-POST-PERIOD    PIC 9(6).
           05 CT-CUS-ID         PIC 9(5).
           05 CT-CUS-NAME       PIC X(25).
           05 CT-PROD-ID        PIC X(3).
      * 'S' sale, 'R' return.
           05 CT-TRANS-TYPE     PIC X(1).
           05 CT-QTY            PIC 9(7).
           05 CT-SALES-VALUE    PIC 9(8)V9(2).
           05 CT-SOURCE-SYS     PIC X(8).
