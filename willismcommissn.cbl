       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMMISSN.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program pays the sales reps their commission for the
      * period, so it is no longer worked out by hand from
      * INVENTORY-OUT.TXT.
      *
      * PROGRAM2 adds every sale and return it accepts to
      * COMMISSN-SALES.TXT, night after night, tagged with the
      * period it posted to and its run number. The period's
      * records are every run that posted to it, less any run
      * BACKOUT has since reversed (RUN-CONTROL.TXT). Each is
      * credited to the rep the customer master puts the account
      * under, at the rep's rate for the product - the product's own
      * rate on the rep master when it has one, otherwise the rep's
      * standard rate. A return claws back the commission its sale
      * earned, at the same rate, so a rep's period can come out
      * below zero; payroll recovers that from the next payment.
      * Sales for an account with no rep, or a rep not on the rep
      * master, earn nothing and are listed for sales admin to
      * assign.
      *
      *
      * INPUT: Commissionable sales "COMMISSN-SALES.TXT" from
      * PROGRAM2 (run, period, customer, product, sales value and
      * 'S'/'R' type of every accepted transaction); records for
      * another period are passed over.
      * Run control "RUN-CONTROL.TXT" (optional) for the runs
      * BACKOUT has reversed, whose records are passed over.
      * Customer master "CUSTOMER-MASTER.TXT" for the rep id.
      * Sales rep master "SALES-REP-MASTER.TXT" for names and rates.
      * Control record "COMMISSN-PARM.TXT" (optional). Which
      * contains: PERIOD (CCYYMM) to pay, the current month when
      * missing.
      *
      *
      * OUTPUT: Commission statements "COMMISSN-STMT.TXT", one page
      * per rep with sales: each customer and rate, its net sales
      * value and commission, and the rep's totals.
      * Payroll summary "COMMISSN-PAYROLL.TXT": one line per rep
      * with commission earned, clawed back and payable, and the
      * total.
      * Exception listing "COMMISSN-EXCEPT.TXT" with the sales that
      * could not be credited to a rep. Return code 8 when there
      * are any.
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COMM-SALES-FILE
           ASSIGN TO 'COMMISSN-SALES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMMSALE-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN TO 'RUN-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO 'CUSTOMER-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-ID
           FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT SALES-REP-MASTER
           ASSIGN TO 'SALES-REP-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPMAST-FILE-STATUS.

           SELECT PARM-FILE
           ASSIGN TO 'COMMISSN-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT STATEMENT-FILE
           ASSIGN TO 'COMMISSN-STMT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-FILE
           ASSIGN TO 'COMMISSN-PAYROLL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMM-EXCEPT-FILE
           ASSIGN TO 'COMMISSN-EXCEPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
      * One record per accepted transaction, as
      * 181-WRITE-COMM-SALE-RTN in PROGRAM2 writes it.
       FD  COMM-SALES-FILE.
       01  COMM-SALES-REC.
       COPY "willismcomsale.cpy".

      * Only whether each run was reversed.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-NBR        PIC 9(5).
           05 RC-RUN-DATE       PIC 9(8).
           05 RC-PARM-START     PIC 9(8).
           05 RC-PARM-END       PIC 9(8).
           05 FILLER            PIC X(99).
           05 RC-REVERSED-SW    PIC X(1).
           05 RC-REVERSED-DATE  PIC 9(8).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
       COPY "willismcustmast.cpy".

       FD  SALES-REP-MASTER.
       01  SALES-REP-MASTER-REC.
       COPY "willismrepmast.cpy".

       FD  PARM-FILE.
       01  PARM-REC.
           05 CMP-PERIOD        PIC 9(6).

       FD  STATEMENT-FILE.
       01  STATEMENT-REC        PIC X(100).

       FD  PAYROLL-FILE.
       01  PAYROLL-REC          PIC X(100).

       FD  COMM-EXCEPT-FILE.
       01  COMM-EXCEPT-REC      PIC X(90).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-COMMSALE-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-COMMSALE-EOF-SW      PIC X(3) VALUE 'NO'.
           05 WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-RUNCTL-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-RUN-REVERSED-SW      PIC X(3) VALUE 'NO'.
           05 WS-CUSTMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-REPMAST-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-REPMAST-EOF-SW       PIC X(3) VALUE 'NO'.
           05 WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
           05 WS-PERIOD               PIC 9(6) VALUE 0.
           05 WS-EXCEPT-REASON        PIC X(30) VALUE SPACES.
           05 WS-LINE-FOUND-SW        PIC X(3) VALUE 'NO'.
           05 WS-CUR-REP-SUB          PIC 9(3) VALUE 0.
           05 WS-CUR-PCT              PIC 9(2)V9(2) VALUE 0.
           05 WS-CUR-SV               PIC 9(8)V9(2) VALUE 0.
           05 WS-PREV-REP-ID          PIC X(4) VALUE SPACES.

      * The runs BACKOUT has reversed, from RUN-CONTROL.TXT.
       01  WS-REV-RUN-AREAS.
           05 WS-REV-RUN-COUNT        PIC 9(3) VALUE 0.
           05 WS-REV-RUN-SUB          PIC 9(3) VALUE 0.
       01  WS-REV-RUN-TABLE.
           05 WS-REV-RUN-NBR OCCURS 500 TIMES PIC 9(5).

      * Reps and their product overrides, loaded from the rep
      * master the way POGEN loads its vendors, with the period's
      * totals carried alongside for the payroll summary.
       01  WS-REP-AREAS.
           05 WS-REP-COUNT            PIC 9(3) VALUE 0.
           05 WS-REP-SUB              PIC 9(3) VALUE 0.
           05 WS-OVR-SUB              PIC 9(2) VALUE 0.
       01  WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 200 TIMES.
              10 WS-REP-ID            PIC X(4).
              10 WS-REP-NAME          PIC X(25).
              10 WS-REP-PCT           PIC 9(2)V9(2).
              10 WS-REP-OVR-COUNT     PIC 9(2).
              10 WS-REP-OVR OCCURS 10 TIMES.
                 15 WS-REP-OVR-PROD-ID PIC X(3).
                 15 WS-REP-OVR-PCT    PIC 9(2)V9(2).
              10 WS-REP-NET-SV        PIC S9(10)V9(2).
              10 WS-REP-EARNED        PIC S9(8)V9(2).
              10 WS-REP-CLAWBACK      PIC S9(8)V9(2).

      * One entry per rep, customer and rate, gathered from the
      * extract and sorted so each rep's lines print together.
       01  WS-COMM-AREAS.
           05 WS-COMM-COUNT           PIC 9(4) VALUE 0.
       01  WS-COMM-TABLE.
           05 WS-COMM-ENTRY OCCURS 1 TO 5000 TIMES
              DEPENDING ON WS-COMM-COUNT
              ASCENDING KEY IS WS-CL-REP-ID WS-CL-CUS-ID WS-CL-PCT
              INDEXED BY WS-COMM-IDX.
              10 WS-CL-REP-ID         PIC X(4).
              10 WS-CL-CUS-ID         PIC 9(5).
              10 WS-CL-PCT            PIC 9(2)V9(2).
              10 WS-CL-REP-SUB        PIC 9(3).
              10 WS-CL-CUS-NAME       PIC X(25).
              10 WS-CL-SALES-SV       PIC 9(10)V9(2).
              10 WS-CL-RET-SV         PIC 9(10)V9(2).

       01  WS-CALC-AREAS.
           05 WS-LINE-NET-SV          PIC S9(10)V9(2) VALUE 0.
           05 WS-LINE-EARNED          PIC S9(8)V9(2) VALUE 0.
           05 WS-LINE-CLAWBACK        PIC S9(8)V9(2) VALUE 0.
           05 WS-LINE-COMM            PIC S9(8)V9(2) VALUE 0.
           05 WS-REP-PAYABLE          PIC S9(8)V9(2) VALUE 0.
           05 WS-TOT-NET-SV           PIC S9(11)V9(2) VALUE 0.
           05 WS-TOT-EARNED           PIC S9(9)V9(2) VALUE 0.
           05 WS-TOT-CLAWBACK         PIC S9(9)V9(2) VALUE 0.
           05 WS-TOT-PAYABLE          PIC S9(9)V9(2) VALUE 0.

       01  WS-COMM-COUNTS.
           05 WS-COMMSALE-READ-COUNT  PIC 9(7) VALUE 0.
           05 WS-OTHER-PERIOD-COUNT   PIC 9(7) VALUE 0.
           05 WS-REVERSED-SKIP-COUNT  PIC 9(7) VALUE 0.
           05 WS-CREDITED-COUNT       PIC 9(5) VALUE 0.
           05 WS-EXCEPT-COUNT         PIC 9(5) VALUE 0.
           05 WS-STMT-COUNT           PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  STMT-HEADING-LINE1.
           05 FILLER           PIC X(25) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
              'SALES COMMISSION STATEMENT    '.
           05 FILLER           PIC X(7) VALUE 'PERIOD '.
           05 SH1-PERIOD       PIC 9(6).

       01  STMT-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'REP: '.
           05 SH2-REP-ID       PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SH2-REP-NAME     PIC X(25).
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'PRINTED  '.
           05 SH2-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 SH2-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 SH2-YEAR         PIC X(4).

       01  STMT-HEADING-LINE3.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'CUST '.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE 'CUSTOMER NAME'.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'NET SALES'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'RATE %'.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'COMMISSION'.

       01  STMT-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 SDL-CUS-ID       PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SDL-CUS-NAME     PIC X(25).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SDL-NET-SV       PIC -(9)9.99.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 SDL-PCT          PIC Z9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 SDL-COMM         PIC -(8)9.99.

       01  STMT-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 STL-LABEL        PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 STL-NET-SV       PIC -(9)9.99 BLANK WHEN ZERO.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 STL-COMM         PIC -(8)9.99.

       01  PAY-HEADING-LINE1.
           05 FILLER           PIC X(25) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
              'COMMISSION PAYROLL SUMMARY    '.
           05 FILLER           PIC X(7) VALUE 'PERIOD '.
           05 PH1-PERIOD       PIC 9(6).

       01  PAY-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'REP '.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE 'REP NAME'.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'NET SALES'.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'EARNED'.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'CLAWBACK '.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'PAYABLE'.

       01  PAY-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-REP-ID       PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PDL-REP-NAME     PIC X(25).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-NET-SV       PIC -(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-EARNED       PIC -(7)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-CLAWBACK     PIC -(7)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-PAYABLE      PIC -(7)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-MARK         PIC X(8).

       01  COMM-EXCEPT-LINE.
           05 CEL-CUS-ID       PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CEL-CUS-NAME     PIC X(25).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CEL-PROD-ID      PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CEL-TYPE         PIC X(1).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CEL-SALES-VALUE  PIC Z(6)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CEL-REASON       PIC X(30).

       01  COMM-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 CTL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CTL-COUNT        PIC Z(6)9.

       01  COMM-BLANK-LINE.
           05 FILLER           PIC X(100) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-LOAD-REPS-RTN
           PERFORM 140-READ-SALES-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT COMM-SALES-FILE
           IF WS-COMMSALE-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMMISSN ABEND: CANNOT OPEN '
                   'COMMISSN-SALES.TXT STATUS ' WS-COMMSALE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMMISSN ABEND: CANNOT OPEN '
                   'CUSTOMER-MASTER.TXT STATUS ' WS-CUSTMAST-FILE-STATUS
               IF WS-CUSTMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY '  RECORD LAYOUT MISMATCH - THE MASTER '
                       'IS ON AN OLD LAYOUT. RUN MASTCONV FIRST'
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALES-REP-MASTER
           IF WS-REPMAST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMMISSN ABEND: CANNOT OPEN '
                   'SALES-REP-MASTER.TXT STATUS ' WS-REPMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 121-READ-PARM-RTN
           PERFORM 122-LOAD-REVERSED-RTN
           MOVE WS-PERIOD TO SH1-PERIOD
           MOVE WS-PERIOD TO PH1-PERIOD
           MOVE WS-CURRENT-MONTH TO SH2-MONTH
           MOVE WS-CURRENT-DAY TO SH2-DAY
           MOVE WS-CURRENT-YEAR TO SH2-YEAR
           OPEN OUTPUT STATEMENT-FILE
                       PAYROLL-FILE
                       COMM-EXCEPT-FILE
           .

       121-READ-PARM-RTN.
           COMPUTE WS-PERIOD = WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS IS EQUAL TO '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CMP-PERIOD IS NUMERIC AND
                          CMP-PERIOD IS GREATER THAN 0
                           MOVE CMP-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'COMMISSN: COMMISSION PERIOD ' WS-PERIOD
           .

      * A reversed run's sales were taken back off the books, so
      * they earn nothing. Past the table's end a run is paid, and
      * the note says which.
       122-LOAD-REVERSED-RTN.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL WS-RUNCTL-EOF-SW IS EQUAL TO 'YES'
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'YES' TO WS-RUNCTL-EOF-SW
                       NOT AT END
                           IF RC-REVERSED-SW IS EQUAL TO 'Y'
                               IF WS-REV-RUN-COUNT IS LESS THAN 500
                                   ADD 1 TO WS-REV-RUN-COUNT
                                   MOVE RC-RUN-NBR TO
                                       WS-REV-RUN-NBR(WS-REV-RUN-COUNT)
                               ELSE
                                   DISPLAY 'NOTE: REVERSED RUN TABLE '
                                       'FULL - RUN ' RC-RUN-NBR
                                       ' NOT PASSED OVER'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           .

       130-LOAD-REPS-RTN.
           PERFORM UNTIL WS-REPMAST-EOF-SW IS EQUAL TO 'YES'
               READ SALES-REP-MASTER
                   AT END
                       MOVE 'YES' TO WS-REPMAST-EOF-SW
                   NOT AT END
                       PERFORM 131-HOLD-REP-RTN
               END-READ
           END-PERFORM
           CLOSE SALES-REP-MASTER
           .

      * A rate that is not numeric is taken as zero, so the rep's
      * statement shows the sales and sales admin can see why.
       131-HOLD-REP-RTN.
           IF WS-REP-COUNT IS LESS THAN 200
               ADD 1 TO WS-REP-COUNT
               MOVE SR-REP-ID TO WS-REP-ID(WS-REP-COUNT)
               MOVE SR-REP-NAME TO WS-REP-NAME(WS-REP-COUNT)
               IF SR-COMM-PCT IS NUMERIC
                   MOVE SR-COMM-PCT TO WS-REP-PCT(WS-REP-COUNT)
               ELSE
                   MOVE 0 TO WS-REP-PCT(WS-REP-COUNT)
               END-IF
               MOVE 0 TO WS-REP-OVR-COUNT(WS-REP-COUNT)
               MOVE 0 TO WS-REP-NET-SV(WS-REP-COUNT)
               MOVE 0 TO WS-REP-EARNED(WS-REP-COUNT)
               MOVE 0 TO WS-REP-CLAWBACK(WS-REP-COUNT)
               IF SR-OVR-COUNT IS NUMERIC
                   PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
                           UNTIL WS-OVR-SUB > SR-OVR-COUNT
                              OR WS-OVR-SUB > 10
                       IF SR-OVR-PROD-ID(WS-OVR-SUB) IS NOT EQUAL TO
                               SPACES AND
                          SR-OVR-PCT(WS-OVR-SUB) IS NUMERIC
                           ADD 1 TO WS-REP-OVR-COUNT(WS-REP-COUNT)
                           MOVE SR-OVR-PROD-ID(WS-OVR-SUB)
                               TO WS-REP-OVR-PROD-ID(WS-REP-COUNT,
                                  WS-REP-OVR-COUNT(WS-REP-COUNT))
                           MOVE SR-OVR-PCT(WS-OVR-SUB)
                               TO WS-REP-OVR-PCT(WS-REP-COUNT,
                                  WS-REP-OVR-COUNT(WS-REP-COUNT))
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               DISPLAY 'NOTE: REP TABLE FULL - REP '
                   SR-REP-ID ' NOT LOADED'
           END-IF
           .

      * Only the period being paid, and only runs still standing.
       140-READ-SALES-RTN.
           PERFORM UNTIL WS-COMMSALE-EOF-SW IS EQUAL TO 'YES'
               READ COMM-SALES-FILE
                   AT END
                       MOVE 'YES' TO WS-COMMSALE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-COMMSALE-READ-COUNT
                       IF CT-POST-PERIOD IS NOT EQUAL TO WS-PERIOD
                           ADD 1 TO WS-OTHER-PERIOD-COUNT
                       ELSE
                           PERFORM 145-CHECK-REVERSED-RTN
                           IF WS-RUN-REVERSED-SW IS EQUAL TO 'YES'
                               ADD 1 TO WS-REVERSED-SKIP-COUNT
                           ELSE
                               PERFORM 200-CREDIT-TRANS-RTN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       145-CHECK-REVERSED-RTN.
           MOVE 'NO' TO WS-RUN-REVERSED-SW
           PERFORM VARYING WS-REV-RUN-SUB FROM 1 BY 1
                   UNTIL WS-REV-RUN-SUB > WS-REV-RUN-COUNT
                      OR WS-RUN-REVERSED-SW IS EQUAL TO 'YES'
               IF WS-REV-RUN-NBR(WS-REV-RUN-SUB) IS EQUAL TO
                       CT-RUN-NBR
                   MOVE 'YES' TO WS-RUN-REVERSED-SW
               END-IF
           END-PERFORM
           .

      * Finds the account's rep and the rate for the product, then
      * adds the value to that rep, customer and rate's line.
       200-CREDIT-TRANS-RTN.
           MOVE SPACES TO WS-EXCEPT-REASON
           MOVE 0 TO WS-CUR-REP-SUB
           MOVE 0 TO WS-CUR-SV
           IF CT-CUS-ID IS NOT NUMERIC
               MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-EXCEPT-REASON
           ELSE IF CT-SALES-VALUE IS NOT NUMERIC
               MOVE 'SALES VALUE NOT NUMERIC' TO WS-EXCEPT-REASON
           ELSE
               MOVE CT-SALES-VALUE TO WS-CUR-SV
               MOVE CT-CUS-ID TO CM-CUS-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON MASTER'
                           TO WS-EXCEPT-REASON
                   NOT INVALID KEY
                       PERFORM 210-FIND-REP-RTN
               END-READ
           END-IF
           END-IF
           IF WS-EXCEPT-REASON IS NOT EQUAL TO SPACES
               PERFORM 260-EXCEPTION-RTN
           ELSE
               PERFORM 220-FIND-RATE-RTN
               PERFORM 230-ADD-TO-LINE-RTN
           END-IF
           .

       210-FIND-REP-RTN.
           IF CM-REP-ID IS EQUAL TO SPACES
               MOVE 'ACCOUNT HAS NO REP' TO WS-EXCEPT-REASON
           ELSE
               PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                       UNTIL WS-REP-SUB > WS-REP-COUNT
                          OR WS-CUR-REP-SUB IS GREATER THAN 0
                   IF WS-REP-ID(WS-REP-SUB) IS EQUAL TO CM-REP-ID
                       MOVE WS-REP-SUB TO WS-CUR-REP-SUB
                   END-IF
               END-PERFORM
               IF WS-CUR-REP-SUB IS EQUAL TO 0
                   MOVE 'REP NOT ON THE REP MASTER' TO WS-EXCEPT-REASON
               END-IF
           END-IF
           .

       220-FIND-RATE-RTN.
           MOVE WS-REP-PCT(WS-CUR-REP-SUB) TO WS-CUR-PCT
           PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB >
                         WS-REP-OVR-COUNT(WS-CUR-REP-SUB)
               IF WS-REP-OVR-PROD-ID(WS-CUR-REP-SUB, WS-OVR-SUB)
                       IS EQUAL TO CT-PROD-ID
                   MOVE WS-REP-OVR-PCT(WS-CUR-REP-SUB, WS-OVR-SUB)
                       TO WS-CUR-PCT
               END-IF
           END-PERFORM
           .

       230-ADD-TO-LINE-RTN.
           MOVE 'NO' TO WS-LINE-FOUND-SW
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                   UNTIL WS-COMM-IDX > WS-COMM-COUNT
                      OR WS-LINE-FOUND-SW IS EQUAL TO 'YES'
               IF WS-CL-REP-ID(WS-COMM-IDX) IS EQUAL TO CM-REP-ID AND
                  WS-CL-CUS-ID(WS-COMM-IDX) IS EQUAL TO CM-CUS-ID AND
                  WS-CL-PCT(WS-COMM-IDX) IS EQUAL TO WS-CUR-PCT
                   MOVE 'YES' TO WS-LINE-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-LINE-FOUND-SW IS EQUAL TO 'YES'
               SET WS-COMM-IDX DOWN BY 1
           ELSE IF WS-COMM-COUNT IS LESS THAN 5000
               ADD 1 TO WS-COMM-COUNT
               SET WS-COMM-IDX TO WS-COMM-COUNT
               MOVE CM-REP-ID TO WS-CL-REP-ID(WS-COMM-IDX)
               MOVE CM-CUS-ID TO WS-CL-CUS-ID(WS-COMM-IDX)
               MOVE WS-CUR-PCT TO WS-CL-PCT(WS-COMM-IDX)
               MOVE WS-CUR-REP-SUB TO WS-CL-REP-SUB(WS-COMM-IDX)
               MOVE CM-CUS-NAME TO WS-CL-CUS-NAME(WS-COMM-IDX)
               MOVE 0 TO WS-CL-SALES-SV(WS-COMM-IDX)
               MOVE 0 TO WS-CL-RET-SV(WS-COMM-IDX)
               MOVE 'YES' TO WS-LINE-FOUND-SW
           ELSE
               MOVE 'COMMISSION TABLE FULL' TO WS-EXCEPT-REASON
               PERFORM 260-EXCEPTION-RTN
           END-IF
           END-IF
           IF WS-LINE-FOUND-SW IS EQUAL TO 'YES'
               IF CT-TRANS-TYPE IS EQUAL TO 'R'
                   ADD WS-CUR-SV TO WS-CL-RET-SV(WS-COMM-IDX)
               ELSE
                   ADD WS-CUR-SV TO WS-CL-SALES-SV(WS-COMM-IDX)
               END-IF
               ADD 1 TO WS-CREDITED-COUNT
           END-IF
           .

       260-EXCEPTION-RTN.
           MOVE CT-CUS-ID TO CEL-CUS-ID
           MOVE CT-CUS-NAME TO CEL-CUS-NAME
           MOVE CT-PROD-ID TO CEL-PROD-ID
           MOVE CT-TRANS-TYPE TO CEL-TYPE
           MOVE WS-CUR-SV TO CEL-SALES-VALUE
           MOVE WS-EXCEPT-REASON TO CEL-REASON
           MOVE COMM-EXCEPT-LINE TO COMM-EXCEPT-REC
           WRITE COMM-EXCEPT-REC
           ADD 1 TO WS-EXCEPT-COUNT
           .

       300-END-ROUTINE.
           IF WS-COMM-COUNT IS GREATER THAN 1
               SORT WS-COMM-ENTRY ON ASCENDING KEY WS-CL-REP-ID
                                                    WS-CL-CUS-ID
                                                    WS-CL-PCT
           END-IF
           PERFORM 310-PRINT-STATEMENTS-RTN
           PERFORM 320-PAYROLL-SUMMARY-RTN
           MOVE COMM-BLANK-LINE TO COMM-EXCEPT-REC
           WRITE COMM-EXCEPT-REC
           MOVE 'SALES NOT CREDITED TO A REP' TO CTL-LABEL
           MOVE WS-EXCEPT-COUNT TO CTL-COUNT
           MOVE COMM-TOTAL-LINE TO COMM-EXCEPT-REC
           WRITE COMM-EXCEPT-REC
           MOVE 'PASSED OVER - OTHER PERIOD' TO CTL-LABEL
           MOVE WS-OTHER-PERIOD-COUNT TO CTL-COUNT
           MOVE COMM-TOTAL-LINE TO COMM-EXCEPT-REC
           WRITE COMM-EXCEPT-REC
           MOVE 'PASSED OVER - RUN REVERSED' TO CTL-LABEL
           MOVE WS-REVERSED-SKIP-COUNT TO CTL-COUNT
           MOVE COMM-TOTAL-LINE TO COMM-EXCEPT-REC
           WRITE COMM-EXCEPT-REC
           CLOSE COMM-SALES-FILE
                 CUSTOMER-MASTER
                 STATEMENT-FILE
                 PAYROLL-FILE
                 COMM-EXCEPT-FILE
           DISPLAY 'COMMISSN SALES RECORDS     ' WS-COMMSALE-READ-COUNT
           DISPLAY 'COMMISSN OTHER PERIODS     ' WS-OTHER-PERIOD-COUNT
           DISPLAY 'COMMISSN REVERSED RUNS     ' WS-REVERSED-SKIP-COUNT
           DISPLAY 'COMMISSN CREDITED TO REPS  ' WS-CREDITED-COUNT
           DISPLAY 'COMMISSN NOT CREDITED      ' WS-EXCEPT-COUNT
           DISPLAY 'COMMISSN STATEMENTS        ' WS-STMT-COUNT
           IF WS-EXCEPT-COUNT IS GREATER THAN 0
               DISPLAY 'WARNING: SALES WITH NO REP - SEE '
                   'COMMISSN-EXCEPT.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * One page per rep. Commission is worked on each line's sales
      * and returns separately, so the clawback shows on its own.
       310-PRINT-STATEMENTS-RTN.
           MOVE SPACES TO WS-PREV-REP-ID
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                   UNTIL WS-COMM-IDX > WS-COMM-COUNT
               IF WS-CL-REP-ID(WS-COMM-IDX) IS NOT EQUAL TO
                       WS-PREV-REP-ID
                   IF WS-PREV-REP-ID IS NOT EQUAL TO SPACES
                       PERFORM 318-STATEMENT-TOTAL-RTN
                   END-IF
                   MOVE WS-CL-REP-ID(WS-COMM-IDX) TO WS-PREV-REP-ID
                   MOVE WS-CL-REP-SUB(WS-COMM-IDX) TO WS-CUR-REP-SUB
                   PERFORM 315-STATEMENT-HEADING-RTN
               END-IF
               PERFORM 316-STATEMENT-LINE-RTN
           END-PERFORM
           IF WS-PREV-REP-ID IS NOT EQUAL TO SPACES
               PERFORM 318-STATEMENT-TOTAL-RTN
           END-IF
           .

       315-STATEMENT-HEADING-RTN.
           MOVE WS-REP-ID(WS-CUR-REP-SUB) TO SH2-REP-ID
           MOVE WS-REP-NAME(WS-CUR-REP-SUB) TO SH2-REP-NAME
           MOVE STMT-HEADING-LINE1 TO STATEMENT-REC
           WRITE STATEMENT-REC AFTER ADVANCING PAGE
           MOVE COMM-BLANK-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE STMT-HEADING-LINE2 TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE COMM-BLANK-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE STMT-HEADING-LINE3 TO STATEMENT-REC
           WRITE STATEMENT-REC
           ADD 1 TO WS-STMT-COUNT
           .

       316-STATEMENT-LINE-RTN.
           COMPUTE WS-LINE-NET-SV =
                   WS-CL-SALES-SV(WS-COMM-IDX) -
                   WS-CL-RET-SV(WS-COMM-IDX)
           COMPUTE WS-LINE-EARNED ROUNDED =
                   WS-CL-SALES-SV(WS-COMM-IDX) *
                   WS-CL-PCT(WS-COMM-IDX) / 100
           COMPUTE WS-LINE-CLAWBACK ROUNDED =
                   WS-CL-RET-SV(WS-COMM-IDX) *
                   WS-CL-PCT(WS-COMM-IDX) / 100
           COMPUTE WS-LINE-COMM = WS-LINE-EARNED - WS-LINE-CLAWBACK
           ADD WS-LINE-NET-SV TO WS-REP-NET-SV(WS-CUR-REP-SUB)
           ADD WS-LINE-EARNED TO WS-REP-EARNED(WS-CUR-REP-SUB)
           ADD WS-LINE-CLAWBACK TO WS-REP-CLAWBACK(WS-CUR-REP-SUB)
           MOVE WS-CL-CUS-ID(WS-COMM-IDX) TO SDL-CUS-ID
           MOVE WS-CL-CUS-NAME(WS-COMM-IDX) TO SDL-CUS-NAME
           MOVE WS-LINE-NET-SV TO SDL-NET-SV
           MOVE WS-CL-PCT(WS-COMM-IDX) TO SDL-PCT
           MOVE WS-LINE-COMM TO SDL-COMM
           MOVE STMT-DETAIL-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .

       318-STATEMENT-TOTAL-RTN.
           MOVE COMM-BLANK-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE 'COMMISSION EARNED ON SALES' TO STL-LABEL
           MOVE 0 TO STL-NET-SV
           MOVE WS-REP-EARNED(WS-CUR-REP-SUB) TO STL-COMM
           MOVE STMT-TOTAL-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE 'LESS CLAWED BACK ON RETURNS' TO STL-LABEL
           MOVE WS-REP-CLAWBACK(WS-CUR-REP-SUB) TO STL-COMM
           MOVE STMT-TOTAL-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE 'TOTAL - NET SALES / PAYABLE' TO STL-LABEL
           MOVE WS-REP-NET-SV(WS-CUR-REP-SUB) TO STL-NET-SV
           COMPUTE STL-COMM = WS-REP-EARNED(WS-CUR-REP-SUB) -
                              WS-REP-CLAWBACK(WS-CUR-REP-SUB)
           MOVE STMT-TOTAL-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           .

      * Every rep on the master, with or without sales this period,
      * so payroll sees the whole list. A period below zero is
      * marked for recovery.
       320-PAYROLL-SUMMARY-RTN.
           MOVE PAY-HEADING-LINE1 TO PAYROLL-REC
           WRITE PAYROLL-REC
           MOVE COMM-BLANK-LINE TO PAYROLL-REC
           WRITE PAYROLL-REC
           MOVE PAY-HEADING-LINE2 TO PAYROLL-REC
           WRITE PAYROLL-REC
           MOVE COMM-BLANK-LINE TO PAYROLL-REC
           WRITE PAYROLL-REC
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
               COMPUTE WS-REP-PAYABLE = WS-REP-EARNED(WS-REP-SUB) -
                                        WS-REP-CLAWBACK(WS-REP-SUB)
               ADD WS-REP-NET-SV(WS-REP-SUB) TO WS-TOT-NET-SV
               ADD WS-REP-EARNED(WS-REP-SUB) TO WS-TOT-EARNED
               ADD WS-REP-CLAWBACK(WS-REP-SUB) TO WS-TOT-CLAWBACK
               ADD WS-REP-PAYABLE TO WS-TOT-PAYABLE
               MOVE WS-REP-ID(WS-REP-SUB) TO PDL-REP-ID
               MOVE WS-REP-NAME(WS-REP-SUB) TO PDL-REP-NAME
               MOVE WS-REP-NET-SV(WS-REP-SUB) TO PDL-NET-SV
               MOVE WS-REP-EARNED(WS-REP-SUB) TO PDL-EARNED
               MOVE WS-REP-CLAWBACK(WS-REP-SUB) TO PDL-CLAWBACK
               MOVE WS-REP-PAYABLE TO PDL-PAYABLE
               IF WS-REP-PAYABLE IS LESS THAN 0
                   MOVE 'RECOVER' TO PDL-MARK
               ELSE
                   MOVE SPACES TO PDL-MARK
               END-IF
               MOVE PAY-DETAIL-LINE TO PAYROLL-REC
               WRITE PAYROLL-REC
           END-PERFORM
           MOVE COMM-BLANK-LINE TO PAYROLL-REC
           WRITE PAYROLL-REC
           MOVE SPACES TO PDL-REP-ID
           MOVE 'TOTAL ALL REPS' TO PDL-REP-NAME
           MOVE WS-TOT-NET-SV TO PDL-NET-SV
           MOVE WS-TOT-EARNED TO PDL-EARNED
           MOVE WS-TOT-CLAWBACK TO PDL-CLAWBACK
           MOVE WS-TOT-PAYABLE TO PDL-PAYABLE
           MOVE SPACES TO PDL-MARK
           MOVE PAY-DETAIL-LINE TO PAYROLL-REC
           WRITE PAYROLL-REC
           .
