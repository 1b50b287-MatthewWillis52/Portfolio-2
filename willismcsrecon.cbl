       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSRECON.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * Monthly reconciliation of every controlled-substance product
      * the regulators hold us to account for. For each product it
      * takes the opening balance, adds what the dispensing register
      * shows received and returned in the month, takes off what it
      * shows dispensed, and sets the answer against the physical
      * count keyed into INVCOUNT. Every product prints with its
      * components; one whose count does not agree, or that was
      * never counted, is marked, and the report closes with a
      * sign-off block for the pharmacist in charge.
      *
      * The opening balance is the closing figure this program
      * carried forward from the previous month. A product seen for
      * the first time opens at the running balance on its last
      * register record before the month, or zero. The closing
      * figure carried forward is the physical count (the book
      * figure when there was no count), so a discrepancy signed off
      * this month does not roll into the next. Rerunning a month
      * reuses that month's own opening figure, so a corrected count
      * file can simply be run again.
      *
      * A run BACKOUT reversed stays on the register, followed by a
      * flagged reversing copy of each of its movements dated the
      * same day; the copy takes its quantity back off the same
      * component, and its running balance is the balance the
      * backout left.
      *
      * A product taken off the schedule part way through the month
      * still reconciles for that month if the register holds
      * movements for it.
      *
      *
      * INPUT: Control record "CSRECON-PARM.TXT". Which contains:
      * PERIOD (CCYYMM, the month being reconciled).
      * Dispensing register "CS-DISPENSING-REG.TXT" from PROGRAM2.
      * Physical counts "INVCOUNT-TRANS.TXT", the same file INVCOUNT
      * posts: a whole-product count stands for the product, else
      * its lot counts are added together; counts dated before the
      * month are ignored as left over from an earlier count.
      * Product master "PRODUCT-MASTER.TXT" for the schedule code
      * and name.
      *
      *
      * OUTPUT: Reconciliation report "CSRECON-REPORT.TXT".
      * Carry-forward file "CS-RECON-BAL.TXT", keyed product id,
      * updated in place with the month's opening and closing.
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PARM-FILE
           ASSIGN TO 'CSRECON-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT DISP-REGISTER-FILE
           ASSIGN TO 'CS-DISPENSING-REG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPREG-FILE-STATUS.

           SELECT COUNT-TRANS-FILE
           ASSIGN TO 'INVCOUNT-TRANS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT PRODUCT-MASTER
           ASSIGN TO 'PRODUCT-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PROD-ID
           FILE STATUS IS WS-PRODMAST-FILE-STATUS.

           SELECT RECON-BAL-FILE
           ASSIGN TO 'CS-RECON-BAL.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRB-PROD-ID
           FILE STATUS IS WS-RECONBAL-FILE-STATUS.

           SELECT RECON-REPORT-FILE
           ASSIGN TO 'CSRECON-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 CRP-PERIOD        PIC 9(6).

       FD  DISP-REGISTER-FILE.
       01  DISP-REGISTER-REC.
       COPY "willismdispreg.cpy".

      * Same record INVCOUNT reads.
       FD  COUNT-TRANS-FILE.
       01  COUNT-TRANS-REC.
           05 IC-PROD-ID       PIC X(3).
           05 IC-COUNT-QTY     PIC 9(7).
           05 IC-COUNT-DATE    PIC 9(8).
           05 IC-LOT-NBR       PIC X(10).
           05 IC-LOT-EXPIRY    PIC 9(8).

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
       COPY "willismprodmast.cpy".

      * One record per controlled product: the last month
      * reconciled, the opening it was reconciled from, and the
      * closing figure carried into the next month.
       FD  RECON-BAL-FILE.
       01  RECON-BAL-REC.
           05 CRB-PROD-ID       PIC X(3).
           05 CRB-PERIOD        PIC 9(6).
           05 CRB-OPENING-QTY   PIC S9(7).
           05 CRB-CLOSING-QTY   PIC S9(7).
           05 CRB-RECON-DATE    PIC 9(8).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC     PIC X(110).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
           05 WS-DISPREG-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-DISPREG-EOF-SW       PIC X(3) VALUE 'NO'.
           05 WS-COUNT-FILE-STATUS    PIC X(2) VALUE '00'.
           05 WS-COUNT-EOF-SW         PIC X(3) VALUE 'NO'.
           05 WS-PRODMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODMAST-EOF-SW      PIC X(3) VALUE 'NO'.
           05 WS-RECONBAL-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-RECONBAL-HIT-SW      PIC X(3) VALUE 'NO'.
           05 WS-CARRY-SW             PIC X(3) VALUE 'YES'.
           05 WS-COUNTED-SW           PIC X(3) VALUE 'NO'.

       01  WS-PERIOD-AREAS.
           05 WS-PERIOD               PIC 9(6) VALUE 0.
           05 WS-PERIOD-START         PIC 9(8) VALUE 0.
           05 WS-PERIOD-END           PIC 9(8) VALUE 0.
           05 WS-NEXT-MONTH-START     PIC 9(8) VALUE 0.
           05 WS-NEXT-YEAR            PIC 9(4) VALUE 0.
           05 WS-NEXT-MONTH           PIC 9(2) VALUE 0.

       01  WS-RECON-AREAS.
           05 WS-FIND-PROD-ID         PIC X(3) VALUE SPACES.
           05 WS-RCN-FOUND-SW         PIC X(3) VALUE 'NO'.
           05 WS-RPT-PROD-NAME        PIC X(14) VALUE SPACES.
           05 WS-RPT-SCHEDULE         PIC X(1) VALUE SPACE.
           05 WS-OPENING-QTY          PIC S9(7) VALUE 0.
           05 WS-EXPECTED-QTY         PIC S9(7) VALUE 0.
           05 WS-COUNTED-QTY          PIC S9(7) VALUE 0.
           05 WS-DIFF-QTY             PIC S9(7) VALUE 0.
           05 WS-CLOSING-QTY          PIC S9(7) VALUE 0.
           05 WS-RPT-MARK             PIC X(20) VALUE SPACES.

      * One entry per product the register or the count file
      * mentions, plus every product the master schedules.
       01  WS-RCN-AREAS.
           05 WS-RCN-COUNT            PIC 9(4) VALUE 0.
           05 WS-RCN-MAX              PIC 9(4) VALUE 1000.
       01  WS-RCN-TABLE.
           05 WS-RCN-ENTRY OCCURS 1 TO 1000 TIMES
              DEPENDING ON WS-RCN-COUNT
              INDEXED BY WS-RCN-IDX.
              10 WS-RCN-PROD-ID       PIC X(3).
              10 WS-RCN-SCHEDULE      PIC X(1).
              10 WS-RCN-PRE-DATE      PIC 9(8).
              10 WS-RCN-PRE-BAL       PIC S9(7).
              10 WS-RCN-RECEIVED      PIC 9(7).
              10 WS-RCN-DISPENSED     PIC 9(7).
              10 WS-RCN-RETURNED      PIC 9(7).
              10 WS-RCN-WHOLE-SW      PIC X(3).
              10 WS-RCN-WHOLE-DATE    PIC 9(8).
              10 WS-RCN-WHOLE-QTY     PIC 9(7).
              10 WS-RCN-LOT-SW        PIC X(3).
              10 WS-RCN-LOT-QTY       PIC 9(7).
              10 WS-RCN-DONE-SW       PIC X(3).

       01  WS-RECON-COUNTS.
           05 WS-REG-READ-COUNT       PIC 9(7) VALUE 0.
           05 WS-COUNT-READ-COUNT     PIC 9(5) VALUE 0.
           05 WS-PROD-RECON-COUNT     PIC 9(5) VALUE 0.
           05 WS-AGREED-COUNT         PIC 9(5) VALUE 0.
           05 WS-DISCREP-COUNT        PIC 9(5) VALUE 0.
           05 WS-UNCOUNTED-COUNT      PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  RECON-HEADING-LINE1.
           05 FILLER           PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(40)
              VALUE 'CONTROLLED-SUBSTANCE RECONCILIATION FOR '.
           05 RH1-PERIOD       PIC 9(6).
           05 FILLER           PIC X(10) VALUE '   RUN ON '.
           05 RH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 RH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 RH1-YEAR         PIC X(4).

       01  RECON-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'PROD'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'PRODUCT NAME'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE 'SCH'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'OPENING'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'RECEIVD'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'DISPENS'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'RETURND'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'EXPECTD'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'COUNTED'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE '   DIFF'.

       01  RECON-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 RDL-PROD-ID      PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-PROD-NAME    PIC X(14).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RDL-SCHEDULE     PIC X(1).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RDL-OPENING      PIC -(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-RECEIVED     PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-DISPENSED    PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-RETURNED     PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-EXPECTED     PIC -(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-COUNTED      PIC -(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-DIFF         PIC -(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-MARK         PIC X(20).

       01  RECON-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 RTL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RTL-COUNT        PIC Z(4)9.

      * The sign-off block: the report is not finished until the
      * discrepancies above have been looked at and signed for.
       01  SIGNOFF-LINE1.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(60) VALUE
              'DISCREPANCIES ABOVE INVESTIGATED AND EXPLAINED.'.

       01  SIGNOFF-LINE2.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'RECONCILED BY:'.
           05 FILLER           PIC X(30) VALUE ALL '_'.
           05 FILLER           PIC X(8) VALUE '  DATE:'.
           05 FILLER           PIC X(12) VALUE ALL '_'.

       01  SIGNOFF-LINE3.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'PHARMACIST:'.
           05 FILLER           PIC X(30) VALUE ALL '_'.
           05 FILLER           PIC X(8) VALUE '  DATE:'.
           05 FILLER           PIC X(12) VALUE ALL '_'.

       01  RECON-BLANK-LINE.
           05 FILLER           PIC X(110) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-LOAD-COUNTS-RTN
           PERFORM 140-LOAD-REGISTER-RTN
           PERFORM 150-RECONCILE-SCHEDULED-RTN
           PERFORM 160-RECONCILE-UNSCHEDULED-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 121-READ-PARM-RTN
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CSRECON ABEND: CANNOT OPEN '
                   'PRODUCT-MASTER.TXT STATUS ' WS-PRODMAST-FILE-STATUS
               IF WS-PRODMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY '  OLD LAYOUT - RUN MASTCONV'
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * The first reconciliation ever starts the carry-forward file.
           OPEN I-O RECON-BAL-FILE
           IF WS-RECONBAL-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT RECON-BAL-FILE
               CLOSE RECON-BAL-FILE
               OPEN I-O RECON-BAL-FILE
           END-IF
           IF WS-RECONBAL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CSRECON ABEND: CANNOT OPEN '
                   'CS-RECON-BAL.TXT STATUS ' WS-RECONBAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD TO RH1-PERIOD
           MOVE WS-CURRENT-MONTH TO RH1-MONTH
           MOVE WS-CURRENT-DAY TO RH1-DAY
           MOVE WS-CURRENT-YEAR TO RH1-YEAR
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE RECON-HEADING-LINE1 TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-HEADING-LINE2 TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           .

      * The month is not something to guess at - a reconciliation of
      * the wrong month would carry the wrong figure forward - so a
      * missing or unreadable parm stops the run, as PERCLOSE does.
       121-READ-PARM-RTN.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CSRECON ABEND: CANNOT OPEN '
                   'CSRECON-PARM.TXT STATUS ' WS-PARM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   MOVE 0 TO CRP-PERIOD
           END-READ
           CLOSE PARM-FILE
           IF CRP-PERIOD IS NOT NUMERIC OR
              CRP-PERIOD IS EQUAL TO 0 OR
              CRP-PERIOD(5:2) IS LESS THAN '01' OR
              CRP-PERIOD(5:2) IS GREATER THAN '12'
               DISPLAY 'CSRECON ABEND: CSRECON-PARM.TXT PERIOD IS '
                   'NOT A VALID CCYYMM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CRP-PERIOD TO WS-PERIOD
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           COMPUTE WS-NEXT-YEAR = WS-PERIOD / 100
           COMPUTE WS-NEXT-MONTH = WS-PERIOD - (WS-NEXT-YEAR * 100)
           IF WS-NEXT-MONTH IS EQUAL TO 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-NEXT-MONTH-START =
                   WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           DISPLAY 'CSRECON: RECONCILING ' WS-PERIOD-START
               ' TO ' WS-PERIOD-END
           .

      * Gathers the physical counts. A whole-product count stands
      * for the product (the latest, if it was counted twice);
      * otherwise the lot counts add up to it. Counts dated before
      * the month belong to an earlier count and are passed over.
       130-LOAD-COUNTS-RTN.
           OPEN INPUT COUNT-TRANS-FILE
           IF WS-COUNT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'WARNING: CANNOT OPEN INVCOUNT-TRANS.TXT '
                   'STATUS ' WS-COUNT-FILE-STATUS ' - EVERY '
                   'PRODUCT WILL SHOW AS NOT COUNTED'
           ELSE
               PERFORM UNTIL WS-COUNT-EOF-SW IS EQUAL TO 'YES'
                   READ COUNT-TRANS-FILE
                       AT END
                           MOVE 'YES' TO WS-COUNT-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-COUNT-READ-COUNT
                           PERFORM 131-HOLD-COUNT-RTN
                   END-READ
               END-PERFORM
               CLOSE COUNT-TRANS-FILE
           END-IF
           .

       131-HOLD-COUNT-RTN.
           IF IC-PROD-ID IS NOT EQUAL TO SPACES AND
              IC-COUNT-QTY IS NUMERIC AND
              IC-COUNT-DATE IS NUMERIC AND
              IC-COUNT-DATE IS NOT LESS THAN WS-PERIOD-START
               MOVE IC-PROD-ID TO WS-FIND-PROD-ID
               PERFORM 170-FIND-PROD-RTN
               IF IC-LOT-NBR IS EQUAL TO SPACES
                   IF IC-COUNT-DATE IS NOT LESS THAN
                           WS-RCN-WHOLE-DATE(WS-RCN-IDX)
                       MOVE 'YES' TO WS-RCN-WHOLE-SW(WS-RCN-IDX)
                       MOVE IC-COUNT-DATE
                           TO WS-RCN-WHOLE-DATE(WS-RCN-IDX)
                       MOVE IC-COUNT-QTY
                           TO WS-RCN-WHOLE-QTY(WS-RCN-IDX)
                   END-IF
               ELSE
                   MOVE 'YES' TO WS-RCN-LOT-SW(WS-RCN-IDX)
                   ADD IC-COUNT-QTY TO WS-RCN-LOT-QTY(WS-RCN-IDX)
               END-IF
           END-IF
           .

      * Adds up the month's register movements by product, and
      * remembers the last running balance each product showed
      * before the month, for a product with nothing carried
      * forward yet.
       140-LOAD-REGISTER-RTN.
           OPEN INPUT DISP-REGISTER-FILE
           IF WS-DISPREG-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'WARNING: CANNOT OPEN CS-DISPENSING-REG.TXT '
                   'STATUS ' WS-DISPREG-FILE-STATUS ' - NO '
                   'MOVEMENTS THIS MONTH'
           ELSE
               PERFORM UNTIL WS-DISPREG-EOF-SW IS EQUAL TO 'YES'
                   READ DISP-REGISTER-FILE
                       AT END
                           MOVE 'YES' TO WS-DISPREG-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-REG-READ-COUNT
                           PERFORM 141-HOLD-REGISTER-RTN
                   END-READ
               END-PERFORM
               CLOSE DISP-REGISTER-FILE
           END-IF
           .

       141-HOLD-REGISTER-RTN.
           IF DR-TRANS-DATE IS NOT GREATER THAN WS-PERIOD-END
               MOVE DR-PROD-ID TO WS-FIND-PROD-ID
               PERFORM 170-FIND-PROD-RTN
               MOVE DR-SCHEDULE-CODE TO WS-RCN-SCHEDULE(WS-RCN-IDX)
               IF DR-TRANS-DATE IS LESS THAN WS-PERIOD-START
                   IF DR-TRANS-DATE IS NOT LESS THAN
                           WS-RCN-PRE-DATE(WS-RCN-IDX)
                       MOVE DR-TRANS-DATE
                           TO WS-RCN-PRE-DATE(WS-RCN-IDX)
                       MOVE DR-RUN-BALANCE
                           TO WS-RCN-PRE-BAL(WS-RCN-IDX)
                   END-IF
               ELSE IF DR-REVERSAL
                   PERFORM 142-TAKE-OFF-REVERSAL-RTN
               ELSE IF DR-TRANS-TYPE IS EQUAL TO 'P'
                   ADD DR-QTY TO WS-RCN-RECEIVED(WS-RCN-IDX)
               ELSE IF DR-TRANS-TYPE IS EQUAL TO 'R'
                   ADD DR-QTY TO WS-RCN-RETURNED(WS-RCN-IDX)
               ELSE
                   ADD DR-QTY TO WS-RCN-DISPENSED(WS-RCN-IDX)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .

      * The reversing copy follows the movement it answers on the
      * register, so the component already holds the quantity.
       142-TAKE-OFF-REVERSAL-RTN.
           IF DR-TRANS-TYPE IS EQUAL TO 'P'
               SUBTRACT DR-QTY FROM WS-RCN-RECEIVED(WS-RCN-IDX)
           ELSE IF DR-TRANS-TYPE IS EQUAL TO 'R'
               SUBTRACT DR-QTY FROM WS-RCN-RETURNED(WS-RCN-IDX)
           ELSE
               SUBTRACT DR-QTY FROM WS-RCN-DISPENSED(WS-RCN-IDX)
           END-IF
           END-IF
           .

      * Every product the master schedules today, in product order.
       150-RECONCILE-SCHEDULED-RTN.
           PERFORM UNTIL WS-PRODMAST-EOF-SW IS EQUAL TO 'YES'
               READ PRODUCT-MASTER NEXT
                   AT END
                       MOVE 'YES' TO WS-PRODMAST-EOF-SW
                   NOT AT END
                       IF PM-CONTROLLED
                           MOVE PM-PROD-ID TO WS-FIND-PROD-ID
                           PERFORM 170-FIND-PROD-RTN
                           MOVE PM-PROD-NAME TO WS-RPT-PROD-NAME
                           MOVE PM-SCHEDULE-CODE TO WS-RPT-SCHEDULE
                           PERFORM 200-RECONCILE-RTN
                       END-IF
               END-READ
           END-PERFORM
           .

      * Then anything the register moved this month that the master
      * no longer schedules (or no longer holds at all).
       160-RECONCILE-UNSCHEDULED-RTN.
           PERFORM VARYING WS-RCN-IDX FROM 1 BY 1
                   UNTIL WS-RCN-IDX > WS-RCN-COUNT
               IF WS-RCN-DONE-SW(WS-RCN-IDX) IS EQUAL TO 'NO' AND
                  (WS-RCN-RECEIVED(WS-RCN-IDX) IS GREATER THAN 0 OR
                   WS-RCN-DISPENSED(WS-RCN-IDX) IS GREATER THAN 0 OR
                   WS-RCN-RETURNED(WS-RCN-IDX) IS GREATER THAN 0)
                   MOVE WS-RCN-PROD-ID(WS-RCN-IDX) TO PM-PROD-ID
                   READ PRODUCT-MASTER
                       INVALID KEY
                           MOVE '** NOT ON FILE' TO WS-RPT-PROD-NAME
                       NOT INVALID KEY
                           MOVE PM-PROD-NAME TO WS-RPT-PROD-NAME
                   END-READ
                   MOVE WS-RCN-SCHEDULE(WS-RCN-IDX) TO WS-RPT-SCHEDULE
                   PERFORM 200-RECONCILE-RTN
               END-IF
           END-PERFORM
           .

      * Finds the product's table entry, opening a fresh one the
      * first time it is seen; WS-RCN-IDX is left pointing at it.
       170-FIND-PROD-RTN.
           MOVE 'NO' TO WS-RCN-FOUND-SW
           PERFORM VARYING WS-RCN-IDX FROM 1 BY 1
                   UNTIL WS-RCN-IDX > WS-RCN-COUNT
                      OR WS-RCN-FOUND-SW IS EQUAL TO 'YES'
               IF WS-RCN-PROD-ID(WS-RCN-IDX) IS EQUAL TO
                       WS-FIND-PROD-ID
                   MOVE 'YES' TO WS-RCN-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-RCN-FOUND-SW IS EQUAL TO 'YES'
               SET WS-RCN-IDX DOWN BY 1
           ELSE
      * A product left out would go unreconciled without a word,
      * which is worse than no report at all.
               IF WS-RCN-COUNT IS NOT LESS THAN WS-RCN-MAX
                   DISPLAY 'CSRECON ABEND: MORE THAN ' WS-RCN-MAX
                       ' PRODUCTS - ENLARGE WS-RCN-TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RCN-COUNT
               SET WS-RCN-IDX TO WS-RCN-COUNT
               MOVE WS-FIND-PROD-ID TO WS-RCN-PROD-ID(WS-RCN-IDX)
               MOVE SPACE TO WS-RCN-SCHEDULE(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-PRE-DATE(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-PRE-BAL(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-RECEIVED(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-DISPENSED(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-RETURNED(WS-RCN-IDX)
               MOVE 'NO' TO WS-RCN-WHOLE-SW(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-WHOLE-DATE(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-WHOLE-QTY(WS-RCN-IDX)
               MOVE 'NO' TO WS-RCN-LOT-SW(WS-RCN-IDX)
               MOVE 0 TO WS-RCN-LOT-QTY(WS-RCN-IDX)
               MOVE 'NO' TO WS-RCN-DONE-SW(WS-RCN-IDX)
           END-IF
           .

      * Opening + received - dispensed + returned against the
      * count, for the product at WS-RCN-IDX.
       200-RECONCILE-RTN.
           MOVE 'YES' TO WS-RCN-DONE-SW(WS-RCN-IDX)
           ADD 1 TO WS-PROD-RECON-COUNT
           PERFORM 210-GET-OPENING-RTN
           COMPUTE WS-EXPECTED-QTY = WS-OPENING-QTY
                   + WS-RCN-RECEIVED(WS-RCN-IDX)
                   - WS-RCN-DISPENSED(WS-RCN-IDX)
                   + WS-RCN-RETURNED(WS-RCN-IDX)
           MOVE 'YES' TO WS-COUNTED-SW
           IF WS-RCN-WHOLE-SW(WS-RCN-IDX) IS EQUAL TO 'YES'
               MOVE WS-RCN-WHOLE-QTY(WS-RCN-IDX) TO WS-COUNTED-QTY
           ELSE IF WS-RCN-LOT-SW(WS-RCN-IDX) IS EQUAL TO 'YES'
               MOVE WS-RCN-LOT-QTY(WS-RCN-IDX) TO WS-COUNTED-QTY
           ELSE
               MOVE 'NO' TO WS-COUNTED-SW
               MOVE 0 TO WS-COUNTED-QTY
           END-IF
           END-IF
           IF WS-COUNTED-SW IS EQUAL TO 'YES'
               COMPUTE WS-DIFF-QTY = WS-COUNTED-QTY - WS-EXPECTED-QTY
               MOVE WS-COUNTED-QTY TO WS-CLOSING-QTY
           ELSE
               MOVE 0 TO WS-DIFF-QTY
               MOVE WS-EXPECTED-QTY TO WS-CLOSING-QTY
           END-IF

           IF WS-CARRY-SW IS EQUAL TO 'NO'
               MOVE '** LATER MONTH DONE' TO WS-RPT-MARK
               ADD 1 TO WS-DISCREP-COUNT
           ELSE IF WS-COUNTED-SW IS EQUAL TO 'NO'
               MOVE '** NOT COUNTED' TO WS-RPT-MARK
               ADD 1 TO WS-UNCOUNTED-COUNT
           ELSE IF WS-DIFF-QTY IS NOT EQUAL TO 0
               MOVE '** DISCREPANCY' TO WS-RPT-MARK
               ADD 1 TO WS-DISCREP-COUNT
           ELSE
               MOVE SPACES TO WS-RPT-MARK
               ADD 1 TO WS-AGREED-COUNT
           END-IF
           END-IF
           END-IF

           MOVE WS-RCN-PROD-ID(WS-RCN-IDX) TO RDL-PROD-ID
           MOVE WS-RPT-PROD-NAME TO RDL-PROD-NAME
           MOVE WS-RPT-SCHEDULE TO RDL-SCHEDULE
           MOVE WS-OPENING-QTY TO RDL-OPENING
           MOVE WS-RCN-RECEIVED(WS-RCN-IDX) TO RDL-RECEIVED
           MOVE WS-RCN-DISPENSED(WS-RCN-IDX) TO RDL-DISPENSED
           MOVE WS-RCN-RETURNED(WS-RCN-IDX) TO RDL-RETURNED
           MOVE WS-EXPECTED-QTY TO RDL-EXPECTED
           MOVE WS-COUNTED-QTY TO RDL-COUNTED
           MOVE WS-DIFF-QTY TO RDL-DIFF
           MOVE WS-RPT-MARK TO RDL-MARK
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC

           IF WS-CARRY-SW IS EQUAL TO 'YES'
               PERFORM 220-CARRY-FORWARD-RTN
           END-IF
           .

      * Last month's carried closing is this month's opening. A
      * rerun of the month already on file uses that month's own
      * opening again; a product already reconciled for a later
      * month is reported but not touched, so an old month run by
      * mistake cannot overwrite the current figure.
       210-GET-OPENING-RTN.
           MOVE 'YES' TO WS-CARRY-SW
           MOVE 'NO' TO WS-RECONBAL-HIT-SW
           MOVE WS-RCN-PROD-ID(WS-RCN-IDX) TO CRB-PROD-ID
           READ RECON-BAL-FILE
               INVALID KEY
                   MOVE WS-RCN-PRE-BAL(WS-RCN-IDX) TO WS-OPENING-QTY
               NOT INVALID KEY
                   MOVE 'YES' TO WS-RECONBAL-HIT-SW
                   IF CRB-PERIOD IS EQUAL TO WS-PERIOD
                       MOVE CRB-OPENING-QTY TO WS-OPENING-QTY
                   ELSE IF CRB-PERIOD IS LESS THAN WS-PERIOD
                       MOVE CRB-CLOSING-QTY TO WS-OPENING-QTY
                   ELSE
                       MOVE CRB-OPENING-QTY TO WS-OPENING-QTY
                       MOVE 'NO' TO WS-CARRY-SW
                   END-IF
                   END-IF
           END-READ
           .

       220-CARRY-FORWARD-RTN.
           MOVE WS-RCN-PROD-ID(WS-RCN-IDX) TO CRB-PROD-ID
           MOVE WS-PERIOD TO CRB-PERIOD
           MOVE WS-OPENING-QTY TO CRB-OPENING-QTY
           MOVE WS-CLOSING-QTY TO CRB-CLOSING-QTY
           MOVE WS-CURRENT-DATE TO CRB-RECON-DATE
           IF WS-RECONBAL-HIT-SW IS EQUAL TO 'YES'
               REWRITE RECON-BAL-REC
           ELSE
               WRITE RECON-BAL-REC
           END-IF
           .

       300-END-ROUTINE.
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE 'PRODUCTS RECONCILED' TO RTL-LABEL
           MOVE WS-PROD-RECON-COUNT TO RTL-COUNT
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE 'AGREED TO COUNT' TO RTL-LABEL
           MOVE WS-AGREED-COUNT TO RTL-COUNT
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE 'DISCREPANCIES' TO RTL-LABEL
           MOVE WS-DISCREP-COUNT TO RTL-COUNT
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE 'NOT COUNTED' TO RTL-LABEL
           MOVE WS-UNCOUNTED-COUNT TO RTL-COUNT
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE SIGNOFF-LINE1 TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE SIGNOFF-LINE2 TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE SIGNOFF-LINE3 TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           CLOSE PRODUCT-MASTER
                 RECON-BAL-FILE
                 RECON-REPORT-FILE
           DISPLAY 'CSRECON REGISTER RECORDS READ ' WS-REG-READ-COUNT
           DISPLAY 'CSRECON COUNTS READ          ' WS-COUNT-READ-COUNT
           DISPLAY 'CSRECON PRODUCTS RECONCILED  ' WS-PROD-RECON-COUNT
           DISPLAY 'CSRECON DISCREPANCIES        ' WS-DISCREP-COUNT
           DISPLAY 'CSRECON NOT COUNTED          ' WS-UNCOUNTED-COUNT
           IF WS-DISCREP-COUNT IS GREATER THAN 0 OR
              WS-UNCOUNTED-COUNT IS GREATER THAN 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'WARNING: CONTROLLED STOCK DOES NOT AGREE TO '
                   'THE COUNT - CSRECON-REPORT.TXT MUST BE SIGNED '
                   'OFF. RETURN CODE 8 SET'
           END-IF
           STOP RUN
           .
