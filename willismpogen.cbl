       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POGEN.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program turns the reorder position PROGRAM2 leaves on
      * the stock balance file into purchase orders, so purchasing
      * no longer types them by hand off REORDER-REPORT.TXT.
      *
      * Every product at or below its reorder point - the same test
      * 340-REORDER-REPORT-RTN applies - is ordered from the vendor
      * that supplies it, in a quantity that lifts the product back
      * above its reorder point: up to WS-TARGET-PCT percent of the
      * reorder point, counting what is already on order so a
      * second run before the goods arrive does not order twice.
      * One purchase order is raised per vendor per run, one line
      * per product, due the vendor's lead time after today.
      *
      *
      * INPUT: Stock balance file "STOCK-BALANCE.TXT" (on-hand and
      * reorder point by product).
      * Vendor master "VENDOR-MASTER.TXT" (vendor, lead time and the
      * products each supplies).
      * Product master "PRODUCT-MASTER.TXT" for the approved unit
      * cost carried on each PO line; a product not on the master
      * is ordered at zero cost for purchasing to price.
      * Open-PO file "OPEN-PO.TXT" for the quantity already on order.
      *
      *
      * OUTPUT: Open-PO file "OPEN-PO.TXT" with the new lines added.
      * Purchase order listing "PURCHASE-ORDERS.TXT", one block per
      * PO raised.
      * Exception listing "POGEN-EXCEPT.TXT" with every product that
      * needed ordering but could not be (no vendor supplies it).
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STOCK-BALANCE
           ASSIGN TO 'STOCK-BALANCE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SB-PROD-ID
           FILE STATUS IS WS-STOCKBAL-FILE-STATUS.

           SELECT VENDOR-MASTER
           ASSIGN TO 'VENDOR-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-FILE-STATUS.

           SELECT PRODUCT-MASTER
           ASSIGN TO 'PRODUCT-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PROD-ID
           FILE STATUS IS WS-PRODMAST-FILE-STATUS.

           SELECT OPEN-PO
           ASSIGN TO 'OPEN-PO.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-FILE-STATUS.

           SELECT PO-PRINT-FILE
           ASSIGN TO 'PURCHASE-ORDERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POGEN-EXCEPT-FILE
           ASSIGN TO 'POGEN-EXCEPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
      * Same record PROGRAM2 maintains transaction by transaction.
       FD  STOCK-BALANCE.
       01  STOCK-BALANCE-REC.
           05 SB-PROD-ID        PIC X(3).
           05 SB-PROD-NAME      PIC X(14).
           05 SB-ON-HAND        PIC S9(7).
           05 SB-REORDER-POINT  PIC 9(5).

       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
       COPY "willismvendmast.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
       COPY "willismprodmast.cpy".

       FD  OPEN-PO.
       01  OPEN-PO-REC.
       COPY "willismopenpo.cpy".

      * One block per purchase order raised this run.
       FD  PO-PRINT-FILE.
       01  PO-PRINT-REC         PIC X(80).

      * Products that needed ordering and could not be ordered.
       FD  POGEN-EXCEPT-FILE.
       01  POGEN-EXCEPT-REC     PIC X(70).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-STOCKBAL-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-STOCK-EOF-SW         PIC X(3) VALUE 'NO'.
           05 WS-VENDMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-VENDMAST-EOF-SW      PIC X(3) VALUE 'NO'.
           05 WS-PRODMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 PRODMAST-AVAILABLE   VALUE 'YES'.
           05 WS-OPENPO-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-OPENPO-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-EXCEPT-REASON        PIC X(30) VALUE SPACES.

      * Order-up-to level as a percentage of the reorder point: the
      * shop restocks to twice the reorder point. A product whose
      * reorder point is still zero is lifted to one unit above it.
       01  WS-ORDER-CALC-AREAS.
           05 WS-TARGET-PCT           PIC 9(3) VALUE 200.
           05 WS-TARGET-QTY           PIC S9(8) VALUE 0.
           05 WS-PROJECTED-QTY        PIC S9(8) VALUE 0.
           05 WS-ORDER-QTY            PIC S9(8) VALUE 0.
           05 WS-CUR-ON-ORDER         PIC 9(7) VALUE 0.
           05 WS-CUR-VEND-SUB         PIC 9(3) VALUE 0.
           05 WS-DATE-NUM             PIC 9(8) VALUE 0.
           05 WS-DUE-DATE             PIC 9(8) VALUE 0.

      * Vendors and the product-to-vendor cross reference, loaded
      * from the vendor master the way PROGRAM2 loads its GL map.
       01  WS-VEND-AREAS.
           05 WS-VEND-COUNT           PIC 9(3) VALUE 0.
           05 WS-VEND-SUB             PIC 9(3) VALUE 0.
           05 WS-VPROD-SUB            PIC 9(2) VALUE 0.
           05 WS-SUPPLY-COUNT         PIC 9(3) VALUE 0.
           05 WS-SUPPLY-SUB           PIC 9(3) VALUE 0.
           05 WS-SUPPLY-FOUND-SW      PIC X(3) VALUE 'NO'.
       01  WS-VEND-TABLE.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-ID           PIC X(5).
              10 WS-VEND-NAME         PIC X(25).
              10 WS-VEND-LEAD-DAYS    PIC 9(3).
       01  WS-SUPPLY-TABLE.
           05 WS-SUPPLY-ENTRY OCCURS 500 TIMES.
              10 WS-SUPPLY-PROD-ID    PIC X(3).
              10 WS-SUPPLY-VEND-SUB   PIC 9(3).

      * What is still outstanding on the open-PO file, by product,
      * and the highest PO number already used.
       01  WS-ON-ORDER-AREAS.
           05 WS-ONORD-COUNT          PIC 9(3) VALUE 0.
           05 WS-ONORD-SUB            PIC 9(3) VALUE 0.
           05 WS-ONORD-FOUND-SW       PIC X(3) VALUE 'NO'.
           05 WS-LAST-PO-NBR          PIC 9(6) VALUE 0.
       01  WS-ON-ORDER-TABLE.
           05 WS-ONORD-ENTRY OCCURS 500 TIMES.
              10 WS-ONORD-PROD-ID     PIC X(3).
              10 WS-ONORD-QTY         PIC 9(7).

      * Lines to be raised, gathered during the balance scan and
      * sorted by vendor so each vendor's lines land on one PO.
       01  WS-ORDER-AREAS.
           05 WS-ORD-COUNT            PIC 9(3) VALUE 0.
           05 WS-ORD-SUB              PIC 9(3) VALUE 0.
           05 WS-PREV-VEND-ID         PIC X(5) VALUE SPACES.
           05 WS-CUR-PO-NBR           PIC 9(6) VALUE 0.
           05 WS-CUR-LINE-NBR         PIC 9(3) VALUE 0.
           05 WS-LINE-VALUE           PIC 9(9)V9(2) VALUE 0.
           05 WS-PO-VALUE             PIC 9(10)V9(2) VALUE 0.
       01  WS-ORDER-TABLE.
           05 WS-ORD-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-ORD-COUNT
              ASCENDING KEY IS WS-ORD-VEND-ID WS-ORD-PROD-ID
              INDEXED BY WS-ORD-IDX.
              10 WS-ORD-VEND-ID       PIC X(5).
              10 WS-ORD-PROD-ID       PIC X(3).
              10 WS-ORD-PROD-NAME     PIC X(14).
              10 WS-ORD-QTY           PIC 9(7).
              10 WS-ORD-VEND-SUB      PIC 9(3).

       01  WS-POGEN-COUNTS.
           05 WS-BAL-READ-COUNT       PIC 9(5) VALUE 0.
           05 WS-REORDER-COUNT        PIC 9(5) VALUE 0.
           05 WS-COVERED-COUNT        PIC 9(5) VALUE 0.
           05 WS-PO-COUNT             PIC 9(5) VALUE 0.
           05 WS-LINE-COUNT           PIC 9(5) VALUE 0.
           05 WS-EXCEPT-COUNT         PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  PO-HEADING-LINE1.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE 'PURCHASE ORDER '.
           05 POH1-PO-NBR      PIC 9(6).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'ORDERED '.
           05 POH1-ORDER-DATE  PIC 9(8).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'DUE '.
           05 POH1-DUE-DATE    PIC 9(8).

       01  PO-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'VENDOR  '.
           05 POH2-VEND-ID     PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 POH2-VEND-NAME   PIC X(25).

       01  PO-HEADING-LINE3.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'LINE'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'PROD'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'PRODUCT NAME'.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE 'QTY'.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'UNIT COST'.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'LINE VALUE'.

       01  PO-DETAIL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 POD-LINE-NBR     PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 POD-PROD-ID      PIC X(3).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 POD-PROD-NAME    PIC X(14).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 POD-QTY          PIC Z(6)9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 POD-UNIT-COST    PIC ZZ9.99.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 POD-LINE-VALUE   PIC Z(8)9.99.

       01  PO-TOTAL-LINE.
           05 FILLER           PIC X(28) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE 'PURCHASE ORDER TOTAL'.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 POT-VALUE        PIC Z(9)9.99.

       01  PO-BLANK-LINE.
           05 FILLER           PIC X(80) VALUE SPACES.

       01  EXCEPT-LINE.
           05 EXL-PROD-ID       PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-PROD-NAME     PIC X(14).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-ON-HAND       PIC -(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-REASON        PIC X(30).


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-LOAD-VENDORS-RTN
           PERFORM 140-LOAD-ON-ORDER-RTN
           PERFORM 150-SCAN-BALANCE-RTN
           PERFORM 200-RAISE-ORDERS-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           OPEN INPUT STOCK-BALANCE
           IF WS-STOCKBAL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POGEN ABEND: CANNOT OPEN '
                   'STOCK-BALANCE.TXT STATUS ' WS-STOCKBAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDMAST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POGEN ABEND: CANNOT OPEN '
                   'VENDOR-MASTER.TXT STATUS ' WS-VENDMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * An open-PO file not there yet is created empty - the first
      * run has nothing on order and starts the PO numbers at one.
           OPEN I-O OPEN-PO
           IF WS-OPENPO-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT OPEN-PO
               CLOSE OPEN-PO
               OPEN I-O OPEN-PO
           END-IF
           IF WS-OPENPO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POGEN ABEND: CANNOT OPEN '
                   'OPEN-PO.TXT STATUS ' WS-OPENPO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRODMAST-AVAIL-SW
               IF WS-PRODMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY 'WARNING: PRODUCT-MASTER.TXT IS ON THE '
                       'OLD LAYOUT - RUN MASTCONV. PO LINES '
                       'CARRY ZERO COST THIS RUN'
               END-IF
           END-IF
           OPEN OUTPUT PO-PRINT-FILE
                       POGEN-EXCEPT-FILE
           .

      * Loads every vendor and, for each product a vendor supplies,
      * a cross-reference entry pointing back at the vendor. A
      * product already claimed by another vendor moves to this one
      * only when this one delivers sooner.
       130-LOAD-VENDORS-RTN.
           PERFORM UNTIL WS-VENDMAST-EOF-SW IS EQUAL TO 'YES'
               READ VENDOR-MASTER
                   AT END
                       MOVE 'YES' TO WS-VENDMAST-EOF-SW
                   NOT AT END
                       PERFORM 131-HOLD-VENDOR-RTN
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER
           .

       131-HOLD-VENDOR-RTN.
           IF WS-VEND-COUNT IS LESS THAN 200
               ADD 1 TO WS-VEND-COUNT
               MOVE VM-VEND-ID TO WS-VEND-ID(WS-VEND-COUNT)
               MOVE VM-VEND-NAME TO WS-VEND-NAME(WS-VEND-COUNT)
               IF VM-LEAD-DAYS IS NUMERIC
                   MOVE VM-LEAD-DAYS TO WS-VEND-LEAD-DAYS(WS-VEND-COUNT)
               ELSE
                   MOVE 0 TO WS-VEND-LEAD-DAYS(WS-VEND-COUNT)
               END-IF
               IF VM-PROD-COUNT IS NUMERIC
                   PERFORM VARYING WS-VPROD-SUB FROM 1 BY 1
                           UNTIL WS-VPROD-SUB > VM-PROD-COUNT
                              OR WS-VPROD-SUB > 20
                       IF VM-PROD-ID(WS-VPROD-SUB) IS NOT EQUAL TO
                               SPACES
                           PERFORM 132-HOLD-SUPPLY-RTN
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               DISPLAY 'NOTE: VENDOR TABLE FULL - VENDOR '
                   VM-VEND-ID ' NOT LOADED'
           END-IF
           .

       132-HOLD-SUPPLY-RTN.
           MOVE 'NO' TO WS-SUPPLY-FOUND-SW
           PERFORM VARYING WS-SUPPLY-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLY-SUB > WS-SUPPLY-COUNT
                      OR WS-SUPPLY-FOUND-SW IS EQUAL TO 'YES'
               IF VM-PROD-ID(WS-VPROD-SUB) IS EQUAL TO
                       WS-SUPPLY-PROD-ID(WS-SUPPLY-SUB)
                   MOVE 'YES' TO WS-SUPPLY-FOUND-SW
                   MOVE WS-SUPPLY-VEND-SUB(WS-SUPPLY-SUB)
                       TO WS-VEND-SUB
                   IF WS-VEND-LEAD-DAYS(WS-VEND-COUNT) IS LESS THAN
                           WS-VEND-LEAD-DAYS(WS-VEND-SUB)
                       MOVE WS-VEND-COUNT
                           TO WS-SUPPLY-VEND-SUB(WS-SUPPLY-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUPPLY-FOUND-SW IS EQUAL TO 'NO'
               IF WS-SUPPLY-COUNT IS LESS THAN 500
                   ADD 1 TO WS-SUPPLY-COUNT
                   MOVE VM-PROD-ID(WS-VPROD-SUB)
                       TO WS-SUPPLY-PROD-ID(WS-SUPPLY-COUNT)
                   MOVE WS-VEND-COUNT
                       TO WS-SUPPLY-VEND-SUB(WS-SUPPLY-COUNT)
               ELSE
                   DISPLAY 'NOTE: VENDOR SUPPLY TABLE FULL - PRODUCT '
                       VM-PROD-ID(WS-VPROD-SUB) ' NOT LOADED'
               END-IF
           END-IF
           .

      * One pass over the open-PO file: the quantity still to come
      * in on every open or part-received line, by product, and the
      * last PO number used (the file is in PO number order).
       140-LOAD-ON-ORDER-RTN.
           MOVE 0 TO OP-PO-NBR
           MOVE 0 TO OP-LINE-NBR
           START OPEN-PO KEY IS NOT LESS THAN OP-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-OPENPO-EOF-SW
           END-START
           PERFORM UNTIL WS-OPENPO-EOF-SW IS EQUAL TO 'YES'
               READ OPEN-PO NEXT
                   AT END
                       MOVE 'YES' TO WS-OPENPO-EOF-SW
                   NOT AT END
                       MOVE OP-PO-NBR TO WS-LAST-PO-NBR
                       IF OP-LINE-OPEN
                           PERFORM 141-HOLD-ON-ORDER-RTN
                       END-IF
               END-READ
           END-PERFORM
           .

       141-HOLD-ON-ORDER-RTN.
           MOVE 'NO' TO WS-ONORD-FOUND-SW
           PERFORM VARYING WS-ONORD-SUB FROM 1 BY 1
                   UNTIL WS-ONORD-SUB > WS-ONORD-COUNT
                      OR WS-ONORD-FOUND-SW IS EQUAL TO 'YES'
               IF OP-PROD-ID IS EQUAL TO WS-ONORD-PROD-ID(WS-ONORD-SUB)
                   MOVE 'YES' TO WS-ONORD-FOUND-SW
                   COMPUTE WS-ONORD-QTY(WS-ONORD-SUB) =
                           WS-ONORD-QTY(WS-ONORD-SUB) +
                           OP-ORDER-QTY - OP-RECV-QTY
               END-IF
           END-PERFORM
           IF WS-ONORD-FOUND-SW IS EQUAL TO 'NO'
               IF WS-ONORD-COUNT IS LESS THAN 500
                   ADD 1 TO WS-ONORD-COUNT
                   MOVE OP-PROD-ID TO WS-ONORD-PROD-ID(WS-ONORD-COUNT)
                   COMPUTE WS-ONORD-QTY(WS-ONORD-COUNT) =
                           OP-ORDER-QTY - OP-RECV-QTY
               ELSE
                   DISPLAY 'NOTE: ON-ORDER TABLE FULL - PRODUCT '
                       OP-PROD-ID ' MAY BE ORDERED AGAIN'
               END-IF
           END-IF
           .

       150-SCAN-BALANCE-RTN.
           PERFORM UNTIL WS-STOCK-EOF-SW IS EQUAL TO 'YES'
               READ STOCK-BALANCE
                   AT END
                       MOVE 'YES' TO WS-STOCK-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-BAL-READ-COUNT
                       IF SB-ON-HAND IS NOT GREATER THAN
                               SB-REORDER-POINT
                           ADD 1 TO WS-REORDER-COUNT
                           PERFORM 160-CALC-ORDER-RTN
                       END-IF
               END-READ
           END-PERFORM
           .

      * Sizes the order for one product on the reorder list. What is
      * already on order counts toward the position, so a product
      * whose open POs will lift it clear of the reorder point is
      * left alone.
       160-CALC-ORDER-RTN.
           MOVE 0 TO WS-CUR-ON-ORDER
           PERFORM VARYING WS-ONORD-SUB FROM 1 BY 1
                   UNTIL WS-ONORD-SUB > WS-ONORD-COUNT
               IF SB-PROD-ID IS EQUAL TO WS-ONORD-PROD-ID(WS-ONORD-SUB)
                   MOVE WS-ONORD-QTY(WS-ONORD-SUB) TO WS-CUR-ON-ORDER
               END-IF
           END-PERFORM
           COMPUTE WS-PROJECTED-QTY = SB-ON-HAND + WS-CUR-ON-ORDER
           IF WS-PROJECTED-QTY IS GREATER THAN SB-REORDER-POINT
               ADD 1 TO WS-COVERED-COUNT
           ELSE
               COMPUTE WS-TARGET-QTY =
                       SB-REORDER-POINT * WS-TARGET-PCT / 100
               IF WS-TARGET-QTY IS NOT GREATER THAN SB-REORDER-POINT
                   COMPUTE WS-TARGET-QTY = SB-REORDER-POINT + 1
               END-IF
               COMPUTE WS-ORDER-QTY = WS-TARGET-QTY - WS-PROJECTED-QTY
               PERFORM 170-FIND-VENDOR-RTN
               IF WS-CUR-VEND-SUB IS EQUAL TO 0
                   MOVE 'NO VENDOR SUPPLIES PRODUCT' TO WS-EXCEPT-REASON
                   PERFORM 260-REJECT-RTN
               ELSE IF WS-ORD-COUNT IS NOT LESS THAN 500
                   MOVE 'ORDER TABLE FULL - RERUN' TO WS-EXCEPT-REASON
                   PERFORM 260-REJECT-RTN
               ELSE
                   ADD 1 TO WS-ORD-COUNT
                   MOVE WS-VEND-ID(WS-CUR-VEND-SUB)
                       TO WS-ORD-VEND-ID(WS-ORD-COUNT)
                   MOVE SB-PROD-ID TO WS-ORD-PROD-ID(WS-ORD-COUNT)
                   MOVE SB-PROD-NAME TO WS-ORD-PROD-NAME(WS-ORD-COUNT)
                   MOVE WS-ORDER-QTY TO WS-ORD-QTY(WS-ORD-COUNT)
                   MOVE WS-CUR-VEND-SUB TO WS-ORD-VEND-SUB(WS-ORD-COUNT)
               END-IF
               END-IF
           END-IF
           .

       170-FIND-VENDOR-RTN.
           MOVE 0 TO WS-CUR-VEND-SUB
           PERFORM VARYING WS-SUPPLY-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLY-SUB > WS-SUPPLY-COUNT
                      OR WS-CUR-VEND-SUB IS GREATER THAN 0
               IF SB-PROD-ID IS EQUAL TO
                       WS-SUPPLY-PROD-ID(WS-SUPPLY-SUB)
                   MOVE WS-SUPPLY-VEND-SUB(WS-SUPPLY-SUB)
                       TO WS-CUR-VEND-SUB
               END-IF
           END-PERFORM
           .

      * Lines sorted vendor major, product minor; a new PO number
      * opens at every change of vendor.
       200-RAISE-ORDERS-RTN.
           IF WS-ORD-COUNT IS GREATER THAN 0
               SORT WS-ORD-ENTRY ON ASCENDING KEY WS-ORD-VEND-ID
                                                  WS-ORD-PROD-ID
               MOVE WS-LAST-PO-NBR TO WS-CUR-PO-NBR
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > WS-ORD-COUNT
                   IF WS-ORD-VEND-ID(WS-ORD-IDX) IS NOT EQUAL TO
                           WS-PREV-VEND-ID
                       IF WS-PREV-VEND-ID IS NOT EQUAL TO SPACES
                           PERFORM 230-PO-TOTAL-RTN
                       END-IF
                       PERFORM 210-PO-HEAD-RTN
                   END-IF
                   PERFORM 220-PO-LINE-RTN
               END-PERFORM
               PERFORM 230-PO-TOTAL-RTN
           END-IF
           .

      * Opens the next purchase order for the vendor in hand, due
      * the vendor's lead time after today.
       210-PO-HEAD-RTN.
           ADD 1 TO WS-CUR-PO-NBR
           ADD 1 TO WS-PO-COUNT
           MOVE 0 TO WS-CUR-LINE-NBR
           MOVE 0 TO WS-PO-VALUE
           MOVE WS-ORD-VEND-ID(WS-ORD-IDX) TO WS-PREV-VEND-ID
           MOVE WS-ORD-VEND-SUB(WS-ORD-IDX) TO WS-CUR-VEND-SUB
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) +
                   WS-VEND-LEAD-DAYS(WS-CUR-VEND-SUB))
           MOVE WS-CUR-PO-NBR TO POH1-PO-NBR
           MOVE WS-DATE-NUM TO POH1-ORDER-DATE
           MOVE WS-DUE-DATE TO POH1-DUE-DATE
           MOVE PO-HEADING-LINE1 TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE WS-VEND-ID(WS-CUR-VEND-SUB) TO POH2-VEND-ID
           MOVE WS-VEND-NAME(WS-CUR-VEND-SUB) TO POH2-VEND-NAME
           MOVE PO-HEADING-LINE2 TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE PO-BLANK-LINE TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE PO-HEADING-LINE3 TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           .

      * Writes the line to the open-PO file and prints it.
       220-PO-LINE-RTN.
           ADD 1 TO WS-CUR-LINE-NBR
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-CUR-PO-NBR TO OP-PO-NBR
           MOVE WS-CUR-LINE-NBR TO OP-LINE-NBR
           MOVE WS-ORD-VEND-ID(WS-ORD-IDX) TO OP-VEND-ID
           MOVE WS-ORD-PROD-ID(WS-ORD-IDX) TO OP-PROD-ID
           MOVE WS-ORD-PROD-NAME(WS-ORD-IDX) TO OP-PROD-NAME
           MOVE WS-ORD-QTY(WS-ORD-IDX) TO OP-ORDER-QTY
           MOVE 0 TO OP-RECV-QTY
           PERFORM 240-READ-PROD-MASTER-RTN
           MOVE WS-DATE-NUM TO OP-ORDER-DATE
           MOVE WS-DUE-DATE TO OP-DUE-DATE
           MOVE 0 TO OP-LAST-RECV-DATE
           MOVE 'O' TO OP-STATUS
           WRITE OPEN-PO-REC
               INVALID KEY
                   DISPLAY 'POGEN: PO ' OP-PO-NBR ' LINE '
                       OP-LINE-NBR ' ALREADY ON FILE - NOT WRITTEN'
           END-WRITE
           COMPUTE WS-LINE-VALUE = OP-ORDER-QTY * OP-UNIT-COST
           ADD WS-LINE-VALUE TO WS-PO-VALUE
           MOVE OP-LINE-NBR TO POD-LINE-NBR
           MOVE OP-PROD-ID TO POD-PROD-ID
           MOVE OP-PROD-NAME TO POD-PROD-NAME
           MOVE OP-ORDER-QTY TO POD-QTY
           MOVE OP-UNIT-COST TO POD-UNIT-COST
           MOVE WS-LINE-VALUE TO POD-LINE-VALUE
           MOVE PO-DETAIL-LINE TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           .

       230-PO-TOTAL-RTN.
           MOVE WS-PO-VALUE TO POT-VALUE
           MOVE PO-TOTAL-LINE TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           MOVE PO-BLANK-LINE TO PO-PRINT-REC
           WRITE PO-PRINT-REC
           WRITE PO-PRINT-REC
           .

      * The approved unit cost goes on the line; a product not on
      * the master (or no master) is ordered at zero for purchasing
      * to price with the vendor.
       240-READ-PROD-MASTER-RTN.
           MOVE 0 TO OP-UNIT-COST
           IF PRODMAST-AVAILABLE
               MOVE OP-PROD-ID TO PM-PROD-ID
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-UNIT-COST TO OP-UNIT-COST
               END-READ
           END-IF
           .

       260-REJECT-RTN.
           MOVE SB-PROD-ID TO EXL-PROD-ID
           MOVE SB-PROD-NAME TO EXL-PROD-NAME
           MOVE SB-ON-HAND TO EXL-ON-HAND
           MOVE WS-EXCEPT-REASON TO EXL-REASON
           MOVE EXCEPT-LINE TO POGEN-EXCEPT-REC
           WRITE POGEN-EXCEPT-REC
           ADD 1 TO WS-EXCEPT-COUNT
           .

       300-END-ROUTINE.
           CLOSE STOCK-BALANCE
                 OPEN-PO
                 PO-PRINT-FILE
                 POGEN-EXCEPT-FILE
           IF PRODMAST-AVAILABLE
               CLOSE PRODUCT-MASTER
           END-IF
           DISPLAY 'POGEN BALANCES READ         ' WS-BAL-READ-COUNT
           DISPLAY 'POGEN AT OR BELOW REORDER   ' WS-REORDER-COUNT
           DISPLAY 'POGEN ALREADY ON ORDER      ' WS-COVERED-COUNT
           DISPLAY 'POGEN PURCHASE ORDERS       ' WS-PO-COUNT
           DISPLAY 'POGEN PO LINES RAISED       ' WS-LINE-COUNT
           DISPLAY 'POGEN PRODUCTS NOT ORDERED  ' WS-EXCEPT-COUNT
           STOP RUN
           .
