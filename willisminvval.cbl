       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVVALUE.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program values the stock for month end, so accounting
      * no longer works it out on a calculator from the balance
      * file. Each product's SB-ON-HAND is priced at the unit cost
      * that was in effect on the valuation date - the last price
      * history record dated on or before it, the same walk PROGRAM2
      * makes for a transaction date - with PM-UNIT-COST standing in
      * when the history has nothing for the date. The stock total
      * goes out as a record to agree to the GL inventory account.
      *
      * A negative on-hand is a count or posting problem, not stock,
      * so it is kept out of the total and listed on its own with
      * what it would be worth, for someone to chase.
      *
      * The product's sales history on PRODUCT-HISTORY.TXT flags
      * stock that is not moving. Stock on hand with no sales in the
      * last N periods (the valuation period counted as one) is
      * dead. Otherwise the months of supply is the on-hand over the
      * average net quantity sold a period over the recent periods;
      * more months than the slow-moving limit is slow. Periods are
      * the CCYYMM accounting months PROGRAM2 posts under.
      *
      *
      * INPUT: Stock balance file "STOCK-BALANCE.TXT".
      * Product master "PRODUCT-MASTER.TXT" and price history
      * "PRODUCT-PRICE-HIST.TXT" for the cost; product history
      * "PRODUCT-HISTORY.TXT" for the sales. All three optional -
      * without them the stock prices at zero or is not flagged,
      * and the run says so.
      * GL account map "GL-ACCT-MAP.TXT" (optional) - an 'INV' row
      * names the inventory account, 'INVENTRY' when there is none.
      * Control record "INVVALUE-PARM.TXT" (optional). Which
      * contains: VALUATION-DATE (CCYYMMDD), DEAD-PERIODS,
      * RATE-PERIODS and SLOW-MONTHS. Each missing or zero value
      * falls back to the default: today, 3, 3 and 12.
      *
      *
      * OUTPUT: Valuation report "INVVALUE-REPORT.TXT": one line per
      * product with stock, the stock total, the negative balances,
      * then the slow-moving and dead stock.
      * GL valuation record "INVVALUE-GL.TXT", in the GL-POSTING
      * layout: the stock total against the inventory account for
      * the valuation period.
      * Return code 8 when stock was priced at zero for want of a
      * cost, or a balance is negative.
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

           SELECT PRODUCT-MASTER
           ASSIGN TO 'PRODUCT-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PROD-ID
           FILE STATUS IS WS-PRODMAST-FILE-STATUS.

           SELECT PRODUCT-PRICE-HIST
           ASSIGN TO 'PRODUCT-PRICE-HIST.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPH-KEY
           FILE STATUS IS WS-PRICEHIST-FILE-STATUS.

           SELECT PRODUCT-HISTORY
           ASSIGN TO 'PRODUCT-HISTORY.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PRODHIST-FILE-STATUS.

           SELECT GL-ACCT-MAP-FILE
           ASSIGN TO 'GL-ACCT-MAP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT PARM-FILE
           ASSIGN TO 'INVVALUE-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT VALUE-REPORT-FILE
           ASSIGN TO 'INVVALUE-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-VALUE-FILE
           ASSIGN TO 'INVVALUE-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BALANCE.
       01  STOCK-BALANCE-REC.
           05 SB-PROD-ID        PIC X(3).
           05 SB-PROD-NAME      PIC X(14).
           05 SB-ON-HAND        PIC S9(7).
           05 SB-REORDER-POINT  PIC 9(5).

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
       COPY "willismprodmast.cpy".

       FD  PRODUCT-PRICE-HIST.
       01  PRICE-HIST-REC.
       COPY "willismpricehist.cpy".

       FD  PRODUCT-HISTORY.
       01  PRODUCT-HISTORY-REC.
       COPY "willismprodhist.cpy".

       FD  GL-ACCT-MAP-FILE.
       01  GL-ACCT-MAP-REC.
           05 GLM-PROD-ID       PIC X(3).
           05 GLM-SALES-ACCT    PIC X(8).
           05 GLM-RET-ACCT      PIC X(8).

       FD  PARM-FILE.
       01  PARM-REC.
           05 IVP-VAL-DATE      PIC 9(8).
           05 IVP-DEAD-PERIODS  PIC 9(2).
           05 IVP-RATE-PERIODS  PIC 9(2).
           05 IVP-SLOW-MONTHS   PIC 9(3).

      * Same layout PROGRAM2 writes to GL-POSTING.TXT, so the
      * ledger side can load it the same way. Record type 'V'
      * marks a valuation rather than a posting.
       FD  GL-VALUE-FILE.
       01  GL-VALUE-REC.
           05 GLV-REC-TYPE      PIC X(1).
           05 GLV-ACCOUNT       PIC X(8).
           05 GLV-DR-CR         PIC X(2).
           05 GLV-AMOUNT        PIC 9(10)V9(2).
           05 GLV-PROD-ID       PIC X(3).
           05 GLV-PERIOD        PIC 9(6).
           05 GLV-DESC          PIC X(16).

       FD  VALUE-REPORT-FILE.
       01  VALUE-REPORT-REC     PIC X(120).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-STOCKBAL-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-STOCKBAL-EOF-SW      PIC X(3) VALUE 'NO'.
           05 WS-PRODMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 PRODMAST-AVAILABLE   VALUE 'YES'.
           05 WS-PRICEHIST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRICEHIST-AVAIL-SW   PIC X(3) VALUE 'YES'.
              88 PRICEHIST-AVAILABLE  VALUE 'YES'.
           05 WS-PRICEHIST-EOF-SW     PIC X(3) VALUE 'NO'.
           05 WS-PRODHIST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODHIST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 PRODHIST-AVAILABLE   VALUE 'YES'.
           05 WS-PRODHIST-EOF-SW      PIC X(3) VALUE 'NO'.
           05 WS-GLMAP-FILE-STATUS    PIC X(2) VALUE '00'.
           05 WS-GLMAP-EOF-SW         PIC X(3) VALUE 'NO'.
           05 WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.

      * Run settings and the defaults they fall back to.
       01  WS-VALUE-PARMS.
           05 WS-VAL-DATE             PIC 9(8) VALUE 0.
           05 WS-DEAD-PERIODS         PIC 9(2) VALUE 0.
           05 WS-RATE-PERIODS         PIC 9(2) VALUE 0.
           05 WS-SLOW-MONTHS          PIC 9(3) VALUE 0.
           05 WS-DFLT-DEAD-PERIODS    PIC 9(2) VALUE 3.
           05 WS-DFLT-RATE-PERIODS    PIC 9(2) VALUE 3.
           05 WS-DFLT-SLOW-MONTHS     PIC 9(3) VALUE 12.
           05 WS-GL-INV-ACCT          PIC X(8) VALUE 'INVENTRY'.

      * Periods are compared as a running month number, year times
      * twelve plus month, so a window can cross a year end.
       01  WS-PERIOD-AREAS.
           05 WS-VAL-PERIOD           PIC 9(6) VALUE 0.
           05 WS-VAL-MONTH-NBR        PIC 9(6) VALUE 0.
           05 WS-DEAD-FROM-NBR        PIC S9(6) VALUE 0.
           05 WS-RATE-FROM-NBR        PIC S9(6) VALUE 0.
           05 WS-HIST-MONTH-NBR       PIC 9(6) VALUE 0.
           05 WS-WORK-YEAR            PIC 9(4) VALUE 0.
           05 WS-WORK-MONTH           PIC 9(2) VALUE 0.

      * The product in hand.
       01  WS-PRODUCT-AREAS.
           05 WS-UNIT-COST            PIC 9(3)V9(2) VALUE 0.
           05 WS-COST-SOURCE          PIC X(7) VALUE SPACES.
           05 WS-STOCK-VALUE          PIC S9(10)V9(2) VALUE 0.
           05 WS-DEAD-SALES-QTY       PIC 9(9) VALUE 0.
           05 WS-RATE-NET-QTY         PIC S9(9) VALUE 0.
           05 WS-LAST-SALE-PERIOD     PIC 9(6) VALUE 0.
           05 WS-MONTHS-SUPPLY        PIC 9(5)V9(1) VALUE 0.
           05 WS-SUPPLY-KNOWN-SW      PIC X(3) VALUE 'NO'.
           05 WS-STOCK-FLAG           PIC X(4) VALUE SPACES.

       01  WS-VALUE-TOTALS.
           05 WS-STOCK-TOTAL          PIC S9(11)V9(2) VALUE 0.
           05 WS-NEG-TOTAL            PIC S9(11)V9(2) VALUE 0.
           05 WS-DEAD-TOTAL           PIC S9(11)V9(2) VALUE 0.
           05 WS-SLOW-TOTAL           PIC S9(11)V9(2) VALUE 0.

       01  WS-VALUE-COUNTS.
           05 WS-STOCKBAL-READ-COUNT  PIC 9(5) VALUE 0.
           05 WS-VALUED-COUNT         PIC 9(5) VALUE 0.
           05 WS-ZERO-COUNT           PIC 9(5) VALUE 0.
           05 WS-NO-COST-COUNT        PIC 9(5) VALUE 0.
           05 WS-NEG-COUNT            PIC 9(5) VALUE 0.
           05 WS-DEAD-COUNT           PIC 9(5) VALUE 0.
           05 WS-SLOW-COUNT           PIC 9(5) VALUE 0.

      * Negative balances and slow or dead stock, held for their
      * sections after the valuation lines.
       01  WS-NEG-TABLE.
           05 WS-NEG-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-NEG-COUNT
              INDEXED BY WS-NEG-IDX.
              10 WS-NEG-PROD-ID       PIC X(3).
              10 WS-NEG-PROD-NAME     PIC X(14).
              10 WS-NEG-ON-HAND       PIC S9(7).
              10 WS-NEG-UNIT-COST     PIC 9(3)V9(2).
              10 WS-NEG-VALUE         PIC S9(10)V9(2).

       01  WS-MOVER-AREAS.
           05 WS-MOVER-COUNT          PIC 9(5) VALUE 0.
       01  WS-MOVER-TABLE.
           05 WS-MOVER-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-MOVER-COUNT
              INDEXED BY WS-MOVER-IDX.
              10 WS-MOV-PROD-ID       PIC X(3).
              10 WS-MOV-PROD-NAME     PIC X(14).
              10 WS-MOV-ON-HAND       PIC S9(7).
              10 WS-MOV-UNIT-COST     PIC 9(3)V9(2).
              10 WS-MOV-COST-SOURCE   PIC X(7).
              10 WS-MOV-VALUE         PIC S9(10)V9(2).
              10 WS-MOV-LAST-SALE     PIC 9(6).
              10 WS-MOV-SUPPLY        PIC 9(5)V9(1).
              10 WS-MOV-SUPPLY-SW     PIC X(3).
              10 WS-MOV-FLAG          PIC X(4).

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  WS-VAL-DATE-PARTS.
           05 WS-VAL-YEAR             PIC 9(4).
           05 WS-VAL-MONTH            PIC 9(2).
           05 WS-VAL-DAY              PIC 9(2).

       01  VALUE-HEADING-LINE1.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 FILLER   PIC X(31) VALUE
              'INVENTORY VALUATION AS AT      '.
           05 VH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 VH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 VH1-YEAR         PIC X(4).

       01  VALUE-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'PROD'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'PRODUCT NAME'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'ON HAND'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'UNIT COST'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'FROM'.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE 'STOCK VALUE'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'LAST SALE'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'MTHS SUPP'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'FLAG'.

       01  VALUE-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 VDL-PROD-ID      PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 VDL-PROD-NAME    PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 VDL-ON-HAND      PIC -(7)9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 VDL-UNIT-COST    PIC ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 VDL-COST-SOURCE  PIC X(7).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 VDL-VALUE        PIC -(11)9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 VDL-LAST-SALE    PIC X(6).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 VDL-SUPPLY       PIC X(7).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 VDL-FLAG         PIC X(4).

       01  VALUE-SUPPLY-EDIT.
           05 VSE-SUPPLY       PIC ZZZZ9.9.

       01  VALUE-SECTION-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 VSL-TITLE        PIC X(60).

       01  VALUE-AMOUNT-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 VAL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 VAL-COUNT        PIC Z(4)9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 VAL-AMOUNT       PIC -(11)9.99.

       01  VALUE-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 VTL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 VTL-COUNT        PIC Z(4)9.

       01  VALUE-BLANK-LINE.
           05 FILLER           PIC X(120) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-READ-STOCK-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT STOCK-BALANCE
           IF WS-STOCKBAL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INVVALUE ABEND: CANNOT OPEN '
                   'STOCK-BALANCE.TXT STATUS ' WS-STOCKBAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRODMAST-AVAIL-SW
               IF WS-PRODMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY 'WARNING: PRODUCT-MASTER.TXT IS ON THE '
                       'OLD LAYOUT - RUN MASTCONV'
               END-IF
               DISPLAY 'WARNING: NO PRODUCT MASTER - STOCK WITH NO '
                   'PRICE HISTORY VALUES AT ZERO'
           END-IF
           OPEN INPUT PRODUCT-PRICE-HIST
           IF WS-PRICEHIST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRICEHIST-AVAIL-SW
               DISPLAY 'NOTE: NO PRICE HISTORY - STOCK VALUED AT '
                   'PM-UNIT-COST'
           END-IF
           OPEN INPUT PRODUCT-HISTORY
           IF WS-PRODHIST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRODHIST-AVAIL-SW
               DISPLAY 'NOTE: NO PRODUCT HISTORY - SLOW AND DEAD '
                   'STOCK NOT FLAGGED THIS RUN'
           END-IF
           PERFORM 121-READ-PARM-RTN
           PERFORM 122-LOAD-GL-MAP-RTN
           PERFORM 123-SET-PERIODS-RTN
           OPEN OUTPUT VALUE-REPORT-FILE
           MOVE VALUE-HEADING-LINE1 TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE VALUE-HEADING-LINE2 TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           .

       121-READ-PARM-RTN.
           MOVE WS-CURRENT-DATE TO WS-VAL-DATE
           MOVE WS-DFLT-DEAD-PERIODS TO WS-DEAD-PERIODS
           MOVE WS-DFLT-RATE-PERIODS TO WS-RATE-PERIODS
           MOVE WS-DFLT-SLOW-MONTHS TO WS-SLOW-MONTHS
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS IS EQUAL TO '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IVP-VAL-DATE IS NUMERIC AND
                          IVP-VAL-DATE IS GREATER THAN 0
                           MOVE IVP-VAL-DATE TO WS-VAL-DATE
                       END-IF
                       IF IVP-DEAD-PERIODS IS NUMERIC AND
                          IVP-DEAD-PERIODS IS GREATER THAN 0
                           MOVE IVP-DEAD-PERIODS TO WS-DEAD-PERIODS
                       END-IF
                       IF IVP-RATE-PERIODS IS NUMERIC AND
                          IVP-RATE-PERIODS IS GREATER THAN 0
                           MOVE IVP-RATE-PERIODS TO WS-RATE-PERIODS
                       END-IF
                       IF IVP-SLOW-MONTHS IS NUMERIC AND
                          IVP-SLOW-MONTHS IS GREATER THAN 0
                           MOVE IVP-SLOW-MONTHS TO WS-SLOW-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'INVVALUE: VALUATION DATE ' WS-VAL-DATE
               ' DEAD AFTER ' WS-DEAD-PERIODS ' PERIODS, RATE OVER '
               WS-RATE-PERIODS ' PERIODS, SLOW OVER '
               WS-SLOW-MONTHS ' MONTHS'
           .

      * Only the 'INV' row matters here: it names the inventory
      * account the valuation is agreed to.
       122-LOAD-GL-MAP-RTN.
           OPEN INPUT GL-ACCT-MAP-FILE
           IF WS-GLMAP-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL WS-GLMAP-EOF-SW IS EQUAL TO 'YES'
                   READ GL-ACCT-MAP-FILE
                       AT END
                           MOVE 'YES' TO WS-GLMAP-EOF-SW
                       NOT AT END
                           IF GLM-PROD-ID IS EQUAL TO 'INV'
                               MOVE GLM-SALES-ACCT TO WS-GL-INV-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCT-MAP-FILE
           END-IF
           .

      * The valuation period and the first period of each window,
      * as running month numbers.
       123-SET-PERIODS-RTN.
           MOVE WS-VAL-DATE TO WS-VAL-DATE-PARTS
           MOVE WS-VAL-MONTH TO VH1-MONTH
           MOVE WS-VAL-DAY TO VH1-DAY
           MOVE WS-VAL-YEAR TO VH1-YEAR
           COMPUTE WS-VAL-PERIOD = WS-VAL-YEAR * 100 + WS-VAL-MONTH
           COMPUTE WS-VAL-MONTH-NBR = WS-VAL-YEAR * 12 + WS-VAL-MONTH
           COMPUTE WS-DEAD-FROM-NBR =
                   WS-VAL-MONTH-NBR - WS-DEAD-PERIODS + 1
           COMPUTE WS-RATE-FROM-NBR =
                   WS-VAL-MONTH-NBR - WS-RATE-PERIODS + 1
           .

       130-READ-STOCK-RTN.
           PERFORM UNTIL WS-STOCKBAL-EOF-SW IS EQUAL TO 'YES'
               READ STOCK-BALANCE
                   AT END
                       MOVE 'YES' TO WS-STOCKBAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-STOCKBAL-READ-COUNT
                       IF SB-ON-HAND IS EQUAL TO 0
                           ADD 1 TO WS-ZERO-COUNT
                       ELSE
                           PERFORM 200-VALUE-PRODUCT-RTN
                       END-IF
               END-READ
           END-PERFORM
           .

       200-VALUE-PRODUCT-RTN.
           PERFORM 210-LOOKUP-COST-RTN
           COMPUTE WS-STOCK-VALUE = SB-ON-HAND * WS-UNIT-COST
           IF SB-ON-HAND IS LESS THAN 0
               PERFORM 240-HOLD-NEGATIVE-RTN
           ELSE
               ADD WS-STOCK-VALUE TO WS-STOCK-TOTAL
               ADD 1 TO WS-VALUED-COUNT
               PERFORM 220-SALES-HISTORY-RTN
               PERFORM 230-VALUE-LINE-RTN
           END-IF
           .

      * The last price history record dated on or before the
      * valuation date; PM-UNIT-COST when there is none.
       210-LOOKUP-COST-RTN.
           MOVE 0 TO WS-UNIT-COST
           MOVE 'NO COST' TO WS-COST-SOURCE
           IF PRODMAST-AVAILABLE
               MOVE SB-PROD-ID TO PM-PROD-ID
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-UNIT-COST TO WS-UNIT-COST
                       MOVE 'MASTER' TO WS-COST-SOURCE
               END-READ
           END-IF
           IF PRICEHIST-AVAILABLE
               MOVE 'NO' TO WS-PRICEHIST-EOF-SW
               MOVE SB-PROD-ID TO PPH-PROD-ID
               MOVE 0 TO PPH-EFF-DATE
               START PRODUCT-PRICE-HIST
                   KEY IS NOT LESS THAN PPH-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-PRICEHIST-EOF-SW
               END-START
               PERFORM UNTIL WS-PRICEHIST-EOF-SW IS EQUAL TO 'YES'
                   READ PRODUCT-PRICE-HIST NEXT
                       AT END
                           MOVE 'YES' TO WS-PRICEHIST-EOF-SW
                       NOT AT END
                           IF PPH-PROD-ID IS NOT EQUAL TO SB-PROD-ID OR
                              PPH-EFF-DATE IS GREATER THAN WS-VAL-DATE
                               MOVE 'YES' TO WS-PRICEHIST-EOF-SW
                           ELSE
                               MOVE PPH-UNIT-COST TO WS-UNIT-COST
                               MOVE 'HISTORY' TO WS-COST-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-COST-SOURCE IS EQUAL TO 'NO COST'
               ADD 1 TO WS-NO-COST-COUNT
           END-IF
           .

      * Walks the product's history up to the valuation period:
      * gross sales in the dead-stock window, net sales in the rate
      * window, and the last period anything sold.
       220-SALES-HISTORY-RTN.
           MOVE 0 TO WS-DEAD-SALES-QTY
           MOVE 0 TO WS-RATE-NET-QTY
           MOVE 0 TO WS-LAST-SALE-PERIOD
           MOVE 0 TO WS-MONTHS-SUPPLY
           MOVE 'NO' TO WS-SUPPLY-KNOWN-SW
           MOVE SPACES TO WS-STOCK-FLAG
           IF PRODHIST-AVAILABLE
               MOVE 'NO' TO WS-PRODHIST-EOF-SW
               MOVE SB-PROD-ID TO PH-PROD-ID
               MOVE 0 TO PH-PERIOD
               START PRODUCT-HISTORY
                   KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-PRODHIST-EOF-SW
               END-START
               PERFORM UNTIL WS-PRODHIST-EOF-SW IS EQUAL TO 'YES'
                   READ PRODUCT-HISTORY NEXT
                       AT END
                           MOVE 'YES' TO WS-PRODHIST-EOF-SW
                       NOT AT END
                           IF PH-PROD-ID IS NOT EQUAL TO SB-PROD-ID OR
                              PH-PERIOD IS GREATER THAN WS-VAL-PERIOD
                               MOVE 'YES' TO WS-PRODHIST-EOF-SW
                           ELSE
                               PERFORM 225-COUNT-PERIOD-RTN
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 226-FLAG-STOCK-RTN
           END-IF
           .

       225-COUNT-PERIOD-RTN.
           DIVIDE PH-PERIOD BY 100 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           COMPUTE WS-HIST-MONTH-NBR = WS-WORK-YEAR * 12 + WS-WORK-MONTH
           IF PH-SALES-QTY IS GREATER THAN 0
               MOVE PH-PERIOD TO WS-LAST-SALE-PERIOD
           END-IF
           IF WS-HIST-MONTH-NBR IS NOT LESS THAN WS-DEAD-FROM-NBR
               ADD PH-SALES-QTY TO WS-DEAD-SALES-QTY
           END-IF
           IF WS-HIST-MONTH-NBR IS NOT LESS THAN WS-RATE-FROM-NBR
               ADD PH-SALES-QTY TO WS-RATE-NET-QTY
               SUBTRACT PH-RET-QTY FROM WS-RATE-NET-QTY
           END-IF
           .

      * No net sales in the rate window leaves the months of supply
      * unknown rather than infinite. Such stock is dead, or slow
      * when it sold only earlier in a longer dead-stock window or
      * returns cancelled its sales.
       226-FLAG-STOCK-RTN.
           IF WS-RATE-NET-QTY IS GREATER THAN 0
               COMPUTE WS-MONTHS-SUPPLY ROUNDED =
                       SB-ON-HAND * WS-RATE-PERIODS / WS-RATE-NET-QTY
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-MONTHS-SUPPLY
               END-COMPUTE
               MOVE 'YES' TO WS-SUPPLY-KNOWN-SW
           END-IF
           IF WS-DEAD-SALES-QTY IS EQUAL TO 0
               MOVE 'DEAD' TO WS-STOCK-FLAG
               ADD 1 TO WS-DEAD-COUNT
               ADD WS-STOCK-VALUE TO WS-DEAD-TOTAL
           ELSE IF WS-SUPPLY-KNOWN-SW IS NOT EQUAL TO 'YES' OR
                   WS-MONTHS-SUPPLY IS GREATER THAN WS-SLOW-MONTHS
               MOVE 'SLOW' TO WS-STOCK-FLAG
               ADD 1 TO WS-SLOW-COUNT
               ADD WS-STOCK-VALUE TO WS-SLOW-TOTAL
           END-IF
           END-IF
           IF WS-STOCK-FLAG IS NOT EQUAL TO SPACES
               IF WS-MOVER-COUNT IS LESS THAN 2000
                   ADD 1 TO WS-MOVER-COUNT
                   SET WS-MOVER-IDX TO WS-MOVER-COUNT
                   MOVE SB-PROD-ID TO WS-MOV-PROD-ID(WS-MOVER-IDX)
                   MOVE SB-PROD-NAME TO WS-MOV-PROD-NAME(WS-MOVER-IDX)
                   MOVE SB-ON-HAND TO WS-MOV-ON-HAND(WS-MOVER-IDX)
                   MOVE WS-UNIT-COST TO WS-MOV-UNIT-COST(WS-MOVER-IDX)
                   MOVE WS-COST-SOURCE
                       TO WS-MOV-COST-SOURCE(WS-MOVER-IDX)
                   MOVE WS-STOCK-VALUE TO WS-MOV-VALUE(WS-MOVER-IDX)
                   MOVE WS-LAST-SALE-PERIOD
                       TO WS-MOV-LAST-SALE(WS-MOVER-IDX)
                   MOVE WS-MONTHS-SUPPLY TO WS-MOV-SUPPLY(WS-MOVER-IDX)
                   MOVE WS-SUPPLY-KNOWN-SW
                       TO WS-MOV-SUPPLY-SW(WS-MOVER-IDX)
                   MOVE WS-STOCK-FLAG TO WS-MOV-FLAG(WS-MOVER-IDX)
               ELSE
                   DISPLAY 'NOTE: SLOW STOCK TABLE FULL - PROD '
                       SB-PROD-ID ' FLAGGED ON THE VALUATION LINE ONLY'
               END-IF
           END-IF
           .

       230-VALUE-LINE-RTN.
           MOVE SB-PROD-ID TO VDL-PROD-ID
           MOVE SB-PROD-NAME TO VDL-PROD-NAME
           MOVE SB-ON-HAND TO VDL-ON-HAND
           MOVE WS-UNIT-COST TO VDL-UNIT-COST
           MOVE WS-COST-SOURCE TO VDL-COST-SOURCE
           MOVE WS-STOCK-VALUE TO VDL-VALUE
           PERFORM 235-EDIT-HISTORY-RTN
           MOVE WS-STOCK-FLAG TO VDL-FLAG
           MOVE VALUE-DETAIL-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           .

       235-EDIT-HISTORY-RTN.
           MOVE SPACES TO VDL-LAST-SALE
           MOVE SPACES TO VDL-SUPPLY
           IF PRODHIST-AVAILABLE
               IF WS-LAST-SALE-PERIOD IS GREATER THAN 0
                   MOVE WS-LAST-SALE-PERIOD TO VDL-LAST-SALE
               ELSE
                   MOVE 'NEVER' TO VDL-LAST-SALE
               END-IF
               IF WS-SUPPLY-KNOWN-SW IS EQUAL TO 'YES'
                   MOVE WS-MONTHS-SUPPLY TO VSE-SUPPLY
                   MOVE VALUE-SUPPLY-EDIT TO VDL-SUPPLY
               ELSE
                   MOVE '    N/A' TO VDL-SUPPLY
               END-IF
           END-IF
           .

       240-HOLD-NEGATIVE-RTN.
           ADD WS-STOCK-VALUE TO WS-NEG-TOTAL
           IF WS-NEG-COUNT IS LESS THAN 2000
               ADD 1 TO WS-NEG-COUNT
               SET WS-NEG-IDX TO WS-NEG-COUNT
               MOVE SB-PROD-ID TO WS-NEG-PROD-ID(WS-NEG-IDX)
               MOVE SB-PROD-NAME TO WS-NEG-PROD-NAME(WS-NEG-IDX)
               MOVE SB-ON-HAND TO WS-NEG-ON-HAND(WS-NEG-IDX)
               MOVE WS-UNIT-COST TO WS-NEG-UNIT-COST(WS-NEG-IDX)
               MOVE WS-STOCK-VALUE TO WS-NEG-VALUE(WS-NEG-IDX)
           ELSE
               DISPLAY 'NOTE: NEGATIVE STOCK TABLE FULL - PROD '
                   SB-PROD-ID ' ON HAND ' SB-ON-HAND ' NOT LISTED'
           END-IF
           .

       300-END-ROUTINE.
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE 'TOTAL STOCK VALUE' TO VAL-LABEL
           MOVE WS-VALUED-COUNT TO VAL-COUNT
           MOVE WS-STOCK-TOTAL TO VAL-AMOUNT
           MOVE VALUE-AMOUNT-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE 'PRODUCTS WITH NO STOCK' TO VTL-LABEL
           MOVE WS-ZERO-COUNT TO VTL-COUNT
           MOVE VALUE-TOTAL-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE 'PRODUCTS WITH NO COST' TO VTL-LABEL
           MOVE WS-NO-COST-COUNT TO VTL-COUNT
           MOVE VALUE-TOTAL-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           PERFORM 310-NEGATIVE-SECTION-RTN
           PERFORM 320-MOVER-SECTION-RTN
           PERFORM 330-WRITE-GL-VALUE-RTN
           CLOSE STOCK-BALANCE
                 VALUE-REPORT-FILE
           IF PRODMAST-AVAILABLE
               CLOSE PRODUCT-MASTER
           END-IF
           IF PRICEHIST-AVAILABLE
               CLOSE PRODUCT-PRICE-HIST
           END-IF
           IF PRODHIST-AVAILABLE
               CLOSE PRODUCT-HISTORY
           END-IF
           DISPLAY 'INVVALUE PRODUCTS READ      ' WS-STOCKBAL-READ-COUNT
           DISPLAY 'INVVALUE PRODUCTS VALUED    ' WS-VALUED-COUNT
           DISPLAY 'INVVALUE NEGATIVE BALANCES  ' WS-NEG-COUNT
           DISPLAY 'INVVALUE NO COST FOUND      ' WS-NO-COST-COUNT
           DISPLAY 'INVVALUE DEAD STOCK         ' WS-DEAD-COUNT
           DISPLAY 'INVVALUE SLOW STOCK         ' WS-SLOW-COUNT
           IF WS-NEG-COUNT IS GREATER THAN 0 OR
              WS-NO-COST-COUNT IS GREATER THAN 0
               DISPLAY 'WARNING: NEGATIVE OR UNCOSTED STOCK - SEE '
                   'INVVALUE-REPORT.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * Negative balances, valued at the same cost but kept out of
      * the stock total.
       310-NEGATIVE-SECTION-RTN.
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE 'NEGATIVE BALANCES - NOT IN THE STOCK TOTAL'
               TO VSL-TITLE
           MOVE VALUE-SECTION-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           PERFORM VARYING WS-NEG-IDX FROM 1 BY 1
                   UNTIL WS-NEG-IDX > WS-NEG-COUNT
               MOVE WS-NEG-PROD-ID(WS-NEG-IDX) TO VDL-PROD-ID
               MOVE WS-NEG-PROD-NAME(WS-NEG-IDX) TO VDL-PROD-NAME
               MOVE WS-NEG-ON-HAND(WS-NEG-IDX) TO VDL-ON-HAND
               MOVE WS-NEG-UNIT-COST(WS-NEG-IDX) TO VDL-UNIT-COST
               MOVE SPACES TO VDL-COST-SOURCE
               MOVE WS-NEG-VALUE(WS-NEG-IDX) TO VDL-VALUE
               MOVE SPACES TO VDL-LAST-SALE
               MOVE SPACES TO VDL-SUPPLY
               MOVE SPACES TO VDL-FLAG
               MOVE VALUE-DETAIL-LINE TO VALUE-REPORT-REC
               WRITE VALUE-REPORT-REC
           END-PERFORM
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE 'TOTAL NEGATIVE VALUE' TO VAL-LABEL
           MOVE WS-NEG-COUNT TO VAL-COUNT
           MOVE WS-NEG-TOTAL TO VAL-AMOUNT
           MOVE VALUE-AMOUNT-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           .

       320-MOVER-SECTION-RTN.
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE 'SLOW-MOVING AND DEAD STOCK' TO VSL-TITLE
           MOVE VALUE-SECTION-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           PERFORM VARYING WS-MOVER-IDX FROM 1 BY 1
                   UNTIL WS-MOVER-IDX > WS-MOVER-COUNT
               MOVE WS-MOV-PROD-ID(WS-MOVER-IDX) TO VDL-PROD-ID
               MOVE WS-MOV-PROD-NAME(WS-MOVER-IDX) TO VDL-PROD-NAME
               MOVE WS-MOV-ON-HAND(WS-MOVER-IDX) TO VDL-ON-HAND
               MOVE WS-MOV-UNIT-COST(WS-MOVER-IDX) TO VDL-UNIT-COST
               MOVE WS-MOV-COST-SOURCE(WS-MOVER-IDX)
                   TO VDL-COST-SOURCE
               MOVE WS-MOV-VALUE(WS-MOVER-IDX) TO VDL-VALUE
               MOVE WS-MOV-LAST-SALE(WS-MOVER-IDX)
                   TO WS-LAST-SALE-PERIOD
               MOVE WS-MOV-SUPPLY(WS-MOVER-IDX) TO WS-MONTHS-SUPPLY
               MOVE WS-MOV-SUPPLY-SW(WS-MOVER-IDX)
                   TO WS-SUPPLY-KNOWN-SW
               PERFORM 235-EDIT-HISTORY-RTN
               MOVE WS-MOV-FLAG(WS-MOVER-IDX) TO VDL-FLAG
               MOVE VALUE-DETAIL-LINE TO VALUE-REPORT-REC
               WRITE VALUE-REPORT-REC
           END-PERFORM
           MOVE VALUE-BLANK-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE 'DEAD STOCK VALUE' TO VAL-LABEL
           MOVE WS-DEAD-COUNT TO VAL-COUNT
           MOVE WS-DEAD-TOTAL TO VAL-AMOUNT
           MOVE VALUE-AMOUNT-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           MOVE 'SLOW-MOVING STOCK VALUE' TO VAL-LABEL
           MOVE WS-SLOW-COUNT TO VAL-COUNT
           MOVE WS-SLOW-TOTAL TO VAL-AMOUNT
           MOVE VALUE-AMOUNT-LINE TO VALUE-REPORT-REC
           WRITE VALUE-REPORT-REC
           .

      * The stock total against the inventory account, dated to the
      * valuation period.
       330-WRITE-GL-VALUE-RTN.
           OPEN OUTPUT GL-VALUE-FILE
           MOVE 'V' TO GLV-REC-TYPE
           MOVE WS-GL-INV-ACCT TO GLV-ACCOUNT
           MOVE 'DR' TO GLV-DR-CR
           MOVE WS-STOCK-TOTAL TO GLV-AMOUNT
           MOVE SPACES TO GLV-PROD-ID
           MOVE WS-VAL-PERIOD TO GLV-PERIOD
           MOVE 'STOCK VALUATION' TO GLV-DESC
           WRITE GL-VALUE-REC
           CLOSE GL-VALUE-FILE
           .
