       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOTEXPIRY.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program reads the lot-level balance PROGRAM2 keeps
      * under each product and lists every lot with stock on hand
      * that expires within the parameter number of days - or has
      * expired already - so the pharmacy can move it, return it to
      * the vendor or write it off before it is dispensed out of
      * date. Each lot is valued at the unit cost in effect today,
      * taken from the price history the same way PROGRAM2's price
      * check takes it, falling back to the product master's cost.
      *
      *
      * INPUT: Lot balance file "LOT-BALANCE.TXT", keyed product id
      * + lot number.
      * Control record "LOTEXP-PARM.TXT". Which contains: DAYS
      * (how far ahead to look; missing, zero or unreadable looks
      * WS-DFLT-DAYS ahead).
      * Product master "PRODUCT-MASTER.TXT" and price history
      * "PRODUCT-PRICE-HIST.TXT" for the name and unit cost; a
      * product on neither values at zero.
      *
      *
      * OUTPUT: Expiring-stock report "LOT-EXPIRY.TXT", in product
      * and lot order, expired lots marked, with the count and value
      * of what is expiring and of what has already expired. Lots
      * with no expiry on file (the unlotted stock) are left off.
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LOT-BALANCE
           ASSIGN TO 'LOT-BALANCE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-LOTBAL-FILE-STATUS.

           SELECT PARM-FILE
           ASSIGN TO 'LOTEXP-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

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

           SELECT EXPIRY-REPORT-FILE
           ASSIGN TO 'LOT-EXPIRY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  LOT-BALANCE.
       01  LOT-BALANCE-REC.
       COPY "willismlotbal.cpy".

       FD  PARM-FILE.
       01  PARM-REC.
           05 LXP-DAYS          PIC 9(3).

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
       COPY "willismprodmast.cpy".

       FD  PRODUCT-PRICE-HIST.
       01  PRICE-HIST-REC.
       COPY "willismpricehist.cpy".

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-REC    PIC X(100).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-LOTBAL-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-LOTBAL-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
           05 WS-PRODMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 PRODMAST-AVAILABLE   VALUE 'YES'.
           05 WS-PRODMAST-HIT-SW      PIC X(3) VALUE 'NO'.
           05 WS-PRICEHIST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRICEHIST-AVAIL-SW   PIC X(3) VALUE 'YES'.
              88 PRICEHIST-AVAILABLE  VALUE 'YES'.
           05 WS-PRICEHIST-EOF-SW     PIC X(3) VALUE 'NO'.

      * How far ahead to look when the parm does not say.
       01  WS-EXPIRY-AREAS.
           05 WS-DFLT-DAYS            PIC 9(3) VALUE 90.
           05 WS-LOOK-DAYS            PIC 9(3) VALUE 0.
           05 WS-DATE-NUM             PIC 9(8) VALUE 0.
           05 WS-CUTOFF-DATE          PIC 9(8) VALUE 0.
           05 WS-DAYS-LEFT            PIC S9(5) VALUE 0.
           05 WS-EFF-UNIT-COST        PIC 9(3)V9(2) VALUE 0.
           05 WS-LOT-VALUE            PIC S9(9)V9(2) VALUE 0.

       01  WS-EXPIRY-TOTALS.
           05 WS-LOT-READ-COUNT       PIC 9(5) VALUE 0.
           05 WS-EXPIRING-COUNT       PIC 9(5) VALUE 0.
           05 WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
           05 WS-TOT-EXPIRING-VALUE   PIC S9(10)V9(2) VALUE 0.
           05 WS-TOT-EXPIRED-VALUE    PIC S9(10)V9(2) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  EXPIRY-HEADING-LINE1.
           05 FILLER   PIC X(25) VALUE SPACES.
           05 FILLER   PIC X(20) VALUE 'EXPIRING STOCK AS OF'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 EH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 EH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 EH1-YEAR         PIC X(4).
           05 FILLER           PIC X(9) VALUE ' - NEXT '.
           05 EH1-DAYS         PIC ZZ9.
           05 FILLER           PIC X(5) VALUE ' DAYS'.

       01  EXPIRY-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'PROD'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'PRODUCT NAME'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'LOT'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'EXPIRES'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE '  DAYS'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'ON HAND'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE '  COST'.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'VALUE'.

       01  EXPIRY-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 EDL-PROD-ID      PIC X(3).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 EDL-PROD-NAME    PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-LOT-NBR      PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-EXPIRY-DATE  PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-DAYS-LEFT    PIC -(5)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-ON-HAND      PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-UNIT-COST    PIC ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-VALUE        PIC Z(8)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-MARK         PIC X(10).

       01  EXPIRY-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 ETL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ETL-COUNT        PIC Z(4)9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 ETL-VALUE        PIC Z(9)9.99.

       01  EXPIRY-BLANK-LINE.
           05 FILLER           PIC X(100) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-READ-LOTS-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           OPEN INPUT LOT-BALANCE
           IF WS-LOTBAL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LOTEXPIRY ABEND: CANNOT OPEN '
                   'LOT-BALANCE.TXT STATUS ' WS-LOTBAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 121-READ-PARM-RTN
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) +
                   WS-LOOK-DAYS)
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRODMAST-AVAIL-SW
               IF WS-PRODMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY 'WARNING: PRODUCT-MASTER.TXT IS ON THE '
                       'OLD LAYOUT - RUN MASTCONV. LOTS VALUE '
                       'FROM PRICE HISTORY ONLY THIS RUN'
               END-IF
           END-IF
           OPEN INPUT PRODUCT-PRICE-HIST
           IF WS-PRICEHIST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRICEHIST-AVAIL-SW
           END-IF
           MOVE WS-CURRENT-MONTH TO EH1-MONTH
           MOVE WS-CURRENT-DAY TO EH1-DAY
           MOVE WS-CURRENT-YEAR TO EH1-YEAR
           MOVE WS-LOOK-DAYS TO EH1-DAYS
           OPEN OUTPUT EXPIRY-REPORT-FILE
           MOVE EXPIRY-HEADING-LINE1 TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           MOVE EXPIRY-BLANK-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           MOVE EXPIRY-HEADING-LINE2 TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           MOVE EXPIRY-BLANK-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           .

      * A missing or empty parm is not worth stopping the report
      * for; it looks the default distance ahead and says so.
       121-READ-PARM-RTN.
           MOVE WS-DFLT-DAYS TO WS-LOOK-DAYS
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS IS EQUAL TO '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LXP-DAYS IS NUMERIC AND
                          LXP-DAYS IS GREATER THAN 0
                           MOVE LXP-DAYS TO WS-LOOK-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'LOTEXPIRY: LOOKING ' WS-LOOK-DAYS ' DAYS AHEAD'
           .

       130-READ-LOTS-RTN.
           PERFORM UNTIL WS-LOTBAL-EOF-SW IS EQUAL TO 'YES'
               READ LOT-BALANCE
                   AT END
                       MOVE 'YES' TO WS-LOTBAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LOT-READ-COUNT
                       IF LB-ON-HAND IS GREATER THAN 0 AND
                          LB-EXPIRY-DATE IS GREATER THAN 0 AND
                          LB-EXPIRY-DATE IS NOT GREATER THAN
                              WS-CUTOFF-DATE
                           PERFORM 200-EXPIRY-LINE-RTN
                       END-IF
               END-READ
           END-PERFORM
           .

      * One line per lot inside the window; a lot already past its
      * date shows negative days and is totalled on its own.
       200-EXPIRY-LINE-RTN.
           PERFORM 240-READ-PROD-MASTER-RTN
           PERFORM 250-LOOKUP-EFF-PRICE-RTN
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(LB-EXPIRY-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-LOT-VALUE = LB-ON-HAND * WS-EFF-UNIT-COST
           MOVE LB-PROD-ID TO EDL-PROD-ID
           IF WS-PRODMAST-HIT-SW IS EQUAL TO 'YES'
               MOVE PM-PROD-NAME TO EDL-PROD-NAME
           ELSE
               MOVE SPACES TO EDL-PROD-NAME
           END-IF
           MOVE LB-LOT-NBR TO EDL-LOT-NBR
           MOVE LB-EXPIRY-DATE TO EDL-EXPIRY-DATE
           MOVE WS-DAYS-LEFT TO EDL-DAYS-LEFT
           MOVE LB-ON-HAND TO EDL-ON-HAND
           MOVE WS-EFF-UNIT-COST TO EDL-UNIT-COST
           MOVE WS-LOT-VALUE TO EDL-VALUE
           IF WS-DAYS-LEFT IS LESS THAN 0
               MOVE '** EXPIRED' TO EDL-MARK
               ADD 1 TO WS-EXPIRED-COUNT
               ADD WS-LOT-VALUE TO WS-TOT-EXPIRED-VALUE
           ELSE
               MOVE SPACES TO EDL-MARK
               ADD 1 TO WS-EXPIRING-COUNT
               ADD WS-LOT-VALUE TO WS-TOT-EXPIRING-VALUE
           END-IF
           MOVE EXPIRY-DETAIL-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           .

       240-READ-PROD-MASTER-RTN.
           MOVE 'NO' TO WS-PRODMAST-HIT-SW
           IF PRODMAST-AVAILABLE
               MOVE LB-PROD-ID TO PM-PROD-ID
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-PRODMAST-HIT-SW
               END-READ
           END-IF
           .

      * Walks the product's price history forward and keeps the last
      * price dated on or before today - the same walk PROGRAM2's
      * 157-LOOKUP-EFF-PRICE-RTN makes for TRANS-DATE-IN.
       250-LOOKUP-EFF-PRICE-RTN.
           IF WS-PRODMAST-HIT-SW IS EQUAL TO 'YES'
               MOVE PM-UNIT-COST TO WS-EFF-UNIT-COST
           ELSE
               MOVE 0 TO WS-EFF-UNIT-COST
           END-IF
           IF PRICEHIST-AVAILABLE
               MOVE 'NO' TO WS-PRICEHIST-EOF-SW
               MOVE LB-PROD-ID TO PPH-PROD-ID
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
                           IF PPH-PROD-ID IS NOT EQUAL TO LB-PROD-ID OR
                              PPH-EFF-DATE IS GREATER THAN WS-DATE-NUM
                               MOVE 'YES' TO WS-PRICEHIST-EOF-SW
                           ELSE
                               MOVE PPH-UNIT-COST TO WS-EFF-UNIT-COST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       300-END-ROUTINE.
           MOVE EXPIRY-BLANK-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           MOVE 'LOTS EXPIRING IN WINDOW' TO ETL-LABEL
           MOVE WS-EXPIRING-COUNT TO ETL-COUNT
           MOVE WS-TOT-EXPIRING-VALUE TO ETL-VALUE
           MOVE EXPIRY-TOTAL-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           MOVE 'LOTS ALREADY EXPIRED' TO ETL-LABEL
           MOVE WS-EXPIRED-COUNT TO ETL-COUNT
           MOVE WS-TOT-EXPIRED-VALUE TO ETL-VALUE
           MOVE EXPIRY-TOTAL-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           CLOSE LOT-BALANCE
                 EXPIRY-REPORT-FILE
           IF PRODMAST-AVAILABLE
               CLOSE PRODUCT-MASTER
           END-IF
           IF PRICEHIST-AVAILABLE
               CLOSE PRODUCT-PRICE-HIST
           END-IF
           DISPLAY 'LOTEXPIRY LOTS READ         ' WS-LOT-READ-COUNT
           DISPLAY 'LOTEXPIRY LOTS EXPIRING     ' WS-EXPIRING-COUNT
           DISPLAY 'LOTEXPIRY LOTS EXPIRED      ' WS-EXPIRED-COUNT
           STOP RUN
           .
