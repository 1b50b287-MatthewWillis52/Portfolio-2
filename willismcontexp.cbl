       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONTEXPIRY.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program reads the customer contract price file and
      * lists every contract whose end date falls within the
      * parameter number of days, so the account managers can
      * renegotiate before the customer's transactions drop back to
      * the list price and start turning up on the price-variance
      * listing. Each contract shows the customer, the product, the
      * contract price against today's list cost, the end date and
      * the days left. A contract that already has a later contract
      * keyed behind it for the same customer and product has been
      * renegotiated and is marked so nobody chases it twice.
      *
      *
      * INPUT: Contract file "CONTRACT-PRICE.TXT", keyed customer id
      * + product id + effective date.
      * Control record "CONTEXP-PARM.TXT". Which contains: DAYS
      * (how far ahead to look; missing, zero or unreadable looks
      * WS-DFLT-DAYS ahead).
      * Customer master "CUSTOMER-MASTER.TXT" for the name and
      * product master "PRODUCT-MASTER.TXT" for the product name
      * and list cost, when they are there.
      *
      *
      * OUTPUT: Contract expiry report "CONTRACT-EXPIRY.TXT", in
      * customer and product order, with the count of contracts
      * ending in the window and how many of them are already
      * renewed. Open-ended contracts and contracts that have
      * already ended are left off.
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CONTRACT-PRICE
           ASSIGN TO 'CONTRACT-PRICE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CON-KEY
           FILE STATUS IS WS-CONTRACT-FILE-STATUS.

           SELECT PARM-FILE
           ASSIGN TO 'CONTEXP-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO 'CUSTOMER-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-ID
           FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT PRODUCT-MASTER
           ASSIGN TO 'PRODUCT-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PROD-ID
           FILE STATUS IS WS-PRODMAST-FILE-STATUS.

           SELECT EXPIRY-REPORT-FILE
           ASSIGN TO 'CONTRACT-EXPIRY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-PRICE.
       01  CONTRACT-PRICE-REC.
       COPY "willismcontract.cpy".

       FD  PARM-FILE.
       01  PARM-REC.
           05 CXP-DAYS          PIC 9(3).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
       COPY "willismcustmast.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
       COPY "willismprodmast.cpy".

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-REC    PIC X(110).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-CONTRACT-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CONTRACT-EOF-SW      PIC X(3) VALUE 'NO'.
           05 WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
           05 WS-CUSTMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CUSTMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 CUSTMAST-AVAILABLE   VALUE 'YES'.
           05 WS-PRODMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 PRODMAST-AVAILABLE   VALUE 'YES'.
      * A contract inside the window is held back until the next
      * record is read, since only the next record can say whether
      * it has been renegotiated.
           05 WS-HELD-SW              PIC X(3) VALUE 'NO'.
              88 LINE-HELD            VALUE 'YES'.
           05 WS-HELD-CUS-ID          PIC 9(5) VALUE 0.
           05 WS-HELD-PROD-ID         PIC X(3) VALUE SPACES.

      * How far ahead to look when the parm does not say.
       01  WS-EXPIRY-AREAS.
           05 WS-DFLT-DAYS            PIC 9(3) VALUE 30.
           05 WS-LOOK-DAYS            PIC 9(3) VALUE 0.
           05 WS-DATE-NUM             PIC 9(8) VALUE 0.
           05 WS-CUTOFF-DATE          PIC 9(8) VALUE 0.
           05 WS-DAYS-LEFT            PIC S9(5) VALUE 0.

       01  WS-EXPIRY-TOTALS.
           05 WS-CONTRACT-READ-COUNT  PIC 9(5) VALUE 0.
           05 WS-EXPIRING-COUNT       PIC 9(5) VALUE 0.
           05 WS-RENEWED-COUNT        PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  EXPIRY-HEADING-LINE1.
           05 FILLER   PIC X(25) VALUE SPACES.
           05 FILLER   PIC X(23) VALUE 'CONTRACTS ENDING AS OF'.
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
           05 FILLER           PIC X(5) VALUE 'CUST'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE 'CUSTOMER NAME'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'PROD'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'PRODUCT NAME'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'STARTED'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'ENDS'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'DAYS'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE ' PRICE'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE '  LIST'.

       01  EXPIRY-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 EDL-CUS-ID       PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-CUS-NAME     PIC X(25).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-PROD-ID      PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-PROD-NAME    PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-EFF-DATE     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-END-DATE     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-DAYS-LEFT    PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-CON-PRICE    PIC ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-LIST-COST    PIC ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EDL-MARK         PIC X(10).

       01  EXPIRY-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 ETL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ETL-COUNT        PIC Z(4)9.

       01  EXPIRY-BLANK-LINE.
           05 FILLER           PIC X(110) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-READ-CONTRACTS-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           OPEN INPUT CONTRACT-PRICE
           IF WS-CONTRACT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CONTEXPIRY ABEND: CANNOT OPEN '
                   'CONTRACT-PRICE.TXT STATUS ' WS-CONTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 121-READ-PARM-RTN
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) +
                   WS-LOOK-DAYS)
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-CUSTMAST-AVAIL-SW
           END-IF
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRODMAST-AVAIL-SW
               IF WS-PRODMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY 'WARNING: PRODUCT-MASTER.TXT IS ON THE '
                       'OLD LAYOUT - RUN MASTCONV. LIST COSTS ARE '
                       'LEFT BLANK THIS RUN'
               END-IF
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
                       IF CXP-DAYS IS NUMERIC AND
                          CXP-DAYS IS GREATER THAN 0
                           MOVE CXP-DAYS TO WS-LOOK-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'CONTEXPIRY: LOOKING ' WS-LOOK-DAYS ' DAYS AHEAD'
           .

      * Contracts come back in key order, so any later contract for
      * the same customer and product is the very next record.
       130-READ-CONTRACTS-RTN.
           PERFORM UNTIL WS-CONTRACT-EOF-SW IS EQUAL TO 'YES'
               READ CONTRACT-PRICE
                   AT END
                       MOVE 'YES' TO WS-CONTRACT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CONTRACT-READ-COUNT
                       IF LINE-HELD
                           PERFORM 210-RELEASE-HELD-RTN
                       END-IF
                       IF CON-END-DATE IS GREATER THAN 0 AND
                          CON-END-DATE IS NOT LESS THAN WS-DATE-NUM AND
                          CON-END-DATE IS NOT GREATER THAN
                              WS-CUTOFF-DATE
                           PERFORM 200-EXPIRY-LINE-RTN
                       END-IF
               END-READ
           END-PERFORM
           IF LINE-HELD
               MOVE SPACES TO EDL-MARK
               PERFORM 220-WRITE-HELD-RTN
           END-IF
           .

      * Builds the line for a contract ending inside the window and
      * holds it until the next record has been looked at.
       200-EXPIRY-LINE-RTN.
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(CON-END-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE CON-CUS-ID TO EDL-CUS-ID
           MOVE SPACES TO EDL-CUS-NAME
           IF CUSTMAST-AVAILABLE
               MOVE CON-CUS-ID TO CM-CUS-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE '** NOT ON CUSTOMER MASTER' TO EDL-CUS-NAME
                   NOT INVALID KEY
                       MOVE CM-CUS-NAME TO EDL-CUS-NAME
               END-READ
           END-IF
           MOVE CON-PROD-ID TO EDL-PROD-ID
           MOVE SPACES TO EDL-PROD-NAME
           MOVE 0 TO EDL-LIST-COST
           IF PRODMAST-AVAILABLE
               MOVE CON-PROD-ID TO PM-PROD-ID
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-PROD-NAME TO EDL-PROD-NAME
                       MOVE PM-UNIT-COST TO EDL-LIST-COST
               END-READ
           END-IF
           MOVE CON-EFF-DATE TO EDL-EFF-DATE
           MOVE CON-END-DATE TO EDL-END-DATE
           MOVE WS-DAYS-LEFT TO EDL-DAYS-LEFT
           MOVE CON-UNIT-PRICE TO EDL-CON-PRICE
           MOVE CON-CUS-ID TO WS-HELD-CUS-ID
           MOVE CON-PROD-ID TO WS-HELD-PROD-ID
           MOVE 'YES' TO WS-HELD-SW
           .

      * The record just read settles the held line: a later contract
      * for the same customer and product means it was renewed.
       210-RELEASE-HELD-RTN.
           IF CON-CUS-ID IS EQUAL TO WS-HELD-CUS-ID AND
              CON-PROD-ID IS EQUAL TO WS-HELD-PROD-ID
               MOVE '  RENEWED' TO EDL-MARK
               ADD 1 TO WS-RENEWED-COUNT
           ELSE
               MOVE SPACES TO EDL-MARK
           END-IF
           PERFORM 220-WRITE-HELD-RTN
           .

       220-WRITE-HELD-RTN.
           MOVE EXPIRY-DETAIL-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           ADD 1 TO WS-EXPIRING-COUNT
           MOVE 'NO' TO WS-HELD-SW
           .

       300-END-ROUTINE.
           MOVE EXPIRY-BLANK-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           MOVE 'CONTRACTS ENDING IN WINDOW' TO ETL-LABEL
           MOVE WS-EXPIRING-COUNT TO ETL-COUNT
           MOVE EXPIRY-TOTAL-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           MOVE 'ALREADY RENEWED' TO ETL-LABEL
           MOVE WS-RENEWED-COUNT TO ETL-COUNT
           MOVE EXPIRY-TOTAL-LINE TO EXPIRY-REPORT-REC
           WRITE EXPIRY-REPORT-REC
           CLOSE CONTRACT-PRICE
                 EXPIRY-REPORT-FILE
           IF CUSTMAST-AVAILABLE
               CLOSE CUSTOMER-MASTER
           END-IF
           IF PRODMAST-AVAILABLE
               CLOSE PRODUCT-MASTER
           END-IF
           DISPLAY 'CONTEXPIRY CONTRACTS READ   ' WS-CONTRACT-READ-COUNT
           DISPLAY 'CONTEXPIRY ENDING IN WINDOW ' WS-EXPIRING-COUNT
           DISPLAY 'CONTEXPIRY ALREADY RENEWED  ' WS-RENEWED-COUNT
           STOP RUN
           .
