       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POAGING.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program reads the open purchase order file that POGEN
      * raises and PROGRAM2 receives against, and prints the aging
      * listing purchasing chases vendors from: one line per PO line
      * still open or only partly received, how long it has been on
      * order, and how many days past its due date it is. Lines past
      * due are flagged, and the outstanding value is totalled by
      * how late it is.
      *
      *
      * INPUT: Open-PO file "OPEN-PO.TXT", keyed PO number + line.
      * Vendor master "VENDOR-MASTER.TXT" for the vendor name; a
      * vendor not on the master prints with a blank name.
      *
      *
      * OUTPUT: Open-PO aging listing "OPEN-PO-AGING.TXT". Closed
      * lines are left off.
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPEN-PO
           ASSIGN TO 'OPEN-PO.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-FILE-STATUS.

           SELECT VENDOR-MASTER
           ASSIGN TO 'VENDOR-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDMAST-FILE-STATUS.

           SELECT PO-AGING-FILE
           ASSIGN TO 'OPEN-PO-AGING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO.
       01  OPEN-PO-REC.
       COPY "willismopenpo.cpy".

       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
       COPY "willismvendmast.cpy".

       FD  PO-AGING-FILE.
       01  PO-AGING-REC         PIC X(110).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-OPENPO-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-OPENPO-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-VENDMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-VENDMAST-EOF-SW      PIC X(3) VALUE 'NO'.
           05 WS-DATE-NUM             PIC 9(8) VALUE 0.
           05 WS-OUTSTANDING-QTY      PIC 9(7) VALUE 0.
           05 WS-OUTSTANDING-VALUE    PIC 9(9)V9(2) VALUE 0.
           05 WS-DAYS-OPEN            PIC S9(5) VALUE 0.
           05 WS-DAYS-LATE            PIC S9(5) VALUE 0.
           05 WS-PRINT-COUNT          PIC 9(5) VALUE 0.
           05 WS-LATE-COUNT           PIC 9(5) VALUE 0.

      * Vendor names, loaded once from the vendor master.
       01  WS-VEND-AREAS.
           05 WS-VEND-COUNT           PIC 9(3) VALUE 0.
           05 WS-VEND-SUB             PIC 9(3) VALUE 0.
       01  WS-VEND-TABLE.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-ID           PIC X(5).
              10 WS-VEND-NAME         PIC X(25).

      * Outstanding value by how far past due it is.
       01  WS-GRAND-TOTALS.
           05 WS-TOT-NOT-DUE          PIC 9(10)V9(2) VALUE 0.
           05 WS-TOT-LATE-30          PIC 9(10)V9(2) VALUE 0.
           05 WS-TOT-LATE-60          PIC 9(10)V9(2) VALUE 0.
           05 WS-TOT-LATE-OVER        PIC 9(10)V9(2) VALUE 0.
           05 WS-TOT-VALUE            PIC 9(11)V9(2) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  POAGE-HEADING-LINE1.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 FILLER   PIC X(26) VALUE
              'OPEN PURCHASE ORDER AGING '.
           05 AH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 AH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 AH1-YEAR         PIC X(4).

       01  POAGE-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'PO NBR'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'LINE'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'VEND '.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE 'VENDOR NAME'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'PROD'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'ORDERED'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'RECVD  '.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'OUTSTND'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'ORDERED '.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'DUE     '.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE ' OPEN'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE ' LATE'.

       01  POAGE-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-PO-NBR       PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-LINE-NBR     PIC ZZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-VEND-ID      PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-VEND-NAME    PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-PROD-ID      PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-ORDER-QTY    PIC Z(6)9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 PDL-RECV-QTY     PIC Z(6)9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-OUT-QTY      PIC Z(6)9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-ORDER-DATE   PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-DUE-DATE     PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-DAYS-OPEN    PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-DAYS-LATE    PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PDL-LATE-FLAG    PIC X(7).

       01  POAGE-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 PTL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PTL-VALUE        PIC Z(10)9.99.

       01  POAGE-COUNT-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 PCL-LABEL        PIC X(30).
           05 FILLER           PIC X(9) VALUE SPACES.
           05 PCL-COUNT        PIC Z(6)9.

       01  POAGE-BLANK-LINE.
           05 FILLER           PIC X(110) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 125-LOAD-VENDORS-RTN
           PERFORM 130-READ-OPENPO-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           OPEN INPUT OPEN-PO
           IF WS-OPENPO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POAGING ABEND: CANNOT OPEN '
                   'OPEN-PO.TXT STATUS ' WS-OPENPO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           MOVE WS-CURRENT-MONTH TO AH1-MONTH
           MOVE WS-CURRENT-DAY TO AH1-DAY
           MOVE WS-CURRENT-YEAR TO AH1-YEAR
           OPEN OUTPUT PO-AGING-FILE
           MOVE POAGE-HEADING-LINE1 TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE POAGE-BLANK-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE POAGE-HEADING-LINE2 TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE POAGE-BLANK-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           .

      * The vendor master only supplies names here, so the listing
      * still runs without it.
       125-LOAD-VENDORS-RTN.
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDMAST-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL WS-VENDMAST-EOF-SW IS EQUAL TO 'YES'
                   READ VENDOR-MASTER
                       AT END
                           MOVE 'YES' TO WS-VENDMAST-EOF-SW
                       NOT AT END
                           IF WS-VEND-COUNT IS LESS THAN 200
                               ADD 1 TO WS-VEND-COUNT
                               MOVE VM-VEND-ID
                                   TO WS-VEND-ID(WS-VEND-COUNT)
                               MOVE VM-VEND-NAME
                                   TO WS-VEND-NAME(WS-VEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY 'NOTE: VENDOR-MASTER.TXT NOT AVAILABLE - '
                   'VENDOR NAMES LEFT BLANK'
           END-IF
           .

       130-READ-OPENPO-RTN.
           PERFORM UNTIL WS-OPENPO-EOF-SW IS EQUAL TO 'YES'
               READ OPEN-PO
                   AT END
                       MOVE 'YES' TO WS-OPENPO-EOF-SW
                   NOT AT END
                       IF OP-LINE-OPEN
                           PERFORM 200-AGING-LINE-RTN
                       END-IF
               END-READ
           END-PERFORM
           .

      * Days open run from the order date, days late from the due
      * date; a line not yet due shows zero days late.
       200-AGING-LINE-RTN.
           COMPUTE WS-OUTSTANDING-QTY = OP-ORDER-QTY - OP-RECV-QTY
           COMPUTE WS-OUTSTANDING-VALUE =
                   WS-OUTSTANDING-QTY * OP-UNIT-COST
           MOVE 0 TO WS-DAYS-OPEN
           MOVE 0 TO WS-DAYS-LATE
           IF OP-ORDER-DATE IS NUMERIC AND OP-ORDER-DATE > 0
               COMPUTE WS-DAYS-OPEN =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(OP-ORDER-DATE)
           END-IF
           IF OP-DUE-DATE IS NUMERIC AND OP-DUE-DATE > 0
               COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(OP-DUE-DATE)
           END-IF
           IF WS-DAYS-LATE IS LESS THAN 0
               MOVE 0 TO WS-DAYS-LATE
           END-IF
           MOVE SPACES TO PDL-VEND-NAME
           PERFORM VARYING WS-VEND-SUB FROM 1 BY 1
                   UNTIL WS-VEND-SUB > WS-VEND-COUNT
               IF OP-VEND-ID IS EQUAL TO WS-VEND-ID(WS-VEND-SUB)
                   MOVE WS-VEND-NAME(WS-VEND-SUB) TO PDL-VEND-NAME
               END-IF
           END-PERFORM
           MOVE OP-PO-NBR TO PDL-PO-NBR
           MOVE OP-LINE-NBR TO PDL-LINE-NBR
           MOVE OP-VEND-ID TO PDL-VEND-ID
           MOVE OP-PROD-ID TO PDL-PROD-ID
           MOVE OP-ORDER-QTY TO PDL-ORDER-QTY
           MOVE OP-RECV-QTY TO PDL-RECV-QTY
           MOVE WS-OUTSTANDING-QTY TO PDL-OUT-QTY
           MOVE OP-ORDER-DATE TO PDL-ORDER-DATE
           MOVE OP-DUE-DATE TO PDL-DUE-DATE
           MOVE WS-DAYS-OPEN TO PDL-DAYS-OPEN
           MOVE WS-DAYS-LATE TO PDL-DAYS-LATE
           IF WS-DAYS-LATE IS GREATER THAN 0
               MOVE '** LATE' TO PDL-LATE-FLAG
               ADD 1 TO WS-LATE-COUNT
           ELSE
               MOVE SPACES TO PDL-LATE-FLAG
           END-IF
           MOVE POAGE-DETAIL-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           ADD 1 TO WS-PRINT-COUNT
           IF WS-DAYS-LATE IS EQUAL TO 0
               ADD WS-OUTSTANDING-VALUE TO WS-TOT-NOT-DUE
           ELSE IF WS-DAYS-LATE IS NOT GREATER THAN 30
               ADD WS-OUTSTANDING-VALUE TO WS-TOT-LATE-30
           ELSE IF WS-DAYS-LATE IS NOT GREATER THAN 60
               ADD WS-OUTSTANDING-VALUE TO WS-TOT-LATE-60
           ELSE
               ADD WS-OUTSTANDING-VALUE TO WS-TOT-LATE-OVER
           END-IF
           END-IF
           END-IF
           ADD WS-OUTSTANDING-VALUE TO WS-TOT-VALUE
           .

       300-END-ROUTINE.
           MOVE POAGE-BLANK-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE 'OPEN PO LINES' TO PCL-LABEL
           MOVE WS-PRINT-COUNT TO PCL-COUNT
           MOVE POAGE-COUNT-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE 'LINES PAST DUE' TO PCL-LABEL
           MOVE WS-LATE-COUNT TO PCL-COUNT
           MOVE POAGE-COUNT-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE POAGE-BLANK-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE 'OUTSTANDING NOT YET DUE' TO PTL-LABEL
           MOVE WS-TOT-NOT-DUE TO PTL-VALUE
           MOVE POAGE-TOTAL-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE 'OUTSTANDING 1-30 DAYS LATE' TO PTL-LABEL
           MOVE WS-TOT-LATE-30 TO PTL-VALUE
           MOVE POAGE-TOTAL-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE 'OUTSTANDING 31-60 DAYS LATE' TO PTL-LABEL
           MOVE WS-TOT-LATE-60 TO PTL-VALUE
           MOVE POAGE-TOTAL-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE 'OUTSTANDING OVER 60 DAYS LATE' TO PTL-LABEL
           MOVE WS-TOT-LATE-OVER TO PTL-VALUE
           MOVE POAGE-TOTAL-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           MOVE 'TOTAL OUTSTANDING VALUE' TO PTL-LABEL
           MOVE WS-TOT-VALUE TO PTL-VALUE
           MOVE POAGE-TOTAL-LINE TO PO-AGING-REC
           WRITE PO-AGING-REC
           CLOSE OPEN-PO
                 PO-AGING-FILE
           DISPLAY 'POAGING OPEN LINES LISTED   ' WS-PRINT-COUNT
           DISPLAY 'POAGING LINES PAST DUE      ' WS-LATE-COUNT
           STOP RUN
           .
