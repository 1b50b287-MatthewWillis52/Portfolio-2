       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOTRECALL.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program answers a lot recall: given a product and a
      * lot number, it reads the lot movement trace PROGRAM2 writes
      * and lists every customer who received stock from that lot -
      * how much was dispensed to them, how much came back, what is
      * still out there, and when they first and last got it - so
      * the pharmacy can contact each one.
      *
      * A run BACKOUT reversed leaves its movements on the trace and
      * adds a flagged reversing copy of each; the copy comes off
      * what the original added, and a customer the lot reached
      * only through a reversed run is not listed.
      *
      *
      * INPUT: Control record "LOTRECALL-PARM.TXT". Which contains:
      * PROD-ID, LOT-NBR (the lot being recalled).
      * Lot movement trace "LOT-MOVEMENT.TXT".
      * Customer master "CUSTOMER-MASTER.TXT" for the name of
      * record; a customer not on the master prints unnamed.
      *
      *
      * OUTPUT: Recall trace "LOT-RECALL.TXT", one line per customer
      * in customer id order, with the quantity received into the
      * lot and the totals dispensed, returned and still out.
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
           ASSIGN TO 'LOTRECALL-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT LOT-MOVEMENT-FILE
           ASSIGN TO 'LOT-MOVEMENT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTMOVE-FILE-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO 'CUSTOMER-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-ID
           FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT RECALL-REPORT-FILE
           ASSIGN TO 'LOT-RECALL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 LRP-PROD-ID       PIC X(3).
           05 LRP-LOT-NBR       PIC X(10).

       FD  LOT-MOVEMENT-FILE.
       01  LOT-MOVEMENT-REC.
       COPY "willismlotmove.cpy".

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
       COPY "willismcustmast.cpy".

       FD  RECALL-REPORT-FILE.
       01  RECALL-REPORT-REC    PIC X(100).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
           05 WS-LOTMOVE-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-LOTMOVE-EOF-SW       PIC X(3) VALUE 'NO'.
           05 WS-CUSTMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CUSTMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 CUSTMAST-AVAILABLE   VALUE 'YES'.
           05 WS-RECALL-PROD-ID       PIC X(3) VALUE SPACES.
           05 WS-RECALL-LOT-NBR       PIC X(10) VALUE SPACES.
           05 WS-RCL-FOUND-SW         PIC X(3) VALUE 'NO'.
           05 WS-OUT-QTY              PIC S9(7) VALUE 0.

       01  WS-RECALL-TOTALS.
           05 WS-MOVE-READ-COUNT      PIC 9(7) VALUE 0.
           05 WS-LOT-RECV-QTY         PIC 9(7) VALUE 0.
           05 WS-TOT-SOLD-QTY         PIC 9(7) VALUE 0.
           05 WS-TOT-RET-QTY          PIC 9(7) VALUE 0.
           05 WS-TOT-OUT-QTY          PIC S9(7) VALUE 0.

      * One entry per customer the lot reached, sorted into
      * customer id order before printing.
       01  WS-RCL-AREAS.
           05 WS-RCL-COUNT            PIC 9(4) VALUE 0.
       01  WS-RCL-TABLE.
           05 WS-RCL-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-RCL-COUNT
              ASCENDING KEY IS WS-RCL-CUS-ID
              INDEXED BY WS-RCL-IDX.
              10 WS-RCL-CUS-ID        PIC 9(5).
              10 WS-RCL-SOLD-QTY      PIC 9(7).
              10 WS-RCL-RET-QTY       PIC 9(7).
              10 WS-RCL-FIRST-DATE    PIC 9(8).
              10 WS-RCL-LAST-DATE     PIC 9(8).

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  RECALL-HEADING-LINE1.
           05 FILLER           PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE 'LOT RECALL TRACE  '.
           05 FILLER           PIC X(8) VALUE 'PRODUCT '.
           05 RH1-PROD-ID      PIC X(3).
           05 FILLER           PIC X(6) VALUE '  LOT '.
           05 RH1-LOT-NBR      PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 RH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 RH1-YEAR         PIC X(4).

       01  RECALL-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'CUST '.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE 'CUSTOMER NAME'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE ' ISSUED'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'RETURNS'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'STILL OUT '.
           05 FILLER           PIC X(8) VALUE 'FIRST   '.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'LAST    '.

       01  RECALL-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 RDL-CUS-ID       PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-CUS-NAME     PIC X(25).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-SOLD-QTY     PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-RET-QTY      PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-OUT-QTY      PIC -(6)9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RDL-FIRST-DATE   PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RDL-LAST-DATE    PIC 9(8).

       01  RECALL-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 RTL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RTL-QTY          PIC -(6)9.

       01  RECALL-BLANK-LINE.
           05 FILLER           PIC X(100) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-READ-MOVEMENTS-RTN
           PERFORM 200-PRINT-TRACE-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LOTRECALL ABEND: CANNOT OPEN '
                   'LOTRECALL-PARM.TXT STATUS ' WS-PARM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LRP-PROD-ID TO WS-RECALL-PROD-ID
                   MOVE LRP-LOT-NBR TO WS-RECALL-LOT-NBR
           END-READ
           CLOSE PARM-FILE
      * A recall names a real lot; tracing the unlotted stock would
      * list every customer who ever bought the product.
           IF WS-RECALL-PROD-ID IS EQUAL TO SPACES OR
              WS-RECALL-LOT-NBR IS EQUAL TO SPACES
               DISPLAY 'LOTRECALL ABEND: PARM MUST CARRY A PRODUCT '
                   'AND A LOT NUMBER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOT-MOVEMENT-FILE
           IF WS-LOTMOVE-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LOTRECALL ABEND: CANNOT OPEN '
                   'LOT-MOVEMENT.TXT STATUS ' WS-LOTMOVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-CUSTMAST-AVAIL-SW
           END-IF
           MOVE WS-RECALL-PROD-ID TO RH1-PROD-ID
           MOVE WS-RECALL-LOT-NBR TO RH1-LOT-NBR
           MOVE WS-CURRENT-MONTH TO RH1-MONTH
           MOVE WS-CURRENT-DAY TO RH1-DAY
           MOVE WS-CURRENT-YEAR TO RH1-YEAR
           OPEN OUTPUT RECALL-REPORT-FILE
           MOVE RECALL-HEADING-LINE1 TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           MOVE RECALL-BLANK-LINE TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           MOVE RECALL-HEADING-LINE2 TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           MOVE RECALL-BLANK-LINE TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           .

       130-READ-MOVEMENTS-RTN.
           PERFORM UNTIL WS-LOTMOVE-EOF-SW IS EQUAL TO 'YES'
               READ LOT-MOVEMENT-FILE
                   AT END
                       MOVE 'YES' TO WS-LOTMOVE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MOVE-READ-COUNT
                       IF LM-PROD-ID IS EQUAL TO WS-RECALL-PROD-ID AND
                          LM-LOT-NBR IS EQUAL TO WS-RECALL-LOT-NBR
                           IF LM-TRANS-TYPE IS EQUAL TO 'P'
                               IF LM-REVERSAL
                                   SUBTRACT LM-QTY FROM WS-LOT-RECV-QTY
                               ELSE
                                   ADD LM-QTY TO WS-LOT-RECV-QTY
                               END-IF
                           ELSE
                               PERFORM 140-HOLD-CUSTOMER-RTN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * Finds (or adds) the customer's entry and rolls the movement
      * into it. A reversing copy always follows the movement it
      * answers, so it finds the entry; it takes its quantity back
      * off and leaves the dates alone.
       140-HOLD-CUSTOMER-RTN.
           MOVE 'NO' TO WS-RCL-FOUND-SW
           IF WS-RCL-COUNT IS GREATER THAN 0
               PERFORM VARYING WS-RCL-IDX FROM 1 BY 1
                       UNTIL WS-RCL-IDX > WS-RCL-COUNT
                          OR WS-RCL-FOUND-SW IS EQUAL TO 'YES'
                   IF LM-CUS-ID IS EQUAL TO WS-RCL-CUS-ID(WS-RCL-IDX)
                       MOVE 'YES' TO WS-RCL-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-RCL-FOUND-SW IS EQUAL TO 'YES'
                   SET WS-RCL-IDX DOWN BY 1
               END-IF
           END-IF
           IF WS-RCL-FOUND-SW IS EQUAL TO 'NO' AND
              NOT LM-REVERSAL
               IF WS-RCL-COUNT IS LESS THAN 2000
                   ADD 1 TO WS-RCL-COUNT
                   SET WS-RCL-IDX TO WS-RCL-COUNT
                   MOVE LM-CUS-ID TO WS-RCL-CUS-ID(WS-RCL-IDX)
                   MOVE 0 TO WS-RCL-SOLD-QTY(WS-RCL-IDX)
                   MOVE 0 TO WS-RCL-RET-QTY(WS-RCL-IDX)
                   MOVE LM-TRANS-DATE TO WS-RCL-FIRST-DATE(WS-RCL-IDX)
                   MOVE LM-TRANS-DATE TO WS-RCL-LAST-DATE(WS-RCL-IDX)
                   MOVE 'YES' TO WS-RCL-FOUND-SW
               ELSE
                   DISPLAY 'NOTE: RECALL TABLE FULL - CUS-ID '
                       LM-CUS-ID ' NOT LISTED - TRACE IS INCOMPLETE'
               END-IF
           END-IF
           IF WS-RCL-FOUND-SW IS EQUAL TO 'YES' AND LM-REVERSAL
               IF LM-TRANS-TYPE IS EQUAL TO 'R'
                   SUBTRACT LM-QTY FROM WS-RCL-RET-QTY(WS-RCL-IDX)
               ELSE
                   SUBTRACT LM-QTY FROM WS-RCL-SOLD-QTY(WS-RCL-IDX)
               END-IF
           ELSE IF WS-RCL-FOUND-SW IS EQUAL TO 'YES'
               IF LM-TRANS-TYPE IS EQUAL TO 'R'
                   ADD LM-QTY TO WS-RCL-RET-QTY(WS-RCL-IDX)
               ELSE
                   ADD LM-QTY TO WS-RCL-SOLD-QTY(WS-RCL-IDX)
               END-IF
               IF LM-TRANS-DATE IS LESS THAN
                       WS-RCL-FIRST-DATE(WS-RCL-IDX)
                   MOVE LM-TRANS-DATE TO WS-RCL-FIRST-DATE(WS-RCL-IDX)
               END-IF
               IF LM-TRANS-DATE IS GREATER THAN
                       WS-RCL-LAST-DATE(WS-RCL-IDX)
                   MOVE LM-TRANS-DATE TO WS-RCL-LAST-DATE(WS-RCL-IDX)
               END-IF
           END-IF
           END-IF
           .

       200-PRINT-TRACE-RTN.
           IF WS-RCL-COUNT IS GREATER THAN 0
               SORT WS-RCL-ENTRY ON ASCENDING KEY WS-RCL-CUS-ID
               PERFORM VARYING WS-RCL-IDX FROM 1 BY 1
                       UNTIL WS-RCL-IDX > WS-RCL-COUNT
                   IF WS-RCL-SOLD-QTY(WS-RCL-IDX) IS GREATER THAN 0
                      OR WS-RCL-RET-QTY(WS-RCL-IDX) IS GREATER THAN 0
                       PERFORM 210-TRACE-LINE-RTN
                   END-IF
               END-PERFORM
           END-IF
           .

       210-TRACE-LINE-RTN.
           COMPUTE WS-OUT-QTY = WS-RCL-SOLD-QTY(WS-RCL-IDX) -
                                WS-RCL-RET-QTY(WS-RCL-IDX)
           MOVE WS-RCL-CUS-ID(WS-RCL-IDX) TO RDL-CUS-ID
           MOVE SPACES TO RDL-CUS-NAME
           IF CUSTMAST-AVAILABLE
               MOVE WS-RCL-CUS-ID(WS-RCL-IDX) TO CM-CUS-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE '** NOT ON CUSTOMER MASTER' TO RDL-CUS-NAME
                   NOT INVALID KEY
                       MOVE CM-CUS-NAME TO RDL-CUS-NAME
               END-READ
           END-IF
           MOVE WS-RCL-SOLD-QTY(WS-RCL-IDX) TO RDL-SOLD-QTY
           MOVE WS-RCL-RET-QTY(WS-RCL-IDX) TO RDL-RET-QTY
           MOVE WS-OUT-QTY TO RDL-OUT-QTY
           MOVE WS-RCL-FIRST-DATE(WS-RCL-IDX) TO RDL-FIRST-DATE
           MOVE WS-RCL-LAST-DATE(WS-RCL-IDX) TO RDL-LAST-DATE
           MOVE RECALL-DETAIL-LINE TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           ADD WS-RCL-SOLD-QTY(WS-RCL-IDX) TO WS-TOT-SOLD-QTY
           ADD WS-RCL-RET-QTY(WS-RCL-IDX) TO WS-TOT-RET-QTY
           ADD WS-OUT-QTY TO WS-TOT-OUT-QTY
           .

       300-END-ROUTINE.
           MOVE RECALL-BLANK-LINE TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           MOVE 'RECEIVED INTO LOT' TO RTL-LABEL
           MOVE WS-LOT-RECV-QTY TO RTL-QTY
           MOVE RECALL-TOTAL-LINE TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           MOVE 'ISSUED TO CUSTOMERS' TO RTL-LABEL
           MOVE WS-TOT-SOLD-QTY TO RTL-QTY
           MOVE RECALL-TOTAL-LINE TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           MOVE 'RETURNED BY CUSTOMERS' TO RTL-LABEL
           MOVE WS-TOT-RET-QTY TO RTL-QTY
           MOVE RECALL-TOTAL-LINE TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           MOVE 'STILL WITH CUSTOMERS' TO RTL-LABEL
           MOVE WS-TOT-OUT-QTY TO RTL-QTY
           MOVE RECALL-TOTAL-LINE TO RECALL-REPORT-REC
           WRITE RECALL-REPORT-REC
           CLOSE LOT-MOVEMENT-FILE
                 RECALL-REPORT-FILE
           IF CUSTMAST-AVAILABLE
               CLOSE CUSTOMER-MASTER
           END-IF
           DISPLAY 'LOTRECALL MOVEMENTS READ    ' WS-MOVE-READ-COUNT
           DISPLAY 'LOTRECALL CUSTOMERS LISTED  ' WS-RCL-COUNT
           STOP RUN
           .
