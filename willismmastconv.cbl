      * new layout answers the old-layout OPEN with status 39 and
      * is left exactly as it is.
      *
      * The product master has since gained the controlled-substance
      * schedule code as well. A product master on the taxable-flag
      * layout (converted here before, or built by PRODMAINT since)
      * is brought forward the same way, its taxable flag kept and
      * the schedule code stamped 'N'; one still on the first layout
      * takes both bytes in the one pass.
      *
      * The customer master has since gained the sales rep id the
      * same way. A customer master on the tax-flag layout is
      * brought forward with its flag kept and no rep, and one on
      * the first layout takes the 'N' flag and no rep together.
      *
      *
      * INPUT: CUSTOMER-MASTER.TXT and PRODUCT-MASTER.TXT in their
      * pre-conversion layouts (either may be absent or already
      *
      * OUTPUT: The same two files rebuilt on the new layouts, via
      * the staging files MASTCONV-CUST-WORK.TXT and
      * MASTCONV-PROD-WORK.TXT, with every new flag byte 'N'
      * (an existing tax flag is carried as it stands) and every
      * customer's rep id blank, i.e. unassigned.
      *
      *
      ***************************************************************
           RECORD KEY IS CM-CUS-ID
           FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT CUSTOMER-MASTER-TAX
           ASSIGN TO 'CUSTOMER-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TCM-CUS-ID
           FILE STATUS IS WS-CUSTTAX-FILE-STATUS.

           SELECT CUST-WORK-FILE
           ASSIGN TO 'MASTCONV-CUST-WORK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS OPM-PROD-ID
           FILE STATUS IS WS-PRODOLD-FILE-STATUS.

           SELECT PRODUCT-MASTER-TAX
           ASSIGN TO 'PRODUCT-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TPM-PROD-ID
           FILE STATUS IS WS-PRODTAX-FILE-STATUS.

           SELECT PRODUCT-MASTER
           ASSIGN TO 'PRODUCT-MASTER.TXT'
           ORGANIZATION IS INDEXED
           05 OCM-CUS-ID       PIC 9(5).
           05 OCM-CUS-NAME     PIC X(25).

      * The customer master with the tax-exempt byte but before the
      * rep id.
       FD  CUSTOMER-MASTER-TAX.
       01  CUSTOMER-MASTER-TAX-REC.
           05 TCM-CUS-ID       PIC 9(5).
           05 TCM-CUS-NAME     PIC X(25).
           05 TCM-TAX-EXEMPT-SW PIC X(1).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
       COPY "willismcustmast.cpy".
       01  CUST-WORK-REC.
           05 CWK-CUS-ID       PIC 9(5).
           05 CWK-CUS-NAME     PIC X(25).
           05 CWK-TAX-EXEMPT-SW PIC X(1).

      * The product master as it was before the taxable byte.
       FD  PRODUCT-MASTER-OLD.
           05 OPM-PROD-NAME    PIC X(14).
           05 OPM-UNIT-COST    PIC 9(3)V9(2).

      * The product master with the taxable byte but before the
      * schedule code.
       FD  PRODUCT-MASTER-TAX.
       01  PRODUCT-MASTER-TAX-REC.
           05 TPM-PROD-ID      PIC X(3).
           05 TPM-PROD-NAME    PIC X(14).
           05 TPM-UNIT-COST    PIC 9(3)V9(2).
           05 TPM-TAXABLE-SW   PIC X(1).

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
       COPY "willismprodmast.cpy".
           05 PWK-PROD-ID      PIC X(3).
           05 PWK-PROD-NAME    PIC X(14).
           05 PWK-UNIT-COST    PIC 9(3)V9(2).
           05 PWK-TAXABLE-SW   PIC X(1).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-CUSTOLD-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-CUSTTAX-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-CUSTMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CUSTWORK-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODOLD-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-PRODTAX-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-PRODMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODWORK-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CUST-EOF-SW   PIC X(3) VALUE 'NO'.
      * Stage the old-layout records off to the work file, then
      * rebuild the master on the new layout with the flag stamped
      * 'N'. Status 39 on the old-layout OPEN means the file is
      * not on the first layout and hands over to 210, which tries
      * the tax-flag layout; 39 there as well means the file is
      * already current and is left alone. Status 35 means there
      * is no file to convert.
       200-CONVERT-CUSTOMER-RTN.
           OPEN INPUT CUSTOMER-MASTER-OLD
           IF WS-CUSTOLD-FILE-STATUS IS EQUAL TO '39'
               PERFORM 210-CONVERT-CUSTOMER-TAX-RTN
           ELSE IF WS-CUSTOLD-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'MASTCONV: NO CUSTOMER-MASTER.TXT TO CONVERT'
           ELSE IF WS-CUSTOLD-FILE-STATUS IS NOT EQUAL TO '00'
                       NOT AT END
                           MOVE OCM-CUS-ID TO CWK-CUS-ID
                           MOVE OCM-CUS-NAME TO CWK-CUS-NAME
                           MOVE 'N' TO CWK-TAX-EXEMPT-SW
                           WRITE CUST-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-OLD
                     CUST-WORK-FILE
               PERFORM 220-REBUILD-CUSTOMER-RTN
           END-IF
           END-IF
           END-IF
           .

       210-CONVERT-CUSTOMER-TAX-RTN.
           OPEN INPUT CUSTOMER-MASTER-TAX
           IF WS-CUSTTAX-FILE-STATUS IS EQUAL TO '39'
               DISPLAY 'MASTCONV: CUSTOMER-MASTER.TXT IS ALREADY '
                   'ON THE NEW LAYOUT - LEFT AS IT IS'
           ELSE IF WS-CUSTTAX-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'MASTCONV ABEND: CUSTOMER-MASTER.TXT OPEN '
                   'STATUS ' WS-CUSTTAX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               OPEN OUTPUT CUST-WORK-FILE
               PERFORM UNTIL WS-CUST-EOF-SW IS EQUAL TO 'YES'
                   READ CUSTOMER-MASTER-TAX
                       AT END
                           MOVE 'YES' TO WS-CUST-EOF-SW
                       NOT AT END
                           MOVE TCM-CUS-ID TO CWK-CUS-ID
                           MOVE TCM-CUS-NAME TO CWK-CUS-NAME
                           MOVE TCM-TAX-EXEMPT-SW TO CWK-TAX-EXEMPT-SW
                           WRITE CUST-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-TAX
                     CUST-WORK-FILE
               PERFORM 220-REBUILD-CUSTOMER-RTN
           END-IF
           END-IF
           .

      * Rebuilds the master on the current layout from the staged
      * records; the rep id goes on blank, so every account stays
      * unassigned until CUSTMAINT puts it on a rep.
       220-REBUILD-CUSTOMER-RTN.
           OPEN INPUT CUST-WORK-FILE
           OPEN OUTPUT CUSTOMER-MASTER
           MOVE 'NO' TO WS-CUST-EOF-SW
           PERFORM UNTIL WS-CUST-EOF-SW IS EQUAL TO 'YES'
               READ CUST-WORK-FILE
                   AT END
                       MOVE 'YES' TO WS-CUST-EOF-SW
                   NOT AT END
                       MOVE CWK-CUS-ID TO CM-CUS-ID
                       MOVE CWK-CUS-NAME TO CM-CUS-NAME
                       MOVE CWK-TAX-EXEMPT-SW TO CM-TAX-EXEMPT-SW
                       MOVE SPACES TO CM-REP-ID
                       WRITE CUSTOMER-MASTER-REC
                       ADD 1 TO WS-CUST-CONV-COUNT
               END-READ
           END-PERFORM
           CLOSE CUST-WORK-FILE
                 CUSTOMER-MASTER
           DISPLAY 'MASTCONV: ' WS-CUST-CONV-COUNT
               ' CUSTOMER MASTER RECORD(S) CONVERTED'
           .

      * The product master may be on either earlier layout. Status
      * 39 on the first-layout OPEN hands over to 310, which tries
      * the taxable-flag layout; 39 there as well means the file is
      * already current.
       300-CONVERT-PRODUCT-RTN.
           OPEN INPUT PRODUCT-MASTER-OLD
           IF WS-PRODOLD-FILE-STATUS IS EQUAL TO '39'
               PERFORM 310-CONVERT-PRODUCT-TAX-RTN
           ELSE IF WS-PRODOLD-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'MASTCONV: NO PRODUCT-MASTER.TXT TO CONVERT'
           ELSE IF WS-PRODOLD-FILE-STATUS IS NOT EQUAL TO '00'
                           MOVE OPM-PROD-ID TO PWK-PROD-ID
                           MOVE OPM-PROD-NAME TO PWK-PROD-NAME
                           MOVE OPM-UNIT-COST TO PWK-UNIT-COST
                           MOVE 'N' TO PWK-TAXABLE-SW
                           WRITE PROD-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-OLD
                     PROD-WORK-FILE
               PERFORM 320-REBUILD-PRODUCT-RTN
           END-IF
           END-IF
           END-IF
           .

       310-CONVERT-PRODUCT-TAX-RTN.
           OPEN INPUT PRODUCT-MASTER-TAX
           IF WS-PRODTAX-FILE-STATUS IS EQUAL TO '39'
               DISPLAY 'MASTCONV: PRODUCT-MASTER.TXT IS ALREADY '
                   'ON THE NEW LAYOUT - LEFT AS IT IS'
           ELSE IF WS-PRODTAX-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'MASTCONV ABEND: PRODUCT-MASTER.TXT OPEN '
                   'STATUS ' WS-PRODTAX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               OPEN OUTPUT PROD-WORK-FILE
               PERFORM UNTIL WS-PROD-EOF-SW IS EQUAL TO 'YES'
                   READ PRODUCT-MASTER-TAX
                       AT END
                           MOVE 'YES' TO WS-PROD-EOF-SW
                       NOT AT END
                           MOVE TPM-PROD-ID TO PWK-PROD-ID
                           MOVE TPM-PROD-NAME TO PWK-PROD-NAME
                           MOVE TPM-UNIT-COST TO PWK-UNIT-COST
                           MOVE TPM-TAXABLE-SW TO PWK-TAXABLE-SW
                           WRITE PROD-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-TAX
                     PROD-WORK-FILE
               PERFORM 320-REBUILD-PRODUCT-RTN
           END-IF
           END-IF
           .

      * Rebuilds the master on the current layout from the staged
      * records; the schedule code goes on as 'N', so no product
      * reaches the register until PRODMAINT schedules it.
       320-REBUILD-PRODUCT-RTN.
           OPEN INPUT PROD-WORK-FILE
           OPEN OUTPUT PRODUCT-MASTER
           MOVE 'NO' TO WS-PROD-EOF-SW
           PERFORM UNTIL WS-PROD-EOF-SW IS EQUAL TO 'YES'
               READ PROD-WORK-FILE
                   AT END
                       MOVE 'YES' TO WS-PROD-EOF-SW
                   NOT AT END
                       MOVE PWK-PROD-ID TO PM-PROD-ID
                       MOVE PWK-PROD-NAME TO PM-PROD-NAME
                       MOVE PWK-UNIT-COST TO PM-UNIT-COST
                       MOVE PWK-TAXABLE-SW TO PM-TAXABLE-SW
                       MOVE 'N' TO PM-SCHEDULE-CODE
                       WRITE PRODUCT-MASTER-REC
                       ADD 1 TO WS-PROD-CONV-COUNT
               END-READ
           END-PERFORM
           CLOSE PROD-WORK-FILE
                 PRODUCT-MASTER
           DISPLAY 'MASTCONV: ' WS-PROD-CONV-COUNT
               ' PRODUCT MASTER RECORD(S) CONVERTED'
           .

       400-END-ROUTINE.
           DISPLAY 'MASTCONV COMPLETE'
           STOP RUN
