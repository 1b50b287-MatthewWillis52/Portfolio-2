      * available or the id is not on file.
      * Product master "PRODUCT-MASTER.TXT" for the approved unit
      * cost, so a price PROGRAM2 would reject is not billed here.
      * Contract prices "CONTRACT-PRICE.TXT" from CONTMAINT, which
      * replace that cost for a customer under contract.
      * Parameter file "PR2FA17-PARM.TXT" for the same date range
      * PROGRAM2 reports on.
      * AR balance file "AR-BALANCE.TXT" for the customer's prior
           RECORD KEY IS PPH-KEY
           FILE STATUS IS WS-PRICEHIST-FILE-STATUS.

           SELECT CONTRACT-PRICE
           ASSIGN TO 'CONTRACT-PRICE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-KEY
           FILE STATUS IS WS-CONTRACT-FILE-STATUS.

           SELECT PARM-FILE
           ASSIGN TO 'PR2FA17-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ==QTY-SOLD-IN== BY ==SRT-QTY-SOLD==
           ==COST-PER-ITEM-IN== BY ==SRT-COST-PER-ITEM==
           ==TRANS-TYPE-IN== BY ==SRT-TRANS-TYPE==
           ==TRANS-DATE-IN== BY ==SRT-TRANS-DATE==
           ==LOT-NBR-IN== BY ==SRT-LOT-NBR==
           ==LOT-EXPIRY-IN== BY ==SRT-LOT-EXPIRY==.

       FD  SORTED-STMT-TRANS.
       01  SORTED-STMT-REC.
           ==QTY-SOLD-IN== BY ==SRT2-QTY-SOLD==
           ==COST-PER-ITEM-IN== BY ==SRT2-COST-PER-ITEM==
           ==TRANS-TYPE-IN== BY ==SRT2-TRANS-TYPE==
           ==TRANS-DATE-IN== BY ==SRT2-TRANS-DATE==
           ==LOT-NBR-IN== BY ==SRT2-LOT-NBR==
           ==LOT-EXPIRY-IN== BY ==SRT2-LOT-EXPIRY==.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC       PIC X(80).
           ==QTY-SOLD-IN== BY ==RCY-QTY-SOLD==
           ==COST-PER-ITEM-IN== BY ==RCY-COST-PER-ITEM==
           ==TRANS-TYPE-IN== BY ==RCY-TRANS-TYPE==
           ==TRANS-DATE-IN== BY ==RCY-TRANS-DATE==
           ==LOT-NBR-IN== BY ==RCY-LOT-NBR==
           ==LOT-EXPIRY-IN== BY ==RCY-LOT-EXPIRY==.
           05 RCY-RESUB-COUNT  PIC 9(2).

       FD  CUSTOMER-MASTER.
       01  PRICE-HIST-REC.
       COPY "willismpricehist.cpy".

      * Negotiated customer prices written by CONTMAINT; while one
      * is in force on TRANS-DATE-IN it replaces the list price in
      * the price check.
       FD  CONTRACT-PRICE.
       01  CONTRACT-PRICE-REC.
       COPY "willismcontract.cpy".

      * Open AR position by customer: CASHRCPT posts payments into
      * it between statement runs; the customer break here shows
      * prior balance, payments received and new balance, then ages
              88 PRICEHIST-AVAILABLE  VALUE 'YES'.
           05 WS-PRICEHIST-EOF-SW     PIC X(3) VALUE 'NO'.
           05 WS-EFF-UNIT-COST        PIC 9(3)V9(2) VALUE 0.
      * Contract price lookup: a contract in force for the customer
      * and product on TRANS-DATE-IN overrides the cost above.
           05 WS-CONTRACT-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CONTRACT-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 CONTRACT-AVAILABLE   VALUE 'YES'.
           05 WS-CONTRACT-EOF-SW      PIC X(3) VALUE 'NO'.

      * Statements cover the same date range as the report; wide
      * open when the parameter file supplies no dates.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-CUSTMAST-AVAIL-SW
      * Status 39 is a master still on an older layout - billing
      * without it would tax every exempt institution.
               IF WS-CUSTMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY 'WARNING: CUSTOMER-MASTER.TXT IS ON THE '
                       'OLD LAYOUT - RUN MASTCONV. NAME AND '
           IF WS-PRICEHIST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRICEHIST-AVAIL-SW
           END-IF
           OPEN INPUT CONTRACT-PRICE
           IF WS-CONTRACT-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-CONTRACT-AVAIL-SW
           END-IF
           OPEN INPUT CUST-PROD-REG
           IF WS-CPREG-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-CPREG-AVAIL-SW
           .

      * Same price tolerance PROGRAM2 applies in its edit pass; a
      * product id not on the master is left unchecked there too,
      * and a contract in force on TRANS-DATE-IN sets the price.
       205-CHECK-PRICE-RTN.
           MOVE 'NO' TO WS-PRODMAST-HIT-SW
           MOVE 'YES' TO WS-PRICE-OK-SW
           IF WS-PRODMAST-HIT-SW IS EQUAL TO 'YES' AND
              COST-PER-ITEM-IN IS NUMERIC
               PERFORM 206-LOOKUP-EFF-PRICE-RTN
               PERFORM 206A-LOOKUP-CONTRACT-RTN
               COMPUTE WS-PRICE-TOL-AMT ROUNDED =
                       WS-EFF-UNIT-COST * WS-PRICE-TOL-PCT / 100
               COMPUTE WS-PRICE-DIFF =
           END-IF
           .

      * Replaces the cost just found with the customer's contract
      * price when a contract for this customer and product is in
      * force on TRANS-DATE-IN: started on or before it and not yet
      * ended. The contracts are walked in start-date order, so of
      * two in force the later-starting one is the one kept.
       206A-LOOKUP-CONTRACT-RTN.
           IF CONTRACT-AVAILABLE AND
              CUS-ID-IN IS NUMERIC AND
              TRANS-DATE-IN IS NUMERIC
               MOVE 'NO' TO WS-CONTRACT-EOF-SW
               MOVE CUS-ID-IN TO CON-CUS-ID
               MOVE PROD-ID-IN TO CON-PROD-ID
               MOVE 0 TO CON-EFF-DATE
               START CONTRACT-PRICE
                   KEY IS NOT LESS THAN CON-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-CONTRACT-EOF-SW
               END-START
               PERFORM UNTIL WS-CONTRACT-EOF-SW IS EQUAL TO 'YES'
                   READ CONTRACT-PRICE NEXT
                       AT END
                           MOVE 'YES' TO WS-CONTRACT-EOF-SW
                       NOT AT END
                           IF CON-CUS-ID IS NOT EQUAL TO CUS-ID-IN OR
                              CON-PROD-ID IS NOT EQUAL TO PROD-ID-IN OR
                              CON-EFF-DATE IS GREATER THAN
                                  TRANS-DATE-IN
                               MOVE 'YES' TO WS-CONTRACT-EOF-SW
                           ELSE IF CON-END-DATE IS EQUAL TO 0 OR
                                   CON-END-DATE IS NOT LESS THAN
                                       TRANS-DATE-IN
                               MOVE CON-UNIT-PRICE TO WS-EFF-UNIT-COST
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      * Starts this customer's page: name of record when the master
      * has one, the feed's name otherwise.
       220-STATEMENT-HEAD-RTN.
           IF PRICEHIST-AVAILABLE
               CLOSE PRODUCT-PRICE-HIST
           END-IF
           IF CONTRACT-AVAILABLE
               CLOSE CONTRACT-PRICE
           END-IF
           IF ARBAL-AVAILABLE
               PERFORM 270-AGE-DORMANT-RTN
               CLOSE AR-BALANCE
