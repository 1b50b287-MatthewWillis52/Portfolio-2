      * count is posted as the new on-hand balance with a before/
      * after audit record, the same shape CUSTMAINT writes.
      *
      * A count that names a lot counts that lot alone: the lot's
      * balance becomes the count and the product's on-hand moves
      * by the lot's difference. A whole-product count (no lot)
      * posts its difference to the product's unlotted stock, so
      * the lots still add up to the product figure.
      *
      *
      * INPUT: Counted quantities "INVCOUNT-TRANS.TXT". Which
      * contains: PROD-ID, COUNTED-QTY, COUNT-DATE (CCYYMMDD),
      * LOT-NBR (blank for a whole-product count), LOT-EXPIRY
      * (CCYYMMDD, needed only for a lot not yet on file).
      * Product master "PRODUCT-MASTER.TXT" for the approved unit
      * cost behind the variance value.
      *
      *
      * OUTPUT: STOCK-BALANCE.TXT and LOT-BALANCE.TXT updated in
      * place.
      * Variance report "INVCOUNT-VARIANCE.TXT".
      * Audit trail "INVCOUNT-AUDIT.TXT" with the on-hand balance
      * before and after every adjustment posted.
      * Exception listing "INVCOUNT-EXCEPT.TXT" with every rejected
      * count and the reason (blank product id, unreadable count,
      * a new lot with no expiry date).
      *
      *
      ***************************************************************
           RECORD KEY IS SB-PROD-ID
           FILE STATUS IS WS-STOCKBAL-FILE-STATUS.

           SELECT LOT-BALANCE
           ASSIGN TO 'LOT-BALANCE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-LOTBAL-FILE-STATUS.

           SELECT PRODUCT-MASTER
           ASSIGN TO 'PRODUCT-MASTER.TXT'
           ORGANIZATION IS INDEXED
           05 IC-PROD-ID       PIC X(3).
           05 IC-COUNT-QTY     PIC 9(7).
           05 IC-COUNT-DATE    PIC 9(8).
           05 IC-LOT-NBR       PIC X(10).
           05 IC-LOT-EXPIRY    PIC 9(8).

      * Same record PROGRAM2 maintains transaction by transaction.
       FD  STOCK-BALANCE.
           05 SB-ON-HAND        PIC S9(7).
           05 SB-REORDER-POINT  PIC 9(5).

      * Same lot-level balance PROGRAM2 maintains under each product.
       FD  LOT-BALANCE.
       01  LOT-BALANCE-REC.
       COPY "willismlotbal.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
       COPY "willismprodmast.cpy".
           05 WS-BOOK-QTY      PIC S9(7) VALUE 0.
           05 WS-VAR-QTY       PIC S9(7) VALUE 0.
           05 WS-VAR-VALUE     PIC S9(9)V9(2) VALUE 0.
           05 WS-LOTBAL-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-LOTBAL-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 LOTBAL-AVAILABLE   VALUE 'YES'.
           05 WS-LOT-HIT-SW    PIC X(3) VALUE 'NO'.
           05 WS-PROD-BOOK-QTY PIC S9(7) VALUE 0.

       01  WS-COUNT-COUNTS.
           05 WS-COUNT-READ-COUNT   PIC 9(5) VALUE 0.
           05 FILLER           PIC X(4) VALUE 'PROD'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'PRODUCT NAME'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'LOT'.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'BOOK'.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 VAR-PROD-NAME    PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 VAR-LOT-NBR      PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 VAR-BOOK-QTY     PIC -(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 VAR-COUNT-QTY    PIC Z(6)9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(26) VALUE
              'TOTAL VARIANCE VALUE:     '.
           05 FILLER           PIC X(30) VALUE SPACES.
           05 VTL-VALUE        PIC -(9)9.99.

      * One audit line: the count applied, and the on-hand balance
           05 AUD-AFTER-QTY     PIC -(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-COUNT-DATE    PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-LOT-NBR       PIC X(10).

       01  EXCEPT-LINE.
           05 EXL-PROD-ID       PIC X(3).
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Without the lot file the whole-product counts still post;
      * only the lot counts are turned away.
           OPEN I-O LOT-BALANCE
           IF WS-LOTBAL-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT LOT-BALANCE
               CLOSE LOT-BALANCE
               OPEN I-O LOT-BALANCE
           END-IF
           IF WS-LOTBAL-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-LOTBAL-AVAIL-SW
           END-IF
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRODMAST-AVAIL-SW
           ELSE IF IC-COUNT-QTY IS NOT NUMERIC
               MOVE 'COUNTED QTY NOT NUMERIC' TO WS-COUNT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF IC-LOT-NBR IS NOT EQUAL TO SPACES
               PERFORM 205-POST-LOT-COUNT-RTN
           ELSE
               PERFORM 250-READ-BALANCE-RTN
               PERFORM 210-VARIANCE-LINE-RTN
               PERFORM 220-APPLY-ADJUST-RTN
           END-IF
           END-IF
           END-IF
           .

      * A lot count: the book figure is the lot's, and a lot found
      * on the shelf that the file has never seen is opened - as
      * long as the count says when it expires.
       205-POST-LOT-COUNT-RTN.
           IF NOT LOTBAL-AVAILABLE
               MOVE 'LOT FILE NOT AVAILABLE' TO WS-COUNT-REASON
               PERFORM 260-REJECT-RTN
           ELSE
               PERFORM 230-READ-LOT-RTN
               IF WS-LOT-HIT-SW IS EQUAL TO 'NO' AND
                  (IC-LOT-EXPIRY IS NOT NUMERIC OR
                   IC-LOT-EXPIRY IS EQUAL TO 0)
                   MOVE 'NEW LOT NEEDS EXPIRY DATE' TO WS-COUNT-REASON
                   PERFORM 260-REJECT-RTN
               ELSE
                   PERFORM 250-READ-BALANCE-RTN
                   MOVE WS-BOOK-QTY TO WS-PROD-BOOK-QTY
                   MOVE LB-ON-HAND TO WS-BOOK-QTY
                   PERFORM 210-VARIANCE-LINE-RTN
                   PERFORM 225-APPLY-LOT-ADJUST-RTN
               END-IF
           END-IF
           .

      * Prices and prints the count against the book figure; a
           END-IF
           MOVE IC-PROD-ID TO VAR-PROD-ID
           MOVE SB-PROD-NAME TO VAR-PROD-NAME
           MOVE IC-LOT-NBR TO VAR-LOT-NBR
           MOVE WS-BOOK-QTY TO VAR-BOOK-QTY
           MOVE IC-COUNT-QTY TO VAR-COUNT-QTY
           MOVE WS-VAR-QTY TO VAR-DIFF-QTY
           .

      * The count becomes the book figure, before/after on the
      * audit trail. The difference lands on the unlotted stock so
      * the lots keep adding up to the product.
       220-APPLY-ADJUST-RTN.
           MOVE IC-COUNT-QTY TO SB-ON-HAND
           IF WS-BALANCE-HIT-SW IS EQUAL TO 'YES'
           ELSE
               WRITE STOCK-BALANCE-REC
           END-IF
           IF LOTBAL-AVAILABLE AND
              WS-VAR-QTY IS NOT EQUAL TO 0
               PERFORM 230-READ-LOT-RTN
               ADD WS-VAR-QTY TO LB-ON-HAND
               IF WS-LOT-HIT-SW IS EQUAL TO 'YES'
                   REWRITE LOT-BALANCE-REC
               ELSE
                   WRITE LOT-BALANCE-REC
               END-IF
           END-IF
           ADD 1 TO WS-COUNT-POST-COUNT
           PERFORM 270-AUDIT-RTN
           .

      * The lot count becomes the lot's balance, and the product's
      * on-hand moves by the same difference.
       225-APPLY-LOT-ADJUST-RTN.
           MOVE IC-COUNT-QTY TO LB-ON-HAND
           IF WS-LOT-HIT-SW IS EQUAL TO 'YES'
               REWRITE LOT-BALANCE-REC
           ELSE
               WRITE LOT-BALANCE-REC
           END-IF
           COMPUTE SB-ON-HAND = WS-PROD-BOOK-QTY + WS-VAR-QTY
           IF WS-BALANCE-HIT-SW IS EQUAL TO 'YES'
               REWRITE STOCK-BALANCE-REC
           ELSE
               WRITE STOCK-BALANCE-REC
           END-IF
           ADD 1 TO WS-COUNT-POST-COUNT
           PERFORM 270-AUDIT-RTN
           .

      * Random read of the lot file for the count's product and lot
      * (a blank lot is the unlotted stock); a miss sets up a fresh
      * lot at zero, dated today, expiring when the count says.
       230-READ-LOT-RTN.
           MOVE 'NO' TO WS-LOT-HIT-SW
           MOVE IC-PROD-ID TO LB-PROD-ID
           MOVE IC-LOT-NBR TO LB-LOT-NBR
           READ LOT-BALANCE
               INVALID KEY
                   MOVE IC-PROD-ID TO LB-PROD-ID
                   MOVE IC-LOT-NBR TO LB-LOT-NBR
                   IF IC-LOT-EXPIRY IS NUMERIC
                       MOVE IC-LOT-EXPIRY TO LB-EXPIRY-DATE
                   ELSE
                       MOVE 0 TO LB-EXPIRY-DATE
                   END-IF
                   MOVE 0 TO LB-ON-HAND
                   MOVE WS-CURRENT-DATE TO LB-FIRST-RECV-DATE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-LOT-HIT-SW
           END-READ
           MOVE WS-CURRENT-DATE TO LB-LAST-MOVE-DATE
           .

      * Looks the counted product up on the product master for the
      * name of record and the approved unit cost behind the
      * variance value; an id not on the master prices at zero and
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE IC-PROD-ID TO AUD-PROD-ID
           MOVE WS-BOOK-QTY TO AUD-BEFORE-QTY
           MOVE IC-COUNT-QTY TO AUD-AFTER-QTY
           MOVE IC-LOT-NBR TO AUD-LOT-NBR
           IF IC-COUNT-DATE IS NUMERIC AND
              IC-COUNT-DATE IS GREATER THAN 0
               MOVE IC-COUNT-DATE TO AUD-COUNT-DATE
                 VARIANCE-REPORT-FILE
                 COUNT-AUDIT-FILE
                 COUNT-EXCEPT-FILE
           IF LOTBAL-AVAILABLE
               CLOSE LOT-BALANCE
           END-IF
           IF PRODMAST-AVAILABLE
               CLOSE PRODUCT-MASTER
           END-IF
