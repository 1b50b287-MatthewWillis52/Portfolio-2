           RECORD KEY IS PPH-KEY
           FILE STATUS IS WS-PRICEHIST-FILE-STATUS.

           SELECT CONTRACT-PRICE
           ASSIGN TO 'CONTRACT-PRICE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-KEY
           FILE STATUS IS WS-CONTRACT-FILE-STATUS.

           SELECT PRICE-VARIANCE-FILE
           ASSIGN TO 'PR2FA17-PRICEVAR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           RECORD KEY IS CPR-KEY
           FILE STATUS IS WS-CPREG-FILE-STATUS.

           SELECT OPEN-PO
           ASSIGN TO 'OPEN-PO.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-FILE-STATUS.

           SELECT PO-EXCEPTION-FILE
           ASSIGN TO 'PO-RCPT-EXCEPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOT-BALANCE
           ASSIGN TO 'LOT-BALANCE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-LOTBAL-FILE-STATUS.

           SELECT OPTIONAL LOT-MOVEMENT-FILE
           ASSIGN TO 'LOT-MOVEMENT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTMOVE-FILE-STATUS.

           SELECT OPTIONAL DISP-REGISTER-FILE
           ASSIGN TO 'CS-DISPENSING-REG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPREG-FILE-STATUS.

           SELECT OPTIONAL POSTING-JOURNAL-FILE
           ASSIGN TO 'POSTING-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT OPTIONAL COMM-SALES-FILE
           ASSIGN TO 'COMMISSN-SALES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMMSALE-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           05 TRL-REC-COUNT    PIC 9(7).
           05 TRL-HASH-TOTAL   PIC 9(11)V9(2).
           05 FILLER           PIC X(46).
      * A 'P' stock receipt has no customer, so the front of the
      * customer-name field carries the purchase order the goods
      * came in against. Zero or blank leaves 192-MATCH-OPEN-PO-RTN
      * to find the oldest open line for the product itself.
       01  INVENTORY-RCPT-REC.
           05 FILLER           PIC X(5).
           05 RCPT-PO-NBR-IN   PIC 9(6).
           05 FILLER           PIC X(19).
           05 FILLER           PIC X(39).

      * Sort work file: PROD-ID-IN major / CUS-ID-IN minor, so the
      * control break in 200-PROCESS-RTN sees each product together.
           ==QTY-SOLD-IN== BY ==SRT-QTY-SOLD==
           ==COST-PER-ITEM-IN== BY ==SRT-COST-PER-ITEM==
           ==TRANS-TYPE-IN== BY ==SRT-TRANS-TYPE==
           ==TRANS-DATE-IN== BY ==SRT-TRANS-DATE==
           ==LOT-NBR-IN== BY ==SRT-LOT-NBR==
           ==LOT-EXPIRY-IN== BY ==SRT-LOT-EXPIRY==.
           05 SRT-RESUB-COUNT  PIC 9(2).
           05 SRT-SOURCE-SYS   PIC X(8).

           ==QTY-SOLD-IN== BY ==SRT2-QTY-SOLD==
           ==COST-PER-ITEM-IN== BY ==SRT2-COST-PER-ITEM==
           ==TRANS-TYPE-IN== BY ==SRT2-TRANS-TYPE==
           ==TRANS-DATE-IN== BY ==SRT2-TRANS-DATE==
           ==LOT-NBR-IN== BY ==SRT2-LOT-NBR==
           ==LOT-EXPIRY-IN== BY ==SRT2-LOT-EXPIRY==.
           05 SRT2-RESUB-COUNT PIC 9(2).
           05 SRT2-SOURCE-SYS  PIC X(8).

       01  PRICE-HIST-REC.
       COPY "willismpricehist.cpy".

      * Negotiated customer prices written by CONTMAINT; while one
      * is in force on TRANS-DATE-IN it replaces the list price in
      * the price check.
       FD  CONTRACT-PRICE.
       01  CONTRACT-PRICE-REC.
       COPY "willismcontract.cpy".

      * One line per transaction whose COST-PER-ITEM-IN fell outside
      * the price tolerance around the approved unit cost.
       FD  PRICE-VARIANCE-FILE.
           ==QTY-SOLD-IN== BY ==RCY-QTY-SOLD==
           ==COST-PER-ITEM-IN== BY ==RCY-COST-PER-ITEM==
           ==TRANS-TYPE-IN== BY ==RCY-TRANS-TYPE==
           ==TRANS-DATE-IN== BY ==RCY-TRANS-DATE==
           ==LOT-NBR-IN== BY ==RCY-LOT-NBR==
           ==LOT-EXPIRY-IN== BY ==RCY-LOT-EXPIRY==.
           05 RCY-RESUB-COUNT  PIC 9(2).

      * One line per record recycled into this run.
       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-REC   PIC X(60).

      * Purchase order lines raised by POGEN; 'P' receipts are
      * matched back against them by 192-MATCH-OPEN-PO-RTN.
       FD  OPEN-PO.
       01  OPEN-PO-REC.
       COPY "willismopenpo.cpy".

      * Receipts no open PO line accounted for: nothing on order
      * for the product at all, or more came in than was ordered.
       FD  PO-EXCEPTION-FILE.
       01  PO-EXCEPTION-REC     PIC X(80).

      * Lot-level balance under each product; see 191-UPDATE-LOT-RTN.
       FD  LOT-BALANCE.
       01  LOT-BALANCE-REC.
       COPY "willismlotbal.cpy".

      * Permanent trace of which lot every accepted sale, return
      * and receipt touched, appended run after run for LOTRECALL.
       FD  LOT-MOVEMENT-FILE.
       01  LOT-MOVEMENT-REC.
       COPY "willismlotmove.cpy".

      * Permanent controlled-substance dispensing register, one
      * record per accepted movement of a scheduled product; see
      * 195-WRITE-DISP-REGISTER-RTN.
       FD  DISP-REGISTER-FILE.
       01  DISP-REGISTER-REC.
       COPY "willismdispreg.cpy".

      * Permanent posting journal: one record for every update this
      * program makes to STOCK-BALANCE, LOT-BALANCE, OPEN-PO,
      * PRODUCT-HISTORY, CUST-PROD-REG and the GL interface, every
      * lot movement and dispensing record it logs, and every
      * fingerprint it puts on the processed-feed register, tagged
      * with the run number - everything BACKOUT needs to reverse
      * the run.
       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-REC.
       COPY "willismpostjrnl.cpy".

      * Permanent file of every sale and return accepted, run after
      * run, tagged with the posting period and run number, from
      * which COMMISSN pays the month. The extract is replaced every
      * run, so it only ever holds the one night.
       FD  COMM-SALES-FILE.
       01  COMM-SALES-REC.
       COPY "willismcomsale.cpy".

      * One machine-readable record per run: run number, dates, every
      * disposition count and the grand totals, appended by
      * 330-WRITE-RUN-CONTROL-RTN. The audit breakdown lives here.
           05 RC-FEED-DATE      PIC 9(8).
           05 RC-FEED-COUNT     PIC 9(7).
           05 RC-FEED-HASH      PIC 9(11)V9(2).
      * Set by BACKOUT when the run's postings have been reversed;
      * blank on every run this program writes.
           05 RC-REVERSED-SW    PIC X(1).
           05 RC-REVERSED-DATE  PIC 9(8).

      * Register of feeds already consumed, one fingerprint per
      * accepted source per run, appended after the run completes.
              88 PRICEHIST-AVAILABLE  VALUE 'YES'.
           05 WS-PRICEHIST-EOF-SW     PIC X(3) VALUE 'NO'.
           05 WS-EFF-UNIT-COST        PIC 9(3)V9(2) VALUE 0.
      * Contract price lookup: a contract in force for the customer
      * and product on TRANS-DATE-IN overrides the cost above.
           05 WS-CONTRACT-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CONTRACT-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 CONTRACT-AVAILABLE   VALUE 'YES'.
           05 WS-CONTRACT-EOF-SW      PIC X(3) VALUE 'NO'.

      * Purchases-register control: a return is checked against
      * what the customer has cumulatively bought and returned; a
           05 WS-STOCK-EOF-SW         PIC X(3) VALUE 'NO'.
           05 WS-REORDER-COUNT        PIC 9(5) VALUE 0.

      * Receipt-to-PO matching: the receipt quantity is spread over
      * the product's open lines oldest PO first (or over the one PO
      * the receipt names) until it is used up; whatever is left
      * after the last line is an over-receipt.
       01  WS-OPENPO-AREAS.
           05 WS-OPENPO-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-OPENPO-AVAIL-SW      PIC X(3) VALUE 'YES'.
              88 OPENPO-AVAILABLE     VALUE 'YES'.
           05 WS-OPENPO-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-PO-MATCH-SW          PIC X(3) VALUE 'NO'.
           05 WS-RCPT-PO-NBR          PIC 9(6) VALUE 0.
           05 WS-RCPT-LEFT-QTY        PIC 9(7) VALUE 0.
           05 WS-RCPT-APPLIED-QTY     PIC 9(7) VALUE 0.
           05 WS-PO-LINE-LEFT         PIC 9(7) VALUE 0.
           05 WS-PO-EXC-REASON        PIC X(32) VALUE SPACES.
           05 WS-PO-EXC-COUNT         PIC 9(5) VALUE 0.
           05 WS-PO-CLOSED-COUNT      PIC 9(5) VALUE 0.
           05 WS-PO-PRIOR-STATUS      PIC X(1) VALUE SPACE.
           05 WS-PO-PRIOR-RECV-DATE   PIC 9(8) VALUE 0.

      * Lot tracking: a sale is drawn lot by lot, earliest expiry
      * first, until its quantity is used up; each lot drawn gets
      * its own movement record.
       01  WS-LOT-AREAS.
           05 WS-LOTBAL-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-LOTBAL-AVAIL-SW      PIC X(3) VALUE 'YES'.
              88 LOTBAL-AVAILABLE     VALUE 'YES'.
           05 WS-LOTMOVE-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-LOT-OK-SW            PIC X(3) VALUE 'YES'.
           05 WS-LOT-REASON           PIC X(30) VALUE SPACES.
           05 WS-LOT-EOF-SW           PIC X(3) VALUE 'NO'.
           05 WS-LOT-FOUND-SW         PIC X(3) VALUE 'NO'.
           05 WS-LOT-LEFT-QTY         PIC 9(7) VALUE 0.
           05 WS-LOT-DRAW-QTY         PIC 9(7) VALUE 0.
           05 WS-FEFO-LOT-NBR         PIC X(10) VALUE SPACES.
           05 WS-FEFO-EXPIRY          PIC 9(8) VALUE 0.
           05 WS-MOVE-LOT-NBR         PIC X(10) VALUE SPACES.
           05 WS-LOT-TRANS-DATE       PIC 9(8) VALUE 0.
           05 WS-LOT-MOVE-COUNT       PIC 9(7) VALUE 0.
           05 WS-LOT-JRNL-QTY         PIC S9(7) VALUE 0.
           05 WS-LOT-PRIOR-DATE       PIC 9(8) VALUE 0.

       01  WS-DISPREG-AREAS.
           05 WS-DISPREG-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-DISPREG-AVAIL-SW     PIC X(3) VALUE 'YES'.
              88 DISPREG-AVAILABLE    VALUE 'YES'.
           05 WS-DISPREG-COUNT        PIC 9(7) VALUE 0.

      * Posting journal control. The run number is settled at
      * housekeeping, before anything is posted, so every journal
      * record carries the number RUN-CONTROL.TXT will get.
       01  WS-JOURNAL-AREAS.
           05 WS-JOURNAL-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-JOURNAL-AVAIL-SW     PIC X(3) VALUE 'YES'.
              88 JOURNAL-AVAILABLE    VALUE 'YES'.
           05 WS-JOURNAL-EOF-SW       PIC X(3) VALUE 'NO'.
           05 WS-JOURNAL-NEW-SW       PIC X(1) VALUE 'N'.
           05 WS-JOURNAL-COUNT        PIC 9(7) VALUE 0.
           05 WS-LAST-RUNCTL-NBR      PIC 9(5) VALUE 0.
           05 WS-LAST-JOURNAL-NBR     PIC 9(5) VALUE 0.

       01  WS-COMMSALE-AREAS.
           05 WS-COMMSALE-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-COMMSALE-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 COMMSALE-AVAILABLE   VALUE 'YES'.

      * Disposition counters for the end-of-run reconciliation: every
      * sorted detail read lands in exactly one of reported, rejected,
      * date-filtered or restart-skipped, and the control page proves
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ROL-MARK          PIC X(16) VALUE SPACES.

      * One line of PO-RCPT-EXCEPT.TXT: the receipt, the PO it named
      * (zero when none), how much of it no open line could take,
      * and why.
       01  PO-EXCEPTION-LINE.
           05 POX-TRANS-DATE    PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 POX-PROD-ID       PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 POX-PO-NBR        PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 POX-RCPT-QTY      PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 POX-EXCESS-QTY    PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 POX-REASON        PIC X(32).

      * One line of PR2FA17-PRICEVAR.TXT: the transaction's cost next
      * to the approved unit cost and the difference between them.
       01  PRICE-VARIANCE-LINE.
           IF WS-PRICEHIST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRICEHIST-AVAIL-SW
           END-IF
           OPEN INPUT CONTRACT-PRICE
           IF WS-CONTRACT-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-CONTRACT-AVAIL-SW
           END-IF
      * A history file not there yet is created empty, the same
      * first-run bootstrap CUSTMAINT gives the customer master.
           OPEN I-O PRODUCT-HISTORY
           IF WS-STOCKBAL-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-STOCKBAL-AVAIL-SW
           END-IF
      * No open-PO file means POGEN has never raised an order, so
      * there is nothing to match receipts against and nothing to
      * call an exception; receipts still post to stock.
           OPEN I-O OPEN-PO
           IF WS-OPENPO-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-OPENPO-AVAIL-SW
               IF WS-OPENPO-FILE-STATUS IS NOT EQUAL TO '35'
                   DISPLAY 'WARNING: CANNOT OPEN OPEN-PO.TXT STATUS '
                       WS-OPENPO-FILE-STATUS ' - RECEIPTS ARE NOT '
                       'MATCHED TO PURCHASE ORDERS THIS RUN'
               END-IF
           END-IF
      * The lot file bootstraps like the other balance files. The
      * movement trace is permanent, so it is always extended -
      * a restart has nothing to redo there, because the rows the
      * checkpoint covers are skipped before they reach it.
           OPEN I-O LOT-BALANCE
           IF WS-LOTBAL-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT LOT-BALANCE
               CLOSE LOT-BALANCE
               OPEN I-O LOT-BALANCE
           END-IF
           IF WS-LOTBAL-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-LOTBAL-AVAIL-SW
               DISPLAY 'WARNING: CANNOT OPEN LOT-BALANCE.TXT STATUS '
                   WS-LOTBAL-FILE-STATUS ' - LOTS ARE NOT TRACKED '
                   'THIS RUN'
           ELSE
               OPEN EXTEND LOT-MOVEMENT-FILE
           END-IF
      * The dispensing register is permanent and always extended,
      * on the same restart reasoning as the lot movement trace.
           OPEN EXTEND DISP-REGISTER-FILE
           IF WS-DISPREG-FILE-STATUS IS NOT EQUAL TO '00' AND
              WS-DISPREG-FILE-STATUS IS NOT EQUAL TO '05'
               MOVE 'NO ' TO WS-DISPREG-AVAIL-SW
               DISPLAY 'WARNING: CANNOT OPEN CS-DISPENSING-REG.TXT '
                   'STATUS ' WS-DISPREG-FILE-STATUS ' - CONTROLLED '
                   'MOVEMENTS ARE NOT REGISTERED THIS RUN'
           END-IF
      * The commission file is permanent and always extended too;
      * COMMISSN picks the month out of it.
           OPEN EXTEND COMM-SALES-FILE
           IF WS-COMMSALE-FILE-STATUS IS NOT EQUAL TO '00' AND
              WS-COMMSALE-FILE-STATUS IS NOT EQUAL TO '05'
               MOVE 'NO ' TO WS-COMMSALE-AVAIL-SW
               DISPLAY 'WARNING: CANNOT OPEN COMMISSN-SALES.TXT '
                   'STATUS ' WS-COMMSALE-FILE-STATUS ' - THIS RUN '
                   'EARNS NO COMMISSION'
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-YEAR TO HL2-CURRENT-YEAR
           END-IF
           PERFORM 119B-LOAD-CLOSED-PERIODS-RTN
           PERFORM 122-CHECK-RESTART-RTN
           PERFORM 119C-ASSIGN-RUN-NBR-RTN
      * A restart checkpoint means earlier detail/total lines are
      * already sitting in these three files from the run that got
      * interrupted - extend them instead of truncating, and skip
                           GL-POSTING-FILE
                           RECYCLE-AUDIT-FILE
                           SUSPENSE-FILE
                           PO-EXCEPTION-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
                           EXTRACT-FILE
                           GL-POSTING-FILE
                           RECYCLE-AUDIT-FILE
                           SUSPENSE-FILE
                           PO-EXCEPTION-FILE
               PERFORM 140-HEADER-WRITER
           END-IF
           PERFORM 118-LOAD-GL-MAP-RTN
           END-IF
           .

      * Settles this run's number before anything posts, so the
      * journal can carry it. It continues from the higher of the
      * last run on RUN-CONTROL.TXT and the last run on the
      * journal - PERCLOSE archives old run-control rows, and a
      * number used once must never come round again on the
      * journal. A restart whose interrupted run already journaled
      * postings carries on under that run's number, since the
      * interrupted run never got its run-control record.
       119C-ASSIGN-RUN-NBR-RTN.
           MOVE '00' TO WS-RUNCTL-FILE-STATUS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS IS EQUAL TO '00' OR
              WS-RUNCTL-FILE-STATUS IS EQUAL TO '05'
               PERFORM UNTIL WS-RUNCTL-FILE-STATUS IS EQUAL TO '10'
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE '10' TO WS-RUNCTL-FILE-STATUS
                       NOT AT END
                           MOVE RC-RUN-NBR TO WS-LAST-RUNCTL-NBR
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS IS EQUAL TO '00' OR
              WS-JOURNAL-FILE-STATUS IS EQUAL TO '05'
               PERFORM UNTIL WS-JOURNAL-EOF-SW IS EQUAL TO 'YES'
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE 'YES' TO WS-JOURNAL-EOF-SW
                       NOT AT END
                           IF PJ-RUN-NBR IS GREATER THAN
                                   WS-LAST-JOURNAL-NBR
                               MOVE PJ-RUN-NBR TO WS-LAST-JOURNAL-NBR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF
           IF WS-RESTART-SW IS EQUAL TO 'YES' AND
              WS-LAST-JOURNAL-NBR IS GREATER THAN WS-LAST-RUNCTL-NBR
               MOVE WS-LAST-JOURNAL-NBR TO WS-CTL-RUN-NBR
           ELSE IF WS-LAST-JOURNAL-NBR IS GREATER THAN
                   WS-LAST-RUNCTL-NBR
               COMPUTE WS-CTL-RUN-NBR = WS-LAST-JOURNAL-NBR + 1
           ELSE
               COMPUTE WS-CTL-RUN-NBR = WS-LAST-RUNCTL-NBR + 1
           END-IF
           END-IF
      * Permanent and always extended, on the same restart
      * reasoning as the dispensing register.
           MOVE '00' TO WS-JOURNAL-FILE-STATUS
           OPEN EXTEND POSTING-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS IS NOT EQUAL TO '00' AND
              WS-JOURNAL-FILE-STATUS IS NOT EQUAL TO '05'
               MOVE 'NO ' TO WS-JOURNAL-AVAIL-SW
               DISPLAY 'WARNING: CANNOT OPEN POSTING-JOURNAL.TXT '
                   'STATUS ' WS-JOURNAL-FILE-STATUS ' - RUN '
                   WS-CTL-RUN-NBR ' CANNOT BE BACKED OUT'
           END-IF
           .

      * Loads the account-mapping control file into the table; a
      * missing or empty map leaves the compiled-in default and
      * clearing accounts standing, the same way a missing parm file
           MOVE SPACES TO WS-EDIT-REASON
           PERFORM 158-READ-PROD-MASTER-RTN
           PERFORM 159-CHECK-RETURN-RTN
           PERFORM 159A-CHECK-LOT-RTN
           IF PROD-ID-IN IS EQUAL TO SPACES
               MOVE 'NO' TO WS-VALID-SW
               MOVE 'PRODUCT ID IS BLANK' TO WS-EDIT-REASON
           ELSE IF WS-RETURN-OK-SW IS EQUAL TO 'NO'
               MOVE 'NO' TO WS-VALID-SW
               MOVE 'RETURN EXCEEDS PURCHASES' TO WS-EDIT-REASON
           ELSE IF WS-LOT-OK-SW IS EQUAL TO 'NO'
               MOVE 'NO' TO WS-VALID-SW
               MOVE WS-LOT-REASON TO WS-EDIT-REASON
           ELSE
               MOVE 'YES' TO WS-VALID-SW
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * A return is only as good as the purchases behind it: the
           END-IF
           .

      * A receipt that names a lot must say when it expires, or the
      * lot could never be drawn in expiry order; a return that
      * names a lot must name one already on file for the product.
      * A blank lot is the unlotted stock and always passes, as
      * does everything when the lot file is not there to ask.
       159A-CHECK-LOT-RTN.
           MOVE 'YES' TO WS-LOT-OK-SW
           MOVE SPACES TO WS-LOT-REASON
           IF LOTBAL-AVAILABLE AND
              LOT-NBR-IN IS NOT EQUAL TO SPACES
               IF TRANS-TYPE-IN IS EQUAL TO 'P'
                   IF LOT-EXPIRY-IN IS NOT NUMERIC OR
                      LOT-EXPIRY-IN IS EQUAL TO 0
                       MOVE 'NO' TO WS-LOT-OK-SW
                       MOVE 'RECEIPT LOT HAS NO EXPIRY DATE'
                           TO WS-LOT-REASON
                   END-IF
               ELSE IF TRANS-TYPE-IN IS EQUAL TO 'R'
                   MOVE PROD-ID-IN TO LB-PROD-ID
                   MOVE LOT-NBR-IN TO LB-LOT-NBR
                   READ LOT-BALANCE
                       INVALID KEY
                           MOVE 'NO' TO WS-LOT-OK-SW
                           MOVE 'RETURN LOT NOT ON FILE'
                               TO WS-LOT-REASON
                   END-READ
               END-IF
               END-IF
           END-IF
           .

      * Looks the transaction's product up on PRODUCT-MASTER and marks
      * WS-PRICE-OK-SW 'NO' when COST-PER-ITEM-IN strays more than
      * WS-PRICE-TOL-PCT percent from the unit cost in effect on
      * TRANS-DATE-IN, so a mid-period price change does not reject
      * the transactions dated before it. A customer with a contract
      * in force on that date is held to the contract price instead.
       158-READ-PROD-MASTER-RTN.
           MOVE 'NO' TO WS-PRODMAST-HIT-SW
           MOVE 'YES' TO WS-PRICE-OK-SW
           IF WS-PRODMAST-HIT-SW IS EQUAL TO 'YES' AND
              COST-PER-ITEM-IN IS NUMERIC
               PERFORM 157-LOOKUP-EFF-PRICE-RTN
               PERFORM 157A-LOOKUP-CONTRACT-RTN
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
       157A-LOOKUP-CONTRACT-RTN.
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

      * Flags PROD-NAME-FLAG when PRODUCT-MASTER disagrees with the
      * extract's PROD-NAME-IN; an id not on file is left unflagged,
      * the same way 155-VALIDATE-CUS-NAME-RTN treats customers.
           END-IF

           PERFORM 190-UPDATE-STOCK-RTN
           PERFORM 191-UPDATE-LOT-RTN
           PERFORM 195-WRITE-DISP-REGISTER-RTN
           PERFORM 179-UPDATE-CUS-PROD-REG-RTN

           MOVE PROD-NAME-IN TO WS-GRP-PROD-NAME
           MOVE 2 TO PROPER-SPACING

           PERFORM 180-WRITE-EXTRACT-RTN
           PERFORM 181-WRITE-COMM-SALE-RTN
           PERFORM 185-ACCUM-CUS-SUMMARY-RTN
           ADD 1 TO WS-CTL-REPORT-COUNT

                           MOVE QTY-SOLD-IN TO CPR-SOLD-QTY
                       END-IF
                       WRITE CUST-PROD-REG-REC
                       MOVE 'Y' TO WS-JOURNAL-NEW-SW
                   NOT INVALID KEY
                       IF TRANS-TYPE-IN IS EQUAL TO 'R'
                           ADD QTY-SOLD-IN TO CPR-RET-QTY
                           ADD QTY-SOLD-IN TO CPR-SOLD-QTY
                       END-IF
                       REWRITE CUST-PROD-REG-REC
                       MOVE 'N' TO WS-JOURNAL-NEW-SW
               END-READ
               MOVE SPACES TO POSTING-JOURNAL-REC
               MOVE 'CR' TO PJ-ENTRY-TYPE
               MOVE CUS-ID-IN TO PJR-CUS-ID
               MOVE PROD-ID-IN TO PJR-PROD-ID
               MOVE 0 TO PJR-SOLD-QTY
               MOVE 0 TO PJR-RET-QTY
               IF TRANS-TYPE-IN IS EQUAL TO 'R'
                   MOVE QTY-SOLD-IN TO PJR-RET-QTY
               ELSE
                   MOVE QTY-SOLD-IN TO PJR-SOLD-QTY
               END-IF
               PERFORM 270-WRITE-JOURNAL-RTN
           END-IF
           .

                       MOVE WS-STOCK-MOVE-QTY TO SB-ON-HAND
                       MOVE 0 TO SB-REORDER-POINT
                       WRITE STOCK-BALANCE-REC
                       MOVE 'Y' TO WS-JOURNAL-NEW-SW
                   NOT INVALID KEY
                       ADD WS-STOCK-MOVE-QTY TO SB-ON-HAND
                       REWRITE STOCK-BALANCE-REC
                       MOVE 'N' TO WS-JOURNAL-NEW-SW
               END-READ
               MOVE SPACES TO POSTING-JOURNAL-REC
               MOVE 'SB' TO PJ-ENTRY-TYPE
               MOVE PROD-ID-IN TO PJS-PROD-ID
               MOVE PROD-NAME-IN TO PJS-PROD-NAME
               MOVE WS-STOCK-MOVE-QTY TO PJS-MOVE-QTY
               PERFORM 270-WRITE-JOURNAL-RTN
           END-IF
           .

      * Applies the same movement at lot level. A receipt opens its
      * lot (or adds to it) and a return goes back to the lot it
      * names; a blank lot on either is the unlotted stock. A sale
      * is drawn from the lot with stock that expires first, then
      * the next, until it is covered - see 196-DRAW-FEFO-LOT-RTN.
       191-UPDATE-LOT-RTN.
           IF LOTBAL-AVAILABLE
               IF TRANS-DATE-IN IS NUMERIC
                   MOVE TRANS-DATE-IN TO WS-LOT-TRANS-DATE
               ELSE
                   MOVE WS-CURRENT-DATE TO WS-LOT-TRANS-DATE
               END-IF
               IF TRANS-TYPE-IN IS EQUAL TO 'R' OR
                  TRANS-TYPE-IN IS EQUAL TO 'P'
                   MOVE PROD-ID-IN TO LB-PROD-ID
                   MOVE LOT-NBR-IN TO LB-LOT-NBR
                   READ LOT-BALANCE
                       INVALID KEY
                           MOVE PROD-ID-IN TO LB-PROD-ID
                           MOVE LOT-NBR-IN TO LB-LOT-NBR
                           IF TRANS-TYPE-IN IS EQUAL TO 'P' AND
                              LOT-EXPIRY-IN IS NUMERIC
                               MOVE LOT-EXPIRY-IN TO LB-EXPIRY-DATE
                           ELSE
                               MOVE 0 TO LB-EXPIRY-DATE
                           END-IF
                           MOVE QTY-SOLD-IN TO LB-ON-HAND
                           MOVE WS-LOT-TRANS-DATE TO LB-FIRST-RECV-DATE
                           MOVE WS-LOT-TRANS-DATE TO LB-LAST-MOVE-DATE
                           WRITE LOT-BALANCE-REC
                           MOVE 'Y' TO WS-JOURNAL-NEW-SW
                           MOVE 0 TO WS-LOT-PRIOR-DATE
                       NOT INVALID KEY
                           MOVE LB-LAST-MOVE-DATE TO WS-LOT-PRIOR-DATE
                           ADD QTY-SOLD-IN TO LB-ON-HAND
                           MOVE WS-LOT-TRANS-DATE TO LB-LAST-MOVE-DATE
                           REWRITE LOT-BALANCE-REC
                           MOVE 'N' TO WS-JOURNAL-NEW-SW
                   END-READ
                   MOVE QTY-SOLD-IN TO WS-LOT-JRNL-QTY
                   PERFORM 199-JOURNAL-LOT-RTN
                   MOVE LOT-NBR-IN TO WS-MOVE-LOT-NBR
                   MOVE QTY-SOLD-IN TO WS-LOT-DRAW-QTY
                   PERFORM 198-WRITE-LOT-MOVE-RTN
               ELSE
                   MOVE QTY-SOLD-IN TO WS-LOT-LEFT-QTY
                   PERFORM UNTIL WS-LOT-LEFT-QTY IS EQUAL TO 0
                       PERFORM 196-DRAW-FEFO-LOT-RTN
                   END-PERFORM
               END-IF
           END-IF
           .

      * Draws what it can of the sale from the first-expiring lot
      * with stock. With no lot left holding any, the rest comes out
      * of the unlotted stock, which goes negative the same way
      * SB-ON-HAND does when more is sold than the books show.
      * Unlotted stock carries a zero expiry, so it is drawn ahead
      * of the dated lots - it is the oldest stock in the building.
       196-DRAW-FEFO-LOT-RTN.
           PERFORM 197-FIND-FEFO-LOT-RTN
           IF WS-LOT-FOUND-SW IS EQUAL TO 'YES'
               MOVE PROD-ID-IN TO LB-PROD-ID
               MOVE WS-FEFO-LOT-NBR TO LB-LOT-NBR
               READ LOT-BALANCE
                   INVALID KEY
                       MOVE 0 TO WS-LOT-LEFT-QTY
                   NOT INVALID KEY
                       IF WS-LOT-LEFT-QTY IS LESS THAN LB-ON-HAND
                           MOVE WS-LOT-LEFT-QTY TO WS-LOT-DRAW-QTY
                       ELSE
                           MOVE LB-ON-HAND TO WS-LOT-DRAW-QTY
                       END-IF
                       MOVE LB-LAST-MOVE-DATE TO WS-LOT-PRIOR-DATE
                       SUBTRACT WS-LOT-DRAW-QTY FROM LB-ON-HAND
                       MOVE WS-LOT-TRANS-DATE TO LB-LAST-MOVE-DATE
                       REWRITE LOT-BALANCE-REC
                       MOVE 'N' TO WS-JOURNAL-NEW-SW
                       COMPUTE WS-LOT-JRNL-QTY = 0 - WS-LOT-DRAW-QTY
                       PERFORM 199-JOURNAL-LOT-RTN
                       SUBTRACT WS-LOT-DRAW-QTY FROM WS-LOT-LEFT-QTY
                       MOVE WS-FEFO-LOT-NBR TO WS-MOVE-LOT-NBR
                       PERFORM 198-WRITE-LOT-MOVE-RTN
               END-READ
           ELSE
               MOVE PROD-ID-IN TO LB-PROD-ID
               MOVE SPACES TO LB-LOT-NBR
               READ LOT-BALANCE
                   INVALID KEY
                       MOVE PROD-ID-IN TO LB-PROD-ID
                       MOVE SPACES TO LB-LOT-NBR
                       MOVE 0 TO LB-EXPIRY-DATE
                       COMPUTE LB-ON-HAND = 0 - WS-LOT-LEFT-QTY
                       MOVE WS-LOT-TRANS-DATE TO LB-FIRST-RECV-DATE
                       MOVE WS-LOT-TRANS-DATE TO LB-LAST-MOVE-DATE
                       WRITE LOT-BALANCE-REC
                       MOVE 'Y' TO WS-JOURNAL-NEW-SW
                       MOVE 0 TO WS-LOT-PRIOR-DATE
                   NOT INVALID KEY
                       MOVE LB-LAST-MOVE-DATE TO WS-LOT-PRIOR-DATE
                       SUBTRACT WS-LOT-LEFT-QTY FROM LB-ON-HAND
                       MOVE WS-LOT-TRANS-DATE TO LB-LAST-MOVE-DATE
                       REWRITE LOT-BALANCE-REC
                       MOVE 'N' TO WS-JOURNAL-NEW-SW
               END-READ
               COMPUTE WS-LOT-JRNL-QTY = 0 - WS-LOT-LEFT-QTY
               PERFORM 199-JOURNAL-LOT-RTN
               MOVE SPACES TO WS-MOVE-LOT-NBR
               MOVE WS-LOT-LEFT-QTY TO WS-LOT-DRAW-QTY
               PERFORM 198-WRITE-LOT-MOVE-RTN
               MOVE 0 TO WS-LOT-LEFT-QTY
           END-IF
           .

      * Walks the product's lots and keeps the one with stock on
      * hand and the earliest expiry.
       197-FIND-FEFO-LOT-RTN.
           MOVE 'NO' TO WS-LOT-FOUND-SW
           MOVE 'NO' TO WS-LOT-EOF-SW
           MOVE PROD-ID-IN TO LB-PROD-ID
           MOVE LOW-VALUES TO LB-LOT-NBR
           START LOT-BALANCE KEY IS NOT LESS THAN LB-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-LOT-EOF-SW
           END-START
           PERFORM UNTIL WS-LOT-EOF-SW IS EQUAL TO 'YES'
               READ LOT-BALANCE NEXT
                   AT END
                       MOVE 'YES' TO WS-LOT-EOF-SW
                   NOT AT END
                       IF LB-PROD-ID IS NOT EQUAL TO PROD-ID-IN
                           MOVE 'YES' TO WS-LOT-EOF-SW
                       ELSE IF LB-ON-HAND IS GREATER THAN 0
                           IF WS-LOT-FOUND-SW IS EQUAL TO 'NO' OR
                              LB-EXPIRY-DATE IS LESS THAN WS-FEFO-EXPIRY
                               MOVE 'YES' TO WS-LOT-FOUND-SW
                               MOVE LB-LOT-NBR TO WS-FEFO-LOT-NBR
                               MOVE LB-EXPIRY-DATE TO WS-FEFO-EXPIRY
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      * One trace record for the lot just moved. A blank sale type
      * is a sale, as everywhere else in this program.
       198-WRITE-LOT-MOVE-RTN.
           MOVE WS-LOT-TRANS-DATE TO LM-TRANS-DATE
           MOVE PROD-ID-IN TO LM-PROD-ID
           MOVE WS-MOVE-LOT-NBR TO LM-LOT-NBR
           IF TRANS-TYPE-IN IS EQUAL TO 'P'
               MOVE 0 TO LM-CUS-ID
           ELSE
               MOVE CUS-ID-IN TO LM-CUS-ID
           END-IF
           IF TRANS-TYPE-IN IS EQUAL TO 'R' OR
              TRANS-TYPE-IN IS EQUAL TO 'P'
               MOVE TRANS-TYPE-IN TO LM-TRANS-TYPE
           ELSE
               MOVE 'S' TO LM-TRANS-TYPE
           END-IF
           MOVE WS-LOT-DRAW-QTY TO LM-QTY
           MOVE WS-CUR-SOURCE-SYS TO LM-SOURCE-SYS
           MOVE WS-CURRENT-DATE TO LM-RUN-DATE
           MOVE SPACE TO LM-REVERSAL-SW
           WRITE LOT-MOVEMENT-REC
           ADD 1 TO WS-LOT-MOVE-COUNT
           MOVE SPACES TO POSTING-JOURNAL-REC
           MOVE 'LM' TO PJ-ENTRY-TYPE
           MOVE LM-TRANS-DATE TO PJM-TRANS-DATE
           MOVE LM-PROD-ID TO PJM-PROD-ID
           MOVE LM-LOT-NBR TO PJM-LOT-NBR
           MOVE LM-CUS-ID TO PJM-CUS-ID
           MOVE LM-TRANS-TYPE TO PJM-TRANS-TYPE
           MOVE LM-QTY TO PJM-QTY
           MOVE LM-SOURCE-SYS TO PJM-SOURCE-SYS
           MOVE LM-RUN-DATE TO PJM-RUN-DATE
           MOVE 'N' TO WS-JOURNAL-NEW-SW
           PERFORM 270-WRITE-JOURNAL-RTN
           .

      * Journals the lot movement just applied, with the last-move
      * date the lot had before it, so a backout can put the lot
      * back exactly as it was.
       199-JOURNAL-LOT-RTN.
           MOVE SPACES TO POSTING-JOURNAL-REC
           MOVE 'LB' TO PJ-ENTRY-TYPE
           MOVE LB-PROD-ID TO PJL-PROD-ID
           MOVE LB-LOT-NBR TO PJL-LOT-NBR
           MOVE WS-LOT-JRNL-QTY TO PJL-MOVE-QTY
           MOVE WS-LOT-PRIOR-DATE TO PJL-PRIOR-MOVE-DATE
           PERFORM 270-WRITE-JOURNAL-RTN
           .

      * Logs an accepted movement of a scheduled product on the
      * dispensing register, carrying the on-hand balance
      * 190-UPDATE-STOCK-RTN has just left (zero when the balance
      * file is not there). The product master read by the edit
      * pass is still in the record area and decides whether the
      * product is controlled.
       195-WRITE-DISP-REGISTER-RTN.
           IF DISPREG-AVAILABLE AND
              WS-PRODMAST-HIT-SW IS EQUAL TO 'YES' AND
              PM-CONTROLLED
               IF TRANS-DATE-IN IS NUMERIC
                   MOVE TRANS-DATE-IN TO DR-TRANS-DATE
               ELSE
                   MOVE WS-CURRENT-DATE TO DR-TRANS-DATE
               END-IF
               MOVE PROD-ID-IN TO DR-PROD-ID
               MOVE PM-SCHEDULE-CODE TO DR-SCHEDULE-CODE
               IF TRANS-TYPE-IN IS EQUAL TO 'P'
                   MOVE 0 TO DR-CUS-ID
               ELSE
                   MOVE CUS-ID-IN TO DR-CUS-ID
               END-IF
               IF TRANS-TYPE-IN IS EQUAL TO 'R' OR
                  TRANS-TYPE-IN IS EQUAL TO 'P'
                   MOVE TRANS-TYPE-IN TO DR-TRANS-TYPE
               ELSE
                   MOVE 'S' TO DR-TRANS-TYPE
               END-IF
               MOVE QTY-SOLD-IN TO DR-QTY
               IF STOCKBAL-AVAILABLE
                   MOVE SB-ON-HAND TO DR-RUN-BALANCE
               ELSE
                   MOVE 0 TO DR-RUN-BALANCE
               END-IF
               MOVE WS-CUR-SOURCE-SYS TO DR-SOURCE-SYS
               MOVE WS-CURRENT-DATE TO DR-RUN-DATE
               MOVE SPACE TO DR-REVERSAL-SW
               WRITE DISP-REGISTER-REC
               ADD 1 TO WS-DISPREG-COUNT
               MOVE SPACES TO POSTING-JOURNAL-REC
               MOVE 'DR' TO PJ-ENTRY-TYPE
               MOVE DR-TRANS-DATE TO PJD-TRANS-DATE
               MOVE DR-PROD-ID TO PJD-PROD-ID
               MOVE DR-SCHEDULE-CODE TO PJD-SCHEDULE-CODE
               MOVE DR-CUS-ID TO PJD-CUS-ID
               MOVE DR-TRANS-TYPE TO PJD-TRANS-TYPE
               MOVE DR-QTY TO PJD-QTY
               MOVE DR-RUN-BALANCE TO PJD-RUN-BALANCE
               MOVE DR-SOURCE-SYS TO PJD-SOURCE-SYS
               MOVE DR-RUN-DATE TO PJD-RUN-DATE
               MOVE 'N' TO WS-JOURNAL-NEW-SW
               PERFORM 270-WRITE-JOURNAL-RTN
           END-IF
           .

      * Matches a 'P' receipt to the open PO lines for its product.
      * A receipt naming a PO is applied to that PO's lines only;
      * one without is spread over every open line for the product,
      * oldest PO first (the file is keyed on PO number, and POGEN
      * numbers in sequence). A receipt no open line can take, or
      * the part of one beyond what was ordered, goes to the PO
      * exception listing - the stock has arrived either way, so
      * the on-hand posting stands.
       192-MATCH-OPEN-PO-RTN.
           IF OPENPO-AVAILABLE
               MOVE 'NO' TO WS-PO-MATCH-SW
               MOVE 'NO' TO WS-OPENPO-EOF-SW
               MOVE QTY-SOLD-IN TO WS-RCPT-LEFT-QTY
               IF RCPT-PO-NBR-IN IS NUMERIC
                   MOVE RCPT-PO-NBR-IN TO WS-RCPT-PO-NBR
               ELSE
                   MOVE 0 TO WS-RCPT-PO-NBR
               END-IF
               MOVE WS-RCPT-PO-NBR TO OP-PO-NBR
               MOVE 0 TO OP-LINE-NBR
               START OPEN-PO KEY IS NOT LESS THAN OP-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-OPENPO-EOF-SW
               END-START
               PERFORM UNTIL WS-OPENPO-EOF-SW IS EQUAL TO 'YES'
                          OR WS-RCPT-LEFT-QTY IS EQUAL TO 0
                   READ OPEN-PO NEXT
                       AT END
                           MOVE 'YES' TO WS-OPENPO-EOF-SW
                       NOT AT END
                           IF WS-RCPT-PO-NBR IS GREATER THAN 0 AND
                              OP-PO-NBR IS NOT EQUAL TO WS-RCPT-PO-NBR
                               MOVE 'YES' TO WS-OPENPO-EOF-SW
                           ELSE IF OP-PROD-ID IS EQUAL TO PROD-ID-IN
                                   AND OP-LINE-OPEN
                               PERFORM 193-RECEIVE-PO-LINE-RTN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PO-MATCH-SW IS EQUAL TO 'NO'
                   MOVE 'NO OPEN PO LINE FOR RECEIPT'
                       TO WS-PO-EXC-REASON
                   PERFORM 194-PO-EXCEPTION-RTN
               ELSE IF WS-RCPT-LEFT-QTY IS GREATER THAN 0
                   MOVE 'OVER-RECEIPT BEYOND PO QUANTITY'
                       TO WS-PO-EXC-REASON
                   PERFORM 194-PO-EXCEPTION-RTN
               END-IF
               END-IF
           END-IF
           .

      * Receives as much of the remaining receipt as this line still
      * has outstanding, and closes the line once it is received in
      * full.
       193-RECEIVE-PO-LINE-RTN.
           MOVE 'YES' TO WS-PO-MATCH-SW
           MOVE OP-STATUS TO WS-PO-PRIOR-STATUS
           MOVE OP-LAST-RECV-DATE TO WS-PO-PRIOR-RECV-DATE
           COMPUTE WS-PO-LINE-LEFT = OP-ORDER-QTY - OP-RECV-QTY
           IF WS-RCPT-LEFT-QTY IS LESS THAN WS-PO-LINE-LEFT
               MOVE WS-RCPT-LEFT-QTY TO WS-RCPT-APPLIED-QTY
           ELSE
               MOVE WS-PO-LINE-LEFT TO WS-RCPT-APPLIED-QTY
           END-IF
           ADD WS-RCPT-APPLIED-QTY TO OP-RECV-QTY
           SUBTRACT WS-RCPT-APPLIED-QTY FROM WS-RCPT-LEFT-QTY
           IF OP-RECV-QTY IS NOT LESS THAN OP-ORDER-QTY
               MOVE 'C' TO OP-STATUS
               ADD 1 TO WS-PO-CLOSED-COUNT
           ELSE
               MOVE 'P' TO OP-STATUS
           END-IF
           IF TRANS-DATE-IN IS NUMERIC
               MOVE TRANS-DATE-IN TO OP-LAST-RECV-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO OP-LAST-RECV-DATE
           END-IF
           REWRITE OPEN-PO-REC
           MOVE SPACES TO POSTING-JOURNAL-REC
           MOVE 'PO' TO PJ-ENTRY-TYPE
           MOVE OP-PO-NBR TO PJO-PO-NBR
           MOVE OP-LINE-NBR TO PJO-LINE-NBR
           MOVE OP-PROD-ID TO PJO-PROD-ID
           MOVE WS-RCPT-APPLIED-QTY TO PJO-RECV-QTY
           MOVE WS-PO-PRIOR-STATUS TO PJO-PRIOR-STATUS
           MOVE WS-PO-PRIOR-RECV-DATE TO PJO-PRIOR-RECV-DATE
           MOVE 'N' TO WS-JOURNAL-NEW-SW
           PERFORM 270-WRITE-JOURNAL-RTN
           .

       194-PO-EXCEPTION-RTN.
           IF TRANS-DATE-IN IS NUMERIC
               MOVE TRANS-DATE-IN TO POX-TRANS-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO POX-TRANS-DATE
           END-IF
           MOVE PROD-ID-IN TO POX-PROD-ID
           MOVE WS-RCPT-PO-NBR TO POX-PO-NBR
           MOVE QTY-SOLD-IN TO POX-RCPT-QTY
           MOVE WS-RCPT-LEFT-QTY TO POX-EXCESS-QTY
           MOVE WS-PO-EXC-REASON TO POX-REASON
           MOVE PO-EXCEPTION-LINE TO PO-EXCEPTION-REC
           WRITE PO-EXCEPTION-REC
           ADD 1 TO WS-PO-EXC-COUNT
           .

      * Writes the same transaction to PR2FA17-EXTRACT.TXT.
       180-WRITE-EXTRACT-RTN.
           MOVE QTY-SOLD-IN TO WS-EXTRACT-QTY-ED
           WRITE EXTRACT-REC
           .

      * And every sale and return - not the 'P' receipts, which
      * earn nobody anything - to the commission file.
       181-WRITE-COMM-SALE-RTN.
           IF COMMSALE-AVAILABLE AND
              TRANS-TYPE-IN IS NOT EQUAL TO 'P'
               MOVE WS-CTL-RUN-NBR TO CT-RUN-NBR
               MOVE WS-POST-PERIOD TO CT-POST-PERIOD
               MOVE CUS-ID-IN TO CT-CUS-ID
               MOVE CUS-NAME-IN TO CT-CUS-NAME
               MOVE PROD-ID-IN TO CT-PROD-ID
               IF TRANS-TYPE-IN IS EQUAL TO 'R'
                   MOVE 'R' TO CT-TRANS-TYPE
               ELSE
                   MOVE 'S' TO CT-TRANS-TYPE
               END-IF
               MOVE QTY-SOLD-IN TO CT-QTY
               MOVE WS-SALES-VALUE TO CT-SALES-VALUE
               MOVE WS-CUR-SOURCE-SYS TO CT-SOURCE-SYS
               WRITE COMM-SALES-REC
           END-IF
           .

      * Finds (or adds) this customer's WS-CUS-SUMMARY-TABLE entry and
      * accumulates net sales value into it.
       185-ACCUM-CUS-SUMMARY-RTN.
           IF WS-VALID-SW IS EQUAL TO 'YES'
               IF TRANS-TYPE-IN IS EQUAL TO 'P'
                   PERFORM 190-UPDATE-STOCK-RTN
                   PERFORM 191-UPDATE-LOT-RTN
                   PERFORM 195-WRITE-DISP-REGISTER-RTN
                   PERFORM 192-MATCH-OPEN-PO-RTN
                   ADD 1 TO WS-CTL-RCPT-COUNT
               ELSE
                   PERFORM 210-VALID-PROCESS-RTN
                       MOVE WS-GRP-RET-QTY TO PH-RET-QTY
                       MOVE WS-GRP-RET-SV TO PH-RET-SV
                       WRITE PRODUCT-HISTORY-REC
                       MOVE 'Y' TO WS-JOURNAL-NEW-SW
                   NOT INVALID KEY
                       MOVE WS-GRP-PROD-NAME TO PH-PROD-NAME
                       ADD WS-GRP-QTY TO PH-SALES-QTY
                       ADD WS-GRP-RET-QTY TO PH-RET-QTY
                       ADD WS-GRP-RET-SV TO PH-RET-SV
                       REWRITE PRODUCT-HISTORY-REC
                       MOVE 'N' TO WS-JOURNAL-NEW-SW
               END-READ
               MOVE SPACES TO POSTING-JOURNAL-REC
               MOVE 'PH' TO PJ-ENTRY-TYPE
               MOVE PROD-NAME-SAME TO PJH-PROD-ID
               MOVE WS-POST-PERIOD TO PJH-PERIOD
               MOVE WS-GRP-QTY TO PJH-SALES-QTY
               MOVE WS-GRP-SV TO PJH-SALES-SV
               MOVE WS-GRP-RET-QTY TO PJH-RET-QTY
               MOVE WS-GRP-RET-SV TO PJH-RET-SV
               PERFORM 270-WRITE-JOURNAL-RTN
           END-IF
           .

                 GL-POSTING-FILE
                 RECYCLE-AUDIT-FILE
                 SUSPENSE-FILE
                 PO-EXCEPTION-FILE
           IF WS-PO-EXC-COUNT IS GREATER THAN 0
               DISPLAY 'NOTE: ' WS-PO-EXC-COUNT ' STOCK RECEIPT(S) '
                   'NOT COVERED BY AN OPEN PO LINE - SEE '
                   'PO-RCPT-EXCEPT.TXT'
           END-IF
           IF WS-SUSP-GRP-COUNT IS GREATER THAN 0
               DISPLAY 'NOTE: ' WS-SUSP-GRP-COUNT ' PRODUCT '
                   'GROUP(S) DIVERTED TO PR2FA17-SUSPENSE.TXT - '
           IF PRICEHIST-AVAILABLE
               CLOSE PRODUCT-PRICE-HIST
           END-IF
           IF CONTRACT-AVAILABLE
               CLOSE CONTRACT-PRICE
           END-IF
           IF CPREG-AVAILABLE
               CLOSE CUST-PROD-REG
           END-IF
           IF PRODHIST-AVAILABLE
               CLOSE PRODUCT-HISTORY
           END-IF
           IF OPENPO-AVAILABLE
               CLOSE OPEN-PO
           END-IF
           IF LOTBAL-AVAILABLE
               CLOSE LOT-BALANCE
                     LOT-MOVEMENT-FILE
           END-IF
           IF DISPREG-AVAILABLE
               CLOSE DISP-REGISTER-FILE
           END-IF
           IF COMMSALE-AVAILABLE
               CLOSE COMM-SALES-FILE
           END-IF
           PERFORM 340-REORDER-REPORT-RTN

           PERFORM 310-WRITE-CUS-SUMMARY-RTN
           PERFORM 330-WRITE-RUN-CONTROL-RTN
           PERFORM 335-WRITE-FEED-REGISTER-RTN
           IF JOURNAL-AVAILABLE
               CLOSE POSTING-JOURNAL-FILE
           END-IF

      * Run completed normally - clear the checkpoint so the next
      * run starts from record one instead of skipping forward, and
           END-IF
           ADD 1 TO WS-GL-REC-COUNT
           WRITE GL-POSTING-REC
           MOVE SPACES TO POSTING-JOURNAL-REC
           MOVE 'GL' TO PJ-ENTRY-TYPE
           MOVE 'N' TO WS-JOURNAL-NEW-SW
           MOVE GLP-ACCOUNT TO PJG-ACCOUNT
           MOVE GLP-DR-CR TO PJG-DR-CR
           MOVE GLP-AMOUNT TO PJG-AMOUNT
           MOVE GLP-PROD-ID TO PJG-PROD-ID
           MOVE GLP-PERIOD TO PJG-PERIOD
           MOVE GLP-DESC TO PJG-DESC
           PERFORM 270-WRITE-JOURNAL-RTN
           .

      * Stamps a journal record the caller has filled in with this
      * run's number, date and posting period, and writes it. The
      * caller sets WS-JOURNAL-NEW-SW to say whether its update
      * created the record it posted to.
       270-WRITE-JOURNAL-RTN.
           IF JOURNAL-AVAILABLE
               MOVE WS-CTL-RUN-NBR TO PJ-RUN-NBR
               MOVE WS-CURRENT-DATE TO PJ-RUN-DATE
               MOVE WS-POST-PERIOD TO PJ-POST-PERIOD
               MOVE WS-JOURNAL-NEW-SW TO PJ-NEW-SW
               WRITE POSTING-JOURNAL-REC
               ADD 1 TO WS-JOURNAL-COUNT
           END-IF
           .

      * Closes the interface with a trailer pair carrying the run's

      * Holds one history record, keeping only the five most
      * recent the same way PRODTREND keeps its last twelve
      * periods. A record the file cannot vouch for is skipped, and
      * so is a run BACKOUT has reversed - it was wrong, and must
      * not set the expectation for the runs after it.
       316-HOLD-RUN-HIST-RTN.
           IF RC-READ-COUNT IS NUMERIC AND
              RC-REJECT-COUNT IS NUMERIC AND
              RC-GRAND-SV IS NUMERIC AND
              RC-REVERSED-SW IS NOT EQUAL TO 'Y'
               IF WS-RUN-HIST-COUNT IS LESS THAN 5
                   ADD 1 TO WS-RUN-HIST-COUNT
               ELSE
           MOVE WS-CTL-RCPT-COUNT TO CTL-VALUE
           MOVE CTL-PAGE-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE '  PO LINES CLOSED' TO CTL-LABEL
           MOVE WS-PO-CLOSED-COUNT TO CTL-VALUE
           MOVE CTL-PAGE-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE '  RECEIPT EXCEPTIONS' TO CTL-LABEL
           MOVE WS-PO-EXC-COUNT TO CTL-VALUE
           MOVE CTL-PAGE-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'CONTROLLED REGISTER' TO CTL-LABEL
           MOVE WS-DISPREG-COUNT TO CTL-VALUE
           MOVE CTL-PAGE-LINE TO REPORT-REC
           WRITE REPORT-REC

           COMPUTE WS-CTL-ACCOUNTED =
                   WS-CTL-REPORT-COUNT + WS-CTL-REJECT-COUNT +
           ADD 1 TO WS-REORDER-COUNT
           .

      * Appends this run's control record, under the run number
      * 119C-ASSIGN-RUN-NBR-RTN settled at housekeeping.
       330-WRITE-RUN-CONTROL-RTN.
           MOVE '00' TO WS-RUNCTL-FILE-STATUS
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE WS-CTL-RUN-NBR TO RC-RUN-NBR
                       TO RC-FEED-HASH
               END-IF
           END-PERFORM
           MOVE SPACE TO RC-REVERSED-SW
           MOVE 0 TO RC-REVERSED-DATE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE
           .
                   MOVE WS-SRC-TRL-HASH(WS-SRC-SUB) TO PF-HASH-TOTAL
                   MOVE WS-CURRENT-DATE TO PF-RUN-DATE
                   WRITE PROCESSED-FEED-REC
                   MOVE SPACES TO POSTING-JOURNAL-REC
                   MOVE 'PF' TO PJ-ENTRY-TYPE
                   MOVE 'N' TO WS-JOURNAL-NEW-SW
                   MOVE PF-CREATE-DATE TO PJF-CREATE-DATE
                   MOVE PF-SOURCE-SYS TO PJF-SOURCE-SYS
                   MOVE PF-REC-COUNT TO PJF-REC-COUNT
                   MOVE PF-HASH-TOTAL TO PJF-HASH-TOTAL
                   MOVE PF-RUN-DATE TO PJF-RUN-DATE
                   PERFORM 270-WRITE-JOURNAL-RTN
               END-IF
           END-PERFORM
           CLOSE PROCESSED-FEEDS-FILE
