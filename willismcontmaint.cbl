       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONTMAINT.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program maintains the CONTRACT-PRICE.TXT indexed file of
      * negotiated customer prices that PROGRAM2 and CUSTSTMT check
      * transactions against in place of the list price, so an
      * institutional customer's agreed price stops landing on the
      * price-variance listing - the same job PRODMAINT does for the
      * product master, with the same before/after audit.
      *
      * A contract is keyed customer + product + the date it takes
      * effect. Ending a contract is a change that puts an end date
      * on it; a renegotiated price is normally a new contract with
      * a later effective date, which takes over from that date.
      *
      *
      * INPUT: Maintenance transactions "CONTMAINT-TRANS.TXT". Which
      * contains: ACTION ('A' add, 'C' change, 'D' delete), CUS-ID,
      * PROD-ID, EFFECTIVE-DATE (CCYYMMDD, the contract start),
      * END-DATE (CCYYMMDD; zero on an add means open-ended, zero on
      * a change leaves the standing end date alone, 99999999 on a
      * change makes the contract open-ended again), UNIT-PRICE
      * (zero on a change leaves the standing price alone).
      * Customer master "CUSTOMER-MASTER.TXT" and product master
      * "PRODUCT-MASTER.TXT", when they are there, so a contract
      * cannot be added for an account or product that does not
      * exist.
      *
      *
      * OUTPUT: CONTRACT-PRICE.TXT updated in place.
      * Audit trail "CONTMAINT-AUDIT.TXT" with a before and after
      * image of every applied change.
      * Exception listing "CONTMAINT-EXCEPT.TXT" with every rejected
      * transaction and the reason (duplicate add, change or delete
      * of a missing key, bad action code, bad dates, bad price,
      * unknown customer or product).
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE
           ASSIGN TO 'CONTMAINT-TRANS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT CONTRACT-PRICE
           ASSIGN TO 'CONTRACT-PRICE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CON-KEY
           FILE STATUS IS WS-CONTRACT-FILE-STATUS.

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

           SELECT MAINT-AUDIT-FILE
           ASSIGN TO 'CONTMAINT-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-EXCEPT-FILE
           ASSIGN TO 'CONTMAINT-EXCEPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
      * One keyed maintenance transaction per record.
       FD  MAINT-TRANS-FILE.
       01  MAINT-TRANS-REC.
           05 MT-ACTION        PIC X(1).
           05 MT-CUS-ID        PIC 9(5).
           05 MT-PROD-ID       PIC X(3).
           05 MT-EFF-DATE      PIC 9(8).
           05 MT-END-DATE      PIC 9(8).
           05 MT-UNIT-PRICE    PIC 9(3)V9(2).

       FD  CONTRACT-PRICE.
       01  CONTRACT-PRICE-REC.
       COPY "willismcontract.cpy".

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
       COPY "willismcustmast.cpy".

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
       COPY "willismprodmast.cpy".

      * Before/after image of every applied change.
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-REC             PIC X(90).

      * Rejected maintenance, with the reason.
       FD  MAINT-EXCEPT-FILE.
       01  MAINT-EXCEPT-REC            PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-TRANS-EOF-SW  PIC X(3) VALUE 'NO'.
           05 WS-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CONTRACT-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CUSTMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CUSTMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 CUSTMAST-AVAILABLE   VALUE 'YES'.
           05 WS-PRODMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 PRODMAST-AVAILABLE   VALUE 'YES'.
           05 WS-MAINT-REASON  PIC X(30) VALUE SPACES.
           05 WS-BEFORE-PRICE  PIC 9(3)V9(2) VALUE 0.
           05 WS-BEFORE-END-DATE PIC 9(8) VALUE 0.
           05 WS-MASTER-HIT-SW PIC X(3) VALUE 'NO'.
      * An end date on a change that asks for the contract to run
      * open-ended again.
           05 WS-REOPEN-DATE   PIC 9(8) VALUE 99999999.

       01  WS-MAINT-COUNTS.
           05 WS-TRANS-READ-COUNT   PIC 9(5) VALUE 0.
           05 WS-ADD-COUNT          PIC 9(5) VALUE 0.
           05 WS-CHANGE-COUNT       PIC 9(5) VALUE 0.
           05 WS-DELETE-COUNT       PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT       PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

      * One audit line: what was applied, the key, and the contract
      * price and end date before and after the change.
       01  AUDIT-LINE.
           05 AUD-DATE          PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-ACTION        PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-CUS-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-PROD-ID       PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-EFF-DATE      PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-BEFORE-PRICE  PIC ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-BEFORE-END    PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-AFTER-PRICE   PIC ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-AFTER-END     PIC 9(8).

       01  EXCEPT-LINE.
           05 EXL-ACTION        PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-CUS-ID        PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-PROD-ID       PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-EFF-DATE      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-UNIT-PRICE    PIC 9(3)V9(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-REASON        PIC X(30).


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-APPLY-TRANS-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT MAINT-TRANS-FILE
           IF WS-TRANS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CONTMAINT ABEND: CANNOT OPEN '
                   'CONTMAINT-TRANS.TXT STATUS ' WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * A missing contract file is created empty so the first load
      * is just a run of adds, the same bootstrap PRODMAINT gives
      * the product master.
           OPEN I-O CONTRACT-PRICE
           IF WS-CONTRACT-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT CONTRACT-PRICE
               CLOSE CONTRACT-PRICE
               OPEN I-O CONTRACT-PRICE
           END-IF
           IF WS-CONTRACT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CONTMAINT ABEND: CANNOT OPEN '
                   'CONTRACT-PRICE.TXT STATUS ' WS-CONTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * The masters only vouch for the keys; without them the adds
      * still go on, unchecked.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-CUSTMAST-AVAIL-SW
               DISPLAY 'WARNING: CANNOT OPEN CUSTOMER-MASTER.TXT '
                   'STATUS ' WS-CUSTMAST-FILE-STATUS ' - CUSTOMER '
                   'IDS ARE NOT CHECKED THIS RUN'
           END-IF
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-PRODMAST-AVAIL-SW
               DISPLAY 'WARNING: CANNOT OPEN PRODUCT-MASTER.TXT '
                   'STATUS ' WS-PRODMAST-FILE-STATUS ' - PRODUCT '
                   'IDS ARE NOT CHECKED THIS RUN'
           END-IF
           OPEN OUTPUT MAINT-AUDIT-FILE
                       MAINT-EXCEPT-FILE
           .

       130-APPLY-TRANS-RTN.
           PERFORM UNTIL WS-TRANS-EOF-SW IS EQUAL TO 'YES'
               READ MAINT-TRANS-FILE
                   AT END
                       MOVE 'YES' TO WS-TRANS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ-COUNT
                       PERFORM 200-DISPATCH-RTN
               END-READ
           END-PERFORM
           .

      * Routes one transaction by action code once the key is
      * sound; anything else is an exception.
       200-DISPATCH-RTN.
           MOVE SPACES TO WS-MAINT-REASON
           IF MT-CUS-ID IS NOT NUMERIC OR
              MT-CUS-ID IS EQUAL TO 0
               MOVE 'CUSTOMER ID IS ZERO OR BLANK' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF MT-PROD-ID IS EQUAL TO SPACES
               MOVE 'PRODUCT ID IS BLANK' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF MT-EFF-DATE IS NOT NUMERIC OR
                   MT-EFF-DATE IS EQUAL TO 0
               MOVE 'EFFECTIVE DATE IS ZERO OR BLANK'
                   TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF MT-ACTION IS EQUAL TO 'A'
               PERFORM 210-APPLY-ADD-RTN
           ELSE IF MT-ACTION IS EQUAL TO 'C'
               PERFORM 220-APPLY-CHANGE-RTN
           ELSE IF MT-ACTION IS EQUAL TO 'D'
               PERFORM 230-APPLY-DELETE-RTN
           ELSE
               MOVE 'ACTION NOT A C OR D' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * An add needs a price, an end date no earlier than the start,
      * and - when the masters are there to ask - a customer and a
      * product that exist.
       210-APPLY-ADD-RTN.
           IF MT-UNIT-PRICE IS NOT NUMERIC OR
              MT-UNIT-PRICE IS EQUAL TO ZERO
               MOVE 'UNIT PRICE IS ZERO OR BLANK' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF MT-END-DATE IS NOT NUMERIC
               MOVE 'END DATE IS NOT NUMERIC' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF MT-END-DATE IS GREATER THAN 0 AND
                   MT-END-DATE IS LESS THAN MT-EFF-DATE
               MOVE 'END DATE BEFORE EFFECTIVE DATE' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE
               PERFORM 240-CHECK-MASTERS-RTN
               IF WS-MAINT-REASON IS NOT EQUAL TO SPACES
                   PERFORM 260-REJECT-RTN
               ELSE
                   PERFORM 250-READ-CONTRACT-RTN
                   IF WS-MASTER-HIT-SW IS EQUAL TO 'YES'
                       MOVE 'DUPLICATE ADD - KEY ON FILE'
                           TO WS-MAINT-REASON
                       PERFORM 260-REJECT-RTN
                   ELSE
                       MOVE MT-CUS-ID TO CON-CUS-ID
                       MOVE MT-PROD-ID TO CON-PROD-ID
                       MOVE MT-EFF-DATE TO CON-EFF-DATE
                       MOVE MT-END-DATE TO CON-END-DATE
                       MOVE MT-UNIT-PRICE TO CON-UNIT-PRICE
                       MOVE WS-CURRENT-DATE TO CON-LAST-MAINT-DATE
                       WRITE CONTRACT-PRICE-REC
                       ADD 1 TO WS-ADD-COUNT
                       MOVE 0 TO WS-BEFORE-PRICE
                       MOVE 0 TO WS-BEFORE-END-DATE
                       PERFORM 270-AUDIT-RTN
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           .

      * A change may carry a new price, a new end date, or both; a
      * zero on either side means "leave that side alone", so
      * ending a contract does not have to re-key its price.
       220-APPLY-CHANGE-RTN.
           IF (MT-UNIT-PRICE IS NOT NUMERIC OR
               MT-UNIT-PRICE IS EQUAL TO ZERO) AND
              (MT-END-DATE IS NOT NUMERIC OR
               MT-END-DATE IS EQUAL TO ZERO)
               MOVE 'NOTHING TO CHANGE' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF MT-END-DATE IS NUMERIC AND
                   MT-END-DATE IS GREATER THAN 0 AND
                   MT-END-DATE IS LESS THAN MT-EFF-DATE
               MOVE 'END DATE BEFORE EFFECTIVE DATE' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE
               PERFORM 250-READ-CONTRACT-RTN
               IF WS-MASTER-HIT-SW IS EQUAL TO 'NO'
                   MOVE 'CHANGE - KEY NOT ON FILE' TO WS-MAINT-REASON
                   PERFORM 260-REJECT-RTN
               ELSE
                   MOVE CON-UNIT-PRICE TO WS-BEFORE-PRICE
                   MOVE CON-END-DATE TO WS-BEFORE-END-DATE
                   IF MT-UNIT-PRICE IS NUMERIC AND
                      MT-UNIT-PRICE IS GREATER THAN ZERO
                       MOVE MT-UNIT-PRICE TO CON-UNIT-PRICE
                   END-IF
                   IF MT-END-DATE IS NUMERIC AND
                      MT-END-DATE IS GREATER THAN 0
                       IF MT-END-DATE IS EQUAL TO WS-REOPEN-DATE
                           MOVE 0 TO CON-END-DATE
                       ELSE
                           MOVE MT-END-DATE TO CON-END-DATE
                       END-IF
                   END-IF
                   MOVE WS-CURRENT-DATE TO CON-LAST-MAINT-DATE
                   REWRITE CONTRACT-PRICE-REC
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 270-AUDIT-RTN
               END-IF
           END-IF
           END-IF
           .

      * Deleting removes a contract keyed in error; a contract that
      * simply ran its course should be ended with a change instead,
      * so transactions dated inside it still find its price.
       230-APPLY-DELETE-RTN.
           PERFORM 250-READ-CONTRACT-RTN
           IF WS-MASTER-HIT-SW IS EQUAL TO 'NO'
               MOVE 'DELETE - KEY NOT ON FILE' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE
               MOVE CON-UNIT-PRICE TO WS-BEFORE-PRICE
               MOVE CON-END-DATE TO WS-BEFORE-END-DATE
               DELETE CONTRACT-PRICE
               ADD 1 TO WS-DELETE-COUNT
               PERFORM 270-AUDIT-RTN
           END-IF
           .

      * Leaves WS-MAINT-REASON set when the customer or product is
      * not on its master; a master that is not open passes.
       240-CHECK-MASTERS-RTN.
           IF CUSTMAST-AVAILABLE
               MOVE MT-CUS-ID TO CM-CUS-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON MASTER'
                           TO WS-MAINT-REASON
               END-READ
           END-IF
           IF PRODMAST-AVAILABLE AND
              WS-MAINT-REASON IS EQUAL TO SPACES
               MOVE MT-PROD-ID TO PM-PROD-ID
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE 'PRODUCT NOT ON MASTER'
                           TO WS-MAINT-REASON
               END-READ
           END-IF
           .

      * Random read of the contract file for the transaction's key.
       250-READ-CONTRACT-RTN.
           MOVE 'NO' TO WS-MASTER-HIT-SW
           MOVE MT-CUS-ID TO CON-CUS-ID
           MOVE MT-PROD-ID TO CON-PROD-ID
           MOVE MT-EFF-DATE TO CON-EFF-DATE
           READ CONTRACT-PRICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-MASTER-HIT-SW
           END-READ
           .

       260-REJECT-RTN.
           MOVE MT-ACTION TO EXL-ACTION
           MOVE MT-CUS-ID TO EXL-CUS-ID
           MOVE MT-PROD-ID TO EXL-PROD-ID
           MOVE MT-EFF-DATE TO EXL-EFF-DATE
           MOVE MT-UNIT-PRICE TO EXL-UNIT-PRICE
           MOVE WS-MAINT-REASON TO EXL-REASON
           MOVE EXCEPT-LINE TO MAINT-EXCEPT-REC
           WRITE MAINT-EXCEPT-REC
           ADD 1 TO WS-REJECT-COUNT
           .

      * One audit line per applied change: adds show a zero before
      * image, deletes a zero after image.
       270-AUDIT-RTN.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           IF MT-ACTION IS EQUAL TO 'A'
               MOVE 'ADD' TO AUD-ACTION
           ELSE IF MT-ACTION IS EQUAL TO 'C'
               MOVE 'CHANGE' TO AUD-ACTION
           ELSE
               MOVE 'DELETE' TO AUD-ACTION
           END-IF
           END-IF
           MOVE MT-CUS-ID TO AUD-CUS-ID
           MOVE MT-PROD-ID TO AUD-PROD-ID
           MOVE MT-EFF-DATE TO AUD-EFF-DATE
           MOVE WS-BEFORE-PRICE TO AUD-BEFORE-PRICE
           MOVE WS-BEFORE-END-DATE TO AUD-BEFORE-END
           IF MT-ACTION IS EQUAL TO 'D'
               MOVE 0 TO AUD-AFTER-PRICE
               MOVE 0 TO AUD-AFTER-END
           ELSE
               MOVE CON-UNIT-PRICE TO AUD-AFTER-PRICE
               MOVE CON-END-DATE TO AUD-AFTER-END
           END-IF
           MOVE AUDIT-LINE TO MAINT-AUDIT-REC
           WRITE MAINT-AUDIT-REC
           .

       300-END-ROUTINE.
           CLOSE MAINT-TRANS-FILE
                 CONTRACT-PRICE
                 MAINT-AUDIT-FILE
                 MAINT-EXCEPT-FILE
           IF CUSTMAST-AVAILABLE
               CLOSE CUSTOMER-MASTER
           END-IF
           IF PRODMAST-AVAILABLE
               CLOSE PRODUCT-MASTER
           END-IF
           DISPLAY 'CONTMAINT TRANSACTIONS READ ' WS-TRANS-READ-COUNT
           DISPLAY 'CONTMAINT ADDS APPLIED      ' WS-ADD-COUNT
           DISPLAY 'CONTMAINT CHANGES APPLIED   ' WS-CHANGE-COUNT
           DISPLAY 'CONTMAINT DELETES APPLIED   ' WS-DELETE-COUNT
           DISPLAY 'CONTMAINT REJECTED          ' WS-REJECT-COUNT
           STOP RUN
           .
