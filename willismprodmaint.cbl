      * PROD-ID, PROD-NAME, UNIT-COST, EFFECTIVE-DATE (CCYYMMDD;
      * zero means effective today), TAXABLE ('Y' taxes the
      * product at the TAX-RATE.TXT rate, 'N' leaves it untaxed;
      * a space on a change leaves the standing flag alone),
      * SCHEDULE ('1'-'5' controlled-substance schedule, 'N' not
      * controlled; a space on an add means 'N' and on a change
      * leaves the standing code alone).
      *
      *
      * OUTPUT: PRODUCT-MASTER.TXT updated in place.
      * image of every applied change.
      * Exception listing "PRODMAINT-EXCEPT.TXT" with every rejected
      * transaction and the reason (duplicate add, change or delete
      * of a missing key, bad action code, blank name, bad cost,
      * bad schedule code).
      *
      *
      ***************************************************************
           05 MT-UNIT-COST     PIC 9(3)V9(2).
           05 MT-EFF-DATE      PIC 9(8).
           05 MT-TAXABLE-SW    PIC X(1).
           05 MT-SCHEDULE-CODE PIC X(1).
              88 MT-SCHEDULE-VALID VALUE '1' THRU '5' 'N'.

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-REC.
           05 WS-BEFORE-NAME   PIC X(14) VALUE SPACES.
           05 WS-BEFORE-COST   PIC 9(3)V9(2) VALUE 0.
           05 WS-BEFORE-TAXABLE PIC X(1) VALUE SPACE.
           05 WS-BEFORE-SCHEDULE PIC X(1) VALUE SPACE.
           05 WS-MASTER-HIT-SW PIC X(3) VALUE 'NO'.
           05 WS-APPLY-EFF-DATE PIC 9(8) VALUE 0.

           05 AUD-BEFORE-COST   PIC ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-BEFORE-TAXABLE PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-BEFORE-SCHEDULE PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-AFTER-NAME    PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-AFTER-COST    PIC ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-AFTER-TAXABLE PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-AFTER-SCHEDULE PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-EFF-LIT       PIC X(4).
           05 AUD-EFF-DATE      PIC 9(8).
                   'PRODUCT-MASTER.TXT STATUS ' WS-PRODMAST-FILE-STATUS
               IF WS-PRODMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY '  RECORD LAYOUT MISMATCH - THE MASTER '
                       'PREDATES THE SCHEDULE CODE. RUN MASTCONV FIRST'
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           .

      * Routes one transaction by action code; anything else is an
      * exception. A schedule code is checked up front because it
      * decides what the register records - a mistyped one must
      * not quietly take a controlled product off it.
       200-DISPATCH-RTN.
           MOVE SPACES TO WS-MAINT-REASON
           IF MT-PROD-ID IS EQUAL TO SPACES
               MOVE 'PRODUCT ID IS BLANK' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF MT-SCHEDULE-CODE IS NOT EQUAL TO SPACE AND
                   NOT MT-SCHEDULE-VALID
               MOVE 'SCHEDULE CODE NOT 1-5 OR N' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF MT-ACTION IS EQUAL TO 'A'
               PERFORM 210-APPLY-ADD-RTN
           ELSE IF MT-ACTION IS EQUAL TO 'C'
           END-IF
           END-IF
           END-IF
           END-IF
           .

       210-APPLY-ADD-RTN.
                   ELSE
                       MOVE 'N' TO PM-TAXABLE-SW
                   END-IF
                   IF MT-SCHEDULE-VALID
                       MOVE MT-SCHEDULE-CODE TO PM-SCHEDULE-CODE
                   ELSE
                       MOVE 'N' TO PM-SCHEDULE-CODE
                   END-IF
                   WRITE PRODUCT-MASTER-REC
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO WS-BEFORE-NAME
                   MOVE 0 TO WS-BEFORE-COST
                   MOVE SPACE TO WS-BEFORE-TAXABLE
                   MOVE SPACE TO WS-BEFORE-SCHEDULE
                   PERFORM 240-POST-PRICE-HIST-RTN
                   PERFORM 270-AUDIT-RTN
               END-IF
              (MT-UNIT-COST IS NOT NUMERIC OR
               MT-UNIT-COST IS EQUAL TO ZERO) AND
              MT-TAXABLE-SW IS NOT EQUAL TO 'Y' AND
              MT-TAXABLE-SW IS NOT EQUAL TO 'N' AND
              MT-SCHEDULE-CODE IS EQUAL TO SPACE
               MOVE 'NOTHING TO CHANGE' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE
                   MOVE PM-PROD-NAME TO WS-BEFORE-NAME
                   MOVE PM-UNIT-COST TO WS-BEFORE-COST
                   MOVE PM-TAXABLE-SW TO WS-BEFORE-TAXABLE
                   MOVE PM-SCHEDULE-CODE TO WS-BEFORE-SCHEDULE
                   IF MT-PROD-NAME IS NOT EQUAL TO SPACES
                       MOVE MT-PROD-NAME TO PM-PROD-NAME
                   END-IF
                      MT-TAXABLE-SW IS EQUAL TO 'N'
                       MOVE MT-TAXABLE-SW TO PM-TAXABLE-SW
                   END-IF
                   IF MT-SCHEDULE-VALID
                       MOVE MT-SCHEDULE-CODE TO PM-SCHEDULE-CODE
                   END-IF
                   REWRITE PRODUCT-MASTER-REC
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 270-AUDIT-RTN
               MOVE PM-PROD-NAME TO WS-BEFORE-NAME
               MOVE PM-UNIT-COST TO WS-BEFORE-COST
               MOVE PM-TAXABLE-SW TO WS-BEFORE-TAXABLE
               MOVE PM-SCHEDULE-CODE TO WS-BEFORE-SCHEDULE
               DELETE PRODUCT-MASTER
               ADD 1 TO WS-DELETE-COUNT
               MOVE SPACES TO MT-PROD-NAME
           MOVE WS-BEFORE-NAME TO AUD-BEFORE-NAME
           MOVE WS-BEFORE-COST TO AUD-BEFORE-COST
           MOVE WS-BEFORE-TAXABLE TO AUD-BEFORE-TAXABLE
           MOVE WS-BEFORE-SCHEDULE TO AUD-BEFORE-SCHEDULE
           MOVE PM-PROD-NAME TO AUD-AFTER-NAME
           MOVE PM-UNIT-COST TO AUD-AFTER-COST
           MOVE PM-TAXABLE-SW TO AUD-AFTER-TAXABLE
           MOVE PM-SCHEDULE-CODE TO AUD-AFTER-SCHEDULE
           IF MT-ACTION IS EQUAL TO 'D'
               MOVE SPACES TO AUD-AFTER-NAME
               MOVE 0 TO AUD-AFTER-COST
               MOVE SPACE TO AUD-AFTER-TAXABLE
               MOVE SPACE TO AUD-AFTER-SCHEDULE
           END-IF
           IF MT-ACTION IS NOT EQUAL TO 'D' AND
              MT-UNIT-COST IS NUMERIC AND
