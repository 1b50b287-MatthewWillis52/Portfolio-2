      * contains: ACTION ('A' add, 'C' change, 'D' delete),
      * CUS-ID, CUS-NAME, TAX-EXEMPT ('Y' exempts the customer from
      * sales tax, 'N' taxes them; a space on a change leaves the
      * standing flag alone), REP-ID (the sales rep the account
      * belongs to; a space on a change leaves the rep alone and
      * 'NONE' takes the account off its rep).
      * Sales rep master "SALES-REP-MASTER.TXT" (optional). When it
      * is there, a rep id must be on it.
      *
      *
      * OUTPUT: CUSTOMER-MASTER.TXT updated in place.
      * image of every applied change.
      * Exception listing "CUSTMAINT-EXCEPT.TXT" with every rejected
      * transaction and the reason (duplicate add, change or delete
      * of a missing key, bad action code, blank name, rep not on
      * the rep master).
      *
      *
      ***************************************************************
           RECORD KEY IS CM-CUS-ID
           FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT SALES-REP-MASTER
           ASSIGN TO 'SALES-REP-MASTER.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPMAST-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE
           ASSIGN TO 'CUSTMAINT-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 MT-CUS-ID        PIC 9(5).
           05 MT-CUS-NAME      PIC X(25).
           05 MT-TAX-EXEMPT-SW PIC X(1).
           05 MT-REP-ID        PIC X(4).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
       COPY "willismcustmast.cpy".

       FD  SALES-REP-MASTER.
       01  SALES-REP-MASTER-REC.
       COPY "willismrepmast.cpy".

      * Before/after image of every applied change.
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-REC             PIC X(100).

      * Rejected maintenance, with the reason.
       FD  MAINT-EXCEPT-FILE.
           05 WS-BEFORE-NAME   PIC X(25) VALUE SPACES.
           05 WS-BEFORE-EXEMPT PIC X(1) VALUE SPACE.
           05 WS-MASTER-HIT-SW PIC X(3) VALUE 'NO'.
           05 WS-BEFORE-REP    PIC X(4) VALUE SPACES.
           05 WS-REP-OK-SW     PIC X(3) VALUE 'YES'.
           05 WS-REPMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-REPMAST-EOF-SW PIC X(3) VALUE 'NO'.
           05 WS-REPMAST-AVAIL-SW PIC X(3) VALUE 'YES'.
              88 REPMAST-AVAILABLE VALUE 'YES'.

      * Rep ids on the rep master, for the check on adds and changes.
       01  WS-REP-AREAS.
           05 WS-REP-COUNT     PIC 9(3) VALUE 0.
           05 WS-REP-SUB       PIC 9(3) VALUE 0.
           05 WS-REP-ID        PIC X(4) OCCURS 200 TIMES.

       01  WS-MAINT-COUNTS.
           05 WS-TRANS-READ-COUNT   PIC 9(5) VALUE 0.
                   10 WS-CURRENT-DAY       PIC 9(2).

      * One audit line: what was applied, the key, and the customer
      * name, tax flag and rep before and after the change.
       01  AUDIT-LINE.
           05 AUD-DATE          PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-AFTER-NAME    PIC X(25).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-AFTER-EXEMPT  PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-BEFORE-REP    PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-AFTER-REP     PIC X(4).

       01  EXCEPT-LINE.
           05 EXL-ACTION        PIC X(1).
                   'CUSTOMER-MASTER.TXT STATUS ' WS-CUSTMAST-FILE-STATUS
               IF WS-CUSTMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY '  RECORD LAYOUT MISMATCH - THE MASTER '
                       'IS ON AN OLD LAYOUT. RUN MASTCONV FIRST'
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 125-LOAD-REPS-RTN
           OPEN OUTPUT MAINT-AUDIT-FILE
                       MAINT-EXCEPT-FILE
           .

      * Without the rep master there is nothing to check a rep id
      * against, so any id is taken as keyed.
       125-LOAD-REPS-RTN.
           OPEN INPUT SALES-REP-MASTER
           IF WS-REPMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-REPMAST-AVAIL-SW
               DISPLAY 'WARNING: CANNOT OPEN SALES-REP-MASTER.TXT '
                   'STATUS ' WS-REPMAST-FILE-STATUS
                   ' - REP IDS NOT CHECKED THIS RUN'
           ELSE
               PERFORM UNTIL WS-REPMAST-EOF-SW IS EQUAL TO 'YES'
                   READ SALES-REP-MASTER
                       AT END
                           MOVE 'YES' TO WS-REPMAST-EOF-SW
                       NOT AT END
                           IF WS-REP-COUNT IS LESS THAN 200
                               ADD 1 TO WS-REP-COUNT
                               MOVE SR-REP-ID
                                   TO WS-REP-ID(WS-REP-COUNT)
                           ELSE
                               DISPLAY 'NOTE: REP TABLE FULL - REP '
                                   SR-REP-ID ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-REP-MASTER
           END-IF
           .

       130-APPLY-TRANS-RTN.
           PERFORM UNTIL WS-TRANS-EOF-SW IS EQUAL TO 'YES'
               READ MAINT-TRANS-FILE
           .

       210-APPLY-ADD-RTN.
           PERFORM 240-CHECK-REP-RTN
           IF MT-CUS-NAME IS EQUAL TO SPACES
               MOVE 'CUSTOMER NAME IS BLANK' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF WS-REP-OK-SW IS EQUAL TO 'NO'
               MOVE 'REP NOT ON THE REP MASTER' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE
               PERFORM 250-READ-MASTER-RTN
               IF WS-MASTER-HIT-SW IS EQUAL TO 'YES'
                   ELSE
                       MOVE 'N' TO CM-TAX-EXEMPT-SW
                   END-IF
                   IF MT-REP-ID IS EQUAL TO 'NONE'
                       MOVE SPACES TO CM-REP-ID
                   ELSE
                       MOVE MT-REP-ID TO CM-REP-ID
                   END-IF
                   WRITE CUSTOMER-MASTER-REC
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO WS-BEFORE-NAME
                   MOVE SPACE TO WS-BEFORE-EXEMPT
                   MOVE SPACES TO WS-BEFORE-REP
                   PERFORM 270-AUDIT-RTN
               END-IF
           END-IF
           END-IF
           .

       220-APPLY-CHANGE-RTN.
           PERFORM 240-CHECK-REP-RTN
           IF MT-CUS-NAME IS EQUAL TO SPACES
               MOVE 'CUSTOMER NAME IS BLANK' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF WS-REP-OK-SW IS EQUAL TO 'NO'
               MOVE 'REP NOT ON THE REP MASTER' TO WS-MAINT-REASON
               PERFORM 260-REJECT-RTN
           ELSE
               PERFORM 250-READ-MASTER-RTN
               IF WS-MASTER-HIT-SW IS EQUAL TO 'NO'
               ELSE
                   MOVE CM-CUS-NAME TO WS-BEFORE-NAME
                   MOVE CM-TAX-EXEMPT-SW TO WS-BEFORE-EXEMPT
                   MOVE CM-REP-ID TO WS-BEFORE-REP
                   MOVE MT-CUS-NAME TO CM-CUS-NAME
      * A space on the transaction leaves the standing flag alone,
      * so a name correction cannot silently strip an exemption.
                      MT-TAX-EXEMPT-SW IS EQUAL TO 'N'
                       MOVE MT-TAX-EXEMPT-SW TO CM-TAX-EXEMPT-SW
                   END-IF
      * The rep follows the same rule: a space leaves the account
      * where it is, and it comes off its rep only by 'NONE'.
                   IF MT-REP-ID IS EQUAL TO 'NONE'
                       MOVE SPACES TO CM-REP-ID
                   ELSE IF MT-REP-ID IS NOT EQUAL TO SPACES
                       MOVE MT-REP-ID TO CM-REP-ID
                   END-IF
                   END-IF
                   REWRITE CUSTOMER-MASTER-REC
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 270-AUDIT-RTN
               END-IF
           END-IF
           END-IF
           .

       230-APPLY-DELETE-RTN.
           ELSE
               MOVE CM-CUS-NAME TO WS-BEFORE-NAME
               MOVE CM-TAX-EXEMPT-SW TO WS-BEFORE-EXEMPT
               MOVE CM-REP-ID TO WS-BEFORE-REP
               DELETE CUSTOMER-MASTER
               ADD 1 TO WS-DELETE-COUNT
               MOVE SPACES TO MT-CUS-NAME
               MOVE SPACE TO CM-TAX-EXEMPT-SW
               MOVE SPACES TO CM-REP-ID
               PERFORM 270-AUDIT-RTN
           END-IF
           .

      * A blank rep id or 'NONE' needs no rep; any other id must be
      * on the rep master when the master is there to ask.
       240-CHECK-REP-RTN.
           MOVE 'YES' TO WS-REP-OK-SW
           IF REPMAST-AVAILABLE AND
              MT-REP-ID IS NOT EQUAL TO SPACES AND
              MT-REP-ID IS NOT EQUAL TO 'NONE'
               MOVE 'NO' TO WS-REP-OK-SW
               PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                       UNTIL WS-REP-SUB > WS-REP-COUNT
                          OR WS-REP-OK-SW IS EQUAL TO 'YES'
                   IF WS-REP-ID(WS-REP-SUB) IS EQUAL TO MT-REP-ID
                       MOVE 'YES' TO WS-REP-OK-SW
                   END-IF
               END-PERFORM
           END-IF
           .

      * Random read of the master for the transaction's key.
       250-READ-MASTER-RTN.
           MOVE 'NO' TO WS-MASTER-HIT-SW
           MOVE WS-BEFORE-EXEMPT TO AUD-BEFORE-EXEMPT
           MOVE MT-CUS-NAME TO AUD-AFTER-NAME
           MOVE CM-TAX-EXEMPT-SW TO AUD-AFTER-EXEMPT
           MOVE WS-BEFORE-REP TO AUD-BEFORE-REP
           MOVE CM-REP-ID TO AUD-AFTER-REP
           MOVE AUDIT-LINE TO MAINT-AUDIT-REC
           WRITE MAINT-AUDIT-REC
           .
