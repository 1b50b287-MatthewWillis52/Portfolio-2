      * works forward; anything beyond the whole balance drives the
      * current bucket negative, which is the customer's credit.
      *
      * A receipt that cannot be matched to a customer - an id that
      * is not on AR-BALANCE or is not even numeric - is money in the
      * bank all the same, so it is held on the unapplied-cash file
      * instead of being rejected, for CASHAPPL to apply later.
      *
      *
      * INPUT: Cash receipts "CASH-RECEIPTS.TXT". Which contains:
      * CUS-ID, AMOUNT, PAYMENT-DATE (CCYYMMDD), REFERENCE (check
      * OUTPUT: AR-BALANCE.TXT updated in place.
      * Audit trail "CASHRCPT-AUDIT.TXT" with the balance before
      * and after every payment applied.
      * Unapplied cash "UNAPPLIED-CASH.TXT", keyed receipt date +
      * reference, with every receipt that matched no customer
      * (created empty the first time).
      * Exception listing "CASHRCPT-EXCEPT.TXT" with every rejected
      * receipt and the reason (zero or unreadable amount).
      *
      *
      ***************************************************************
           RECORD KEY IS AR-CUS-ID
           FILE STATUS IS WS-ARBAL-FILE-STATUS.

           SELECT UNAPPLIED-CASH
           ASSIGN TO 'UNAPPLIED-CASH.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UC-KEY
           FILE STATUS IS WS-UNAPP-FILE-STATUS.

           SELECT RCPT-AUDIT-FILE
           ASSIGN TO 'CASHRCPT-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       01  AR-BALANCE-REC.
       COPY "willismarbal.cpy".

       FD  UNAPPLIED-CASH.
       01  UNAPPLIED-CASH-REC.
       COPY "willismunapp.cpy".

      * Balance before and after every payment applied.
       FD  RCPT-AUDIT-FILE.
       01  RCPT-AUDIT-REC      PIC X(80).
           05 WS-AFTER-BAL     PIC S9(9)V9(2) VALUE 0.
           05 WS-PAY-LEFT      PIC 9(8)V9(2) VALUE 0.
           05 WS-BUCKET-TAKE   PIC 9(8)V9(2) VALUE 0.
           05 WS-UNAPP-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-UNAPP-DONE-SW PIC X(3) VALUE 'NO'.

       01  WS-RCPT-COUNTS.
           05 WS-RCPT-READ-COUNT  PIC 9(5) VALUE 0.
           05 WS-RCPT-POST-COUNT  PIC 9(5) VALUE 0.
           05 WS-RCPT-REJECT-COUNT PIC 9(5) VALUE 0.
           05 WS-RCPT-POST-AMT    PIC 9(10)V9(2) VALUE 0.
           05 WS-RCPT-HELD-COUNT  PIC 9(5) VALUE 0.
           05 WS-RCPT-HELD-AMT    PIC 9(10)V9(2) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Unmatched cash has nowhere else to go, so the run does not
      * go on without the holding file.
           OPEN I-O UNAPPLIED-CASH
           IF WS-UNAPP-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT UNAPPLIED-CASH
               CLOSE UNAPPLIED-CASH
               OPEN I-O UNAPPLIED-CASH
           END-IF
           IF WS-UNAPP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CASHRCPT ABEND: CANNOT OPEN '
                   'UNAPPLIED-CASH.TXT STATUS ' WS-UNAPP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RCPT-AUDIT-FILE
                       RCPT-EXCEPT-FILE
           .
           .

      * Validates one receipt and applies it oldest bucket first.
      * The amount is checked first: a receipt with no readable
      * amount is the only one that cannot be held as cash.
       200-POST-RCPT-RTN.
           MOVE SPACES TO WS-RCPT-REASON
           IF CR-AMOUNT IS NOT NUMERIC OR
              CR-AMOUNT IS EQUAL TO ZERO
               MOVE 'AMOUNT IS ZERO OR BLANK' TO WS-RCPT-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF CR-CUS-ID IS NOT NUMERIC
               MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-RCPT-REASON
               PERFORM 240-HOLD-UNAPPLIED-RTN
           ELSE
               PERFORM 250-READ-ARBAL-RTN
               IF WS-ARBAL-HIT-SW IS EQUAL TO 'NO'
                   MOVE 'CUSTOMER NOT ON AR FILE' TO WS-RCPT-REASON
                   PERFORM 240-HOLD-UNAPPLIED-RTN
               ELSE
                   PERFORM 210-APPLY-PAYMENT-RTN
               END-IF
           END-IF
           .

      * Puts an unmatched receipt on the unapplied-cash file. A
      * second receipt with the same reference on the same day
      * takes the next sequence number.
       240-HOLD-UNAPPLIED-RTN.
           IF CR-DATE IS NUMERIC AND CR-DATE IS GREATER THAN 0
               MOVE CR-DATE TO UC-RCPT-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO UC-RCPT-DATE
           END-IF
           MOVE CR-REF TO UC-REF
           MOVE 0 TO UC-SEQ
           MOVE CR-CUS-ID TO UC-ORIG-CUS-ID
           MOVE CR-AMOUNT TO UC-ORIG-AMOUNT
           MOVE CR-AMOUNT TO UC-OPEN-AMOUNT
           MOVE WS-RCPT-REASON TO UC-HOLD-REASON
           MOVE WS-CURRENT-DATE TO UC-HELD-DATE
           MOVE 0 TO UC-LAST-APPLY-DATE
           MOVE 'NO' TO WS-UNAPP-DONE-SW
           PERFORM UNTIL WS-UNAPP-DONE-SW IS EQUAL TO 'YES'
               WRITE UNAPPLIED-CASH-REC
                   INVALID KEY
                       IF UC-SEQ IS LESS THAN 99
                           ADD 1 TO UC-SEQ
                       ELSE
                           MOVE 'YES' TO WS-UNAPP-DONE-SW
                           MOVE 'REFERENCE USED 100 TIMES TODAY'
                               TO WS-RCPT-REASON
                           PERFORM 260-REJECT-RTN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-UNAPP-DONE-SW
                       ADD 1 TO WS-RCPT-HELD-COUNT
                       ADD CR-AMOUNT TO WS-RCPT-HELD-AMT
               END-WRITE
           END-PERFORM
           .

      * Random read of the balance file for the receipt's key.
       250-READ-ARBAL-RTN.
           MOVE 'NO' TO WS-ARBAL-HIT-SW
       300-END-ROUTINE.
           CLOSE CASH-RECEIPTS-FILE
                 AR-BALANCE
                 UNAPPLIED-CASH
                 RCPT-AUDIT-FILE
                 RCPT-EXCEPT-FILE
           DISPLAY 'CASHRCPT RECEIPTS READ      ' WS-RCPT-READ-COUNT
           DISPLAY 'CASHRCPT RECEIPTS POSTED    ' WS-RCPT-POST-COUNT
           DISPLAY 'CASHRCPT RECEIPTS HELD      ' WS-RCPT-HELD-COUNT
           DISPLAY 'CASHRCPT RECEIPTS REJECTED  ' WS-RCPT-REJECT-COUNT
           DISPLAY 'CASHRCPT AMOUNT POSTED      ' WS-RCPT-POST-AMT
           DISPLAY 'CASHRCPT AMOUNT HELD        ' WS-RCPT-HELD-AMT
           STOP RUN
           .
