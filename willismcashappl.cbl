       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASHAPPL.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program applies receipts held on the unapplied-cash
      * file - the ones CASHRCPT could not match to a customer - once
      * somebody has found out whose money it is. Each application
      * transaction names a held receipt, a customer and an amount;
      * several transactions against one receipt split it across
      * customers. The money posts to AR-BALANCE exactly the way
      * CASHRCPT posts a payment, oldest bucket first, and the
      * receipt's open amount comes down by what was applied.
      *
      *
      * INPUT: Application transactions "CASHAPPL-TRANS.TXT". Which
      * contains: RECEIPT-DATE, REFERENCE and SEQUENCE (the held
      * receipt's key, as printed on the UNAPPLST listing), CUS-ID
      * (the customer the money belongs to), AMOUNT (zero applies
      * whatever is still open on the receipt).
      * Unapplied cash "UNAPPLIED-CASH.TXT".
      *
      *
      * OUTPUT: AR-BALANCE.TXT and UNAPPLIED-CASH.TXT updated in
      * place.
      * Audit trail "CASHAPPL-AUDIT.TXT" showing, for every amount
      * applied, which receipt it came from, which customer it went
      * to, and the receipt's open amount and the customer's balance
      * before and after.
      * Exception listing "CASHAPPL-EXCEPT.TXT" with every rejected
      * transaction and the reason (receipt not held, nothing left
      * open on it, more than is left open, customer not on the AR
      * file, bad id or amount).
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT APPL-TRANS-FILE
           ASSIGN TO 'CASHAPPL-TRANS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT UNAPPLIED-CASH
           ASSIGN TO 'UNAPPLIED-CASH.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UC-KEY
           FILE STATUS IS WS-UNAPP-FILE-STATUS.

           SELECT AR-BALANCE
           ASSIGN TO 'AR-BALANCE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AR-CUS-ID
           FILE STATUS IS WS-ARBAL-FILE-STATUS.

           SELECT APPL-AUDIT-FILE
           ASSIGN TO 'CASHAPPL-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPL-EXCEPT-FILE
           ASSIGN TO 'CASHAPPL-EXCEPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
      * One application of (part of) a held receipt per record.
       FD  APPL-TRANS-FILE.
       01  APPL-TRANS-REC.
           05 CA-RCPT-DATE     PIC 9(8).
           05 CA-REF           PIC X(10).
           05 CA-SEQ           PIC 9(2).
           05 CA-CUS-ID        PIC 9(5).
           05 CA-AMOUNT        PIC 9(8)V9(2).

       FD  UNAPPLIED-CASH.
       01  UNAPPLIED-CASH-REC.
       COPY "willismunapp.cpy".

       FD  AR-BALANCE.
       01  AR-BALANCE-REC.
       COPY "willismarbal.cpy".

      * Where every applied amount went.
       FD  APPL-AUDIT-FILE.
       01  APPL-AUDIT-REC      PIC X(110).

      * Rejected applications, with the reason.
       FD  APPL-EXCEPT-FILE.
       01  APPL-EXCEPT-REC     PIC X(90).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-TRANS-EOF-SW  PIC X(3) VALUE 'NO'.
           05 WS-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-UNAPP-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-ARBAL-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-APPL-REASON   PIC X(30) VALUE SPACES.
           05 WS-UNAPP-HIT-SW  PIC X(3) VALUE 'NO'.
           05 WS-ARBAL-HIT-SW  PIC X(3) VALUE 'NO'.
           05 WS-APPLY-AMT     PIC 9(8)V9(2) VALUE 0.
           05 WS-OPEN-BEFORE   PIC 9(8)V9(2) VALUE 0.
           05 WS-BEFORE-BAL    PIC S9(9)V9(2) VALUE 0.
           05 WS-AFTER-BAL     PIC S9(9)V9(2) VALUE 0.
           05 WS-PAY-LEFT      PIC 9(8)V9(2) VALUE 0.
           05 WS-BUCKET-TAKE   PIC 9(8)V9(2) VALUE 0.

       01  WS-APPL-COUNTS.
           05 WS-TRANS-READ-COUNT  PIC 9(5) VALUE 0.
           05 WS-APPL-POST-COUNT   PIC 9(5) VALUE 0.
           05 WS-APPL-REJECT-COUNT PIC 9(5) VALUE 0.
           05 WS-APPL-CLEARED-COUNT PIC 9(5) VALUE 0.
           05 WS-APPL-POST-AMT     PIC 9(10)V9(2) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

      * One audit line: the receipt, the customer it went to, the
      * receipt's open amount and the customer's balance before and
      * after.
       01  AUDIT-LINE.
           05 AUD-DATE          PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-RCPT-DATE     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-REF           PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-SEQ           PIC 9(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-CUS-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-AMOUNT        PIC Z(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-OPEN-BEFORE   PIC Z(7)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-OPEN-AFTER    PIC Z(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-BEFORE-BAL    PIC -(8)9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AUD-AFTER-BAL     PIC -(8)9.99.

       01  EXCEPT-LINE.
           05 EXL-RCPT-DATE     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 EXL-REF           PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 EXL-SEQ           PIC X(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-CUS-ID        PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EXL-AMOUNT        PIC 9(8)V9(2).
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
           OPEN INPUT APPL-TRANS-FILE
           IF WS-TRANS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CASHAPPL ABEND: CANNOT OPEN '
                   'CASHAPPL-TRANS.TXT STATUS ' WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O UNAPPLIED-CASH
           IF WS-UNAPP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CASHAPPL ABEND: CANNOT OPEN '
                   'UNAPPLIED-CASH.TXT STATUS ' WS-UNAPP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AR-BALANCE
           IF WS-ARBAL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CASHAPPL ABEND: CANNOT OPEN '
                   'AR-BALANCE.TXT STATUS ' WS-ARBAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPL-AUDIT-FILE
                       APPL-EXCEPT-FILE
           .

       130-APPLY-TRANS-RTN.
           PERFORM UNTIL WS-TRANS-EOF-SW IS EQUAL TO 'YES'
               READ APPL-TRANS-FILE
                   AT END
                       MOVE 'YES' TO WS-TRANS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ-COUNT
                       PERFORM 200-APPLY-RTN
               END-READ
           END-PERFORM
           .

      * Validates one application against the held receipt and the
      * customer, then posts it.
       200-APPLY-RTN.
           MOVE SPACES TO WS-APPL-REASON
           IF CA-CUS-ID IS NOT NUMERIC OR
              CA-CUS-ID IS EQUAL TO 0
               MOVE 'CUSTOMER ID IS ZERO OR BLANK' TO WS-APPL-REASON
               PERFORM 260-REJECT-RTN
           ELSE IF CA-AMOUNT IS NOT NUMERIC
               MOVE 'AMOUNT IS NOT NUMERIC' TO WS-APPL-REASON
               PERFORM 260-REJECT-RTN
           ELSE
               PERFORM 240-READ-UNAPPLIED-RTN
               IF WS-UNAPP-HIT-SW IS EQUAL TO 'NO'
                   MOVE 'RECEIPT NOT ON UNAPPLIED FILE'
                       TO WS-APPL-REASON
                   PERFORM 260-REJECT-RTN
               ELSE IF UC-OPEN-AMOUNT IS EQUAL TO 0
                   MOVE 'RECEIPT ALREADY FULLY APPLIED'
                       TO WS-APPL-REASON
                   PERFORM 260-REJECT-RTN
               ELSE IF CA-AMOUNT IS GREATER THAN UC-OPEN-AMOUNT
                   MOVE 'MORE THAN IS OPEN ON RECEIPT'
                       TO WS-APPL-REASON
                   PERFORM 260-REJECT-RTN
               ELSE
                   PERFORM 250-READ-ARBAL-RTN
                   IF WS-ARBAL-HIT-SW IS EQUAL TO 'NO'
                       MOVE 'CUSTOMER NOT ON AR FILE'
                           TO WS-APPL-REASON
                       PERFORM 260-REJECT-RTN
                   ELSE
                       PERFORM 210-APPLY-PAYMENT-RTN
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           .

      * Oldest money first, exactly as CASHRCPT posts a payment:
      * 90-day, then 60, then 30, then current, with anything left
      * netting the current bucket negative as the customer's
      * credit. The payment date is the day the money came in, not
      * the day it was identified - it only moves forward, so a late
      * application never hides a more recent payment from DUNNING.
       210-APPLY-PAYMENT-RTN.
           IF CA-AMOUNT IS EQUAL TO 0
               MOVE UC-OPEN-AMOUNT TO WS-APPLY-AMT
           ELSE
               MOVE CA-AMOUNT TO WS-APPLY-AMT
           END-IF
           MOVE UC-OPEN-AMOUNT TO WS-OPEN-BEFORE
           COMPUTE WS-BEFORE-BAL =
                   AR-CUR-AMT + AR-30-AMT + AR-60-AMT + AR-90-AMT
           MOVE WS-APPLY-AMT TO WS-PAY-LEFT
           PERFORM 220-TAKE-90-RTN
           PERFORM 225-TAKE-60-RTN
           PERFORM 230-TAKE-30-RTN
           IF WS-PAY-LEFT IS GREATER THAN 0
               SUBTRACT WS-PAY-LEFT FROM AR-CUR-AMT
               MOVE 0 TO WS-PAY-LEFT
           END-IF
           ADD WS-APPLY-AMT TO AR-PYMTS-MTD
           IF UC-RCPT-DATE IS GREATER THAN AR-LAST-PYMT-DATE
               MOVE UC-RCPT-DATE TO AR-LAST-PYMT-DATE
           END-IF
           REWRITE AR-BALANCE-REC
           COMPUTE WS-AFTER-BAL =
                   AR-CUR-AMT + AR-30-AMT + AR-60-AMT + AR-90-AMT
           SUBTRACT WS-APPLY-AMT FROM UC-OPEN-AMOUNT
           MOVE WS-CURRENT-DATE TO UC-LAST-APPLY-DATE
           REWRITE UNAPPLIED-CASH-REC
           IF UC-OPEN-AMOUNT IS EQUAL TO 0
               ADD 1 TO WS-APPL-CLEARED-COUNT
           END-IF
           ADD 1 TO WS-APPL-POST-COUNT
           ADD WS-APPLY-AMT TO WS-APPL-POST-AMT
           PERFORM 270-AUDIT-RTN
           .

       220-TAKE-90-RTN.
           IF WS-PAY-LEFT IS GREATER THAN 0 AND
              AR-90-AMT IS GREATER THAN 0
               IF WS-PAY-LEFT IS NOT LESS THAN AR-90-AMT
                   MOVE AR-90-AMT TO WS-BUCKET-TAKE
               ELSE
                   MOVE WS-PAY-LEFT TO WS-BUCKET-TAKE
               END-IF
               SUBTRACT WS-BUCKET-TAKE FROM AR-90-AMT
               SUBTRACT WS-BUCKET-TAKE FROM WS-PAY-LEFT
           END-IF
           .

       225-TAKE-60-RTN.
           IF WS-PAY-LEFT IS GREATER THAN 0 AND
              AR-60-AMT IS GREATER THAN 0
               IF WS-PAY-LEFT IS NOT LESS THAN AR-60-AMT
                   MOVE AR-60-AMT TO WS-BUCKET-TAKE
               ELSE
                   MOVE WS-PAY-LEFT TO WS-BUCKET-TAKE
               END-IF
               SUBTRACT WS-BUCKET-TAKE FROM AR-60-AMT
               SUBTRACT WS-BUCKET-TAKE FROM WS-PAY-LEFT
           END-IF
           .

       230-TAKE-30-RTN.
           IF WS-PAY-LEFT IS GREATER THAN 0 AND
              AR-30-AMT IS GREATER THAN 0
               IF WS-PAY-LEFT IS NOT LESS THAN AR-30-AMT
                   MOVE AR-30-AMT TO WS-BUCKET-TAKE
               ELSE
                   MOVE WS-PAY-LEFT TO WS-BUCKET-TAKE
               END-IF
               SUBTRACT WS-BUCKET-TAKE FROM AR-30-AMT
               SUBTRACT WS-BUCKET-TAKE FROM WS-PAY-LEFT
           END-IF
           .

      * Random read of the held receipt named on the transaction.
       240-READ-UNAPPLIED-RTN.
           MOVE 'NO' TO WS-UNAPP-HIT-SW
           MOVE CA-RCPT-DATE TO UC-RCPT-DATE
           MOVE CA-REF TO UC-REF
           MOVE CA-SEQ TO UC-SEQ
           READ UNAPPLIED-CASH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-UNAPP-HIT-SW
           END-READ
           .

      * Random read of the balance file for the customer named.
       250-READ-ARBAL-RTN.
           MOVE 'NO' TO WS-ARBAL-HIT-SW
           MOVE CA-CUS-ID TO AR-CUS-ID
           READ AR-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-ARBAL-HIT-SW
           END-READ
           .

       260-REJECT-RTN.
           MOVE CA-RCPT-DATE TO EXL-RCPT-DATE
           MOVE CA-REF TO EXL-REF
           MOVE CA-SEQ TO EXL-SEQ
           MOVE CA-CUS-ID TO EXL-CUS-ID
           MOVE CA-AMOUNT TO EXL-AMOUNT
           MOVE WS-APPL-REASON TO EXL-REASON
           MOVE EXCEPT-LINE TO APPL-EXCEPT-REC
           WRITE APPL-EXCEPT-REC
           ADD 1 TO WS-APPL-REJECT-COUNT
           .

       270-AUDIT-RTN.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE UC-RCPT-DATE TO AUD-RCPT-DATE
           MOVE UC-REF TO AUD-REF
           MOVE UC-SEQ TO AUD-SEQ
           MOVE AR-CUS-ID TO AUD-CUS-ID
           MOVE WS-APPLY-AMT TO AUD-AMOUNT
           MOVE WS-OPEN-BEFORE TO AUD-OPEN-BEFORE
           MOVE UC-OPEN-AMOUNT TO AUD-OPEN-AFTER
           MOVE WS-BEFORE-BAL TO AUD-BEFORE-BAL
           MOVE WS-AFTER-BAL TO AUD-AFTER-BAL
           MOVE AUDIT-LINE TO APPL-AUDIT-REC
           WRITE APPL-AUDIT-REC
           .

       300-END-ROUTINE.
           CLOSE APPL-TRANS-FILE
                 UNAPPLIED-CASH
                 AR-BALANCE
                 APPL-AUDIT-FILE
                 APPL-EXCEPT-FILE
           DISPLAY 'CASHAPPL TRANSACTIONS READ  ' WS-TRANS-READ-COUNT
           DISPLAY 'CASHAPPL APPLICATIONS POSTED' WS-APPL-POST-COUNT
           DISPLAY 'CASHAPPL RECEIPTS CLEARED   ' WS-APPL-CLEARED-COUNT
           DISPLAY 'CASHAPPL REJECTED           ' WS-APPL-REJECT-COUNT
           DISPLAY 'CASHAPPL AMOUNT APPLIED     ' WS-APPL-POST-AMT
           STOP RUN
           .
