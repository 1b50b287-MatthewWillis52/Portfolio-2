       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UNAPPLST.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program prints the daily unapplied-cash listing: every
      * receipt CASHRCPT could not match to a customer that still
      * has money open on it, aged from the receipt date in the same
      * 30/60/90 columns as ARAGING, so receipts sitting unclaimed
      * get chased before they are forgotten. Each line carries the
      * receipt's key exactly as CASHAPPL wants it on an application
      * transaction.
      *
      *
      * INPUT: Unapplied cash "UNAPPLIED-CASH.TXT", keyed receipt
      * date + reference, so the listing runs oldest receipt first.
      *
      *
      * OUTPUT: Unapplied-cash listing "UNAPPLIED-LIST.TXT", with
      * the open amount in its age column, the id as keyed on the
      * receipt and why it was held, and totals by age. Receipts
      * applied in full are left off.
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT UNAPPLIED-CASH
           ASSIGN TO 'UNAPPLIED-CASH.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS UC-KEY
           FILE STATUS IS WS-UNAPP-FILE-STATUS.

           SELECT UNAPP-REPORT-FILE
           ASSIGN TO 'UNAPPLIED-LIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-CASH.
       01  UNAPPLIED-CASH-REC.
       COPY "willismunapp.cpy".

       FD  UNAPP-REPORT-FILE.
       01  UNAPP-REPORT-REC     PIC X(130).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-UNAPP-EOF-SW  PIC X(3) VALUE 'NO'.
           05 WS-UNAPP-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-DATE-NUM      PIC 9(8) VALUE 0.
           05 WS-AGE-DAYS      PIC S9(5) VALUE 0.
           05 WS-READ-COUNT    PIC 9(5) VALUE 0.
           05 WS-PRINT-COUNT   PIC 9(5) VALUE 0.

       01  WS-GRAND-TOTALS.
           05 WS-TOT-CUR       PIC 9(10)V9(2) VALUE 0.
           05 WS-TOT-30        PIC 9(10)V9(2) VALUE 0.
           05 WS-TOT-60        PIC 9(10)V9(2) VALUE 0.
           05 WS-TOT-90        PIC 9(10)V9(2) VALUE 0.
           05 WS-TOT-OPEN      PIC 9(11)V9(2) VALUE 0.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  UNAPP-HEADING-LINE1.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 FILLER   PIC X(22) VALUE
              'UNAPPLIED CASH AGING  '.
           05 UH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 UH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 UH1-YEAR         PIC X(4).

       01  UNAPP-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'RECEIVED'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'REFERENCE'.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(2) VALUE 'SQ'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'AS ID'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'DAYS'.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE '0-30   '.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE '31-60  '.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE '61-90  '.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'OVER 90'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'HELD BECAUSE'.

       01  UNAPP-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UDL-RCPT-DATE    PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UDL-REF          PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UDL-SEQ          PIC 9(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 UDL-ORIG-CUS-ID  PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 UDL-AGE-DAYS     PIC ZZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UDL-CUR          PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UDL-30           PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UDL-60           PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UDL-90           PIC Z(9)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 UDL-REASON       PIC X(30).

       01  UNAPP-TOTAL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(36) VALUE 'TOTAL UNAPPLIED'.
           05 UTL-CUR          PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UTL-30           PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UTL-60           PIC Z(9)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 UTL-90           PIC Z(9)9.99.

       01  UNAPP-GRAND-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE 'RECEIPTS LISTED'.
           05 UGL-COUNT        PIC Z(4)9.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'OPEN AMOUNT'.
           05 UGL-OPEN         PIC Z(10)9.99.

       01  UNAPP-BLANK-LINE.
           05 FILLER           PIC X(130) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-READ-UNAPP-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           OPEN INPUT UNAPPLIED-CASH
           IF WS-UNAPP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'UNAPPLST ABEND: CANNOT OPEN '
                   'UNAPPLIED-CASH.TXT STATUS ' WS-UNAPP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           MOVE WS-CURRENT-MONTH TO UH1-MONTH
           MOVE WS-CURRENT-DAY TO UH1-DAY
           MOVE WS-CURRENT-YEAR TO UH1-YEAR
           OPEN OUTPUT UNAPP-REPORT-FILE
           MOVE UNAPP-HEADING-LINE1 TO UNAPP-REPORT-REC
           WRITE UNAPP-REPORT-REC
           MOVE UNAPP-BLANK-LINE TO UNAPP-REPORT-REC
           WRITE UNAPP-REPORT-REC
           MOVE UNAPP-HEADING-LINE2 TO UNAPP-REPORT-REC
           WRITE UNAPP-REPORT-REC
           MOVE UNAPP-BLANK-LINE TO UNAPP-REPORT-REC
           WRITE UNAPP-REPORT-REC
           .

       130-READ-UNAPP-RTN.
           PERFORM UNTIL WS-UNAPP-EOF-SW IS EQUAL TO 'YES'
               READ UNAPPLIED-CASH
                   AT END
                       MOVE 'YES' TO WS-UNAPP-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF UC-OPEN-AMOUNT IS GREATER THAN 0
                           PERFORM 200-UNAPP-LINE-RTN
                       END-IF
               END-READ
           END-PERFORM
           .

      * One line per receipt with money still open, the amount in
      * the column for its age.
       200-UNAPP-LINE-RTN.
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE(UC-RCPT-DATE)
           IF WS-AGE-DAYS IS LESS THAN 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE UC-RCPT-DATE TO UDL-RCPT-DATE
           MOVE UC-REF TO UDL-REF
           MOVE UC-SEQ TO UDL-SEQ
           MOVE UC-ORIG-CUS-ID TO UDL-ORIG-CUS-ID
           MOVE WS-AGE-DAYS TO UDL-AGE-DAYS
           MOVE 0 TO UDL-CUR UDL-30 UDL-60 UDL-90
           IF WS-AGE-DAYS IS GREATER THAN 90
               MOVE UC-OPEN-AMOUNT TO UDL-90
               ADD UC-OPEN-AMOUNT TO WS-TOT-90
           ELSE IF WS-AGE-DAYS IS GREATER THAN 60
               MOVE UC-OPEN-AMOUNT TO UDL-60
               ADD UC-OPEN-AMOUNT TO WS-TOT-60
           ELSE IF WS-AGE-DAYS IS GREATER THAN 30
               MOVE UC-OPEN-AMOUNT TO UDL-30
               ADD UC-OPEN-AMOUNT TO WS-TOT-30
           ELSE
               MOVE UC-OPEN-AMOUNT TO UDL-CUR
               ADD UC-OPEN-AMOUNT TO WS-TOT-CUR
           END-IF
           END-IF
           END-IF
           MOVE UC-HOLD-REASON TO UDL-REASON
           MOVE UNAPP-DETAIL-LINE TO UNAPP-REPORT-REC
           WRITE UNAPP-REPORT-REC
           ADD 1 TO WS-PRINT-COUNT
           ADD UC-OPEN-AMOUNT TO WS-TOT-OPEN
           .

       300-END-ROUTINE.
           MOVE UNAPP-BLANK-LINE TO UNAPP-REPORT-REC
           WRITE UNAPP-REPORT-REC
           MOVE WS-TOT-CUR TO UTL-CUR
           MOVE WS-TOT-30 TO UTL-30
           MOVE WS-TOT-60 TO UTL-60
           MOVE WS-TOT-90 TO UTL-90
           MOVE UNAPP-TOTAL-LINE TO UNAPP-REPORT-REC
           WRITE UNAPP-REPORT-REC
           MOVE WS-PRINT-COUNT TO UGL-COUNT
           MOVE WS-TOT-OPEN TO UGL-OPEN
           MOVE UNAPP-GRAND-LINE TO UNAPP-REPORT-REC
           WRITE UNAPP-REPORT-REC
           CLOSE UNAPPLIED-CASH
                 UNAPP-REPORT-FILE
           DISPLAY 'UNAPPLST RECEIPTS READ      ' WS-READ-COUNT
           DISPLAY 'UNAPPLST RECEIPTS LISTED    ' WS-PRINT-COUNT
           DISPLAY 'UNAPPLST OPEN AMOUNT        ' WS-TOT-OPEN
           STOP RUN
           .
