       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUNNING.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program reads the open accounts receivable balance file
      * ARAGING prints from and writes a collection letter for every
      * customer with past-due money in AR-30-AMT, AR-60-AMT or
      * AR-90-AMT, so the reps stop writing reminders by hand and
      * keeping track of who was chased in a notebook.
      *
      * Letters come in three levels, each firmer than the last:
      * 1 a reminder, 2 a second notice, 3 a final notice that
      * warns of referral to collections. A customer moves up one
      * level per letter, but never past what the ageing warrants -
      * level 1 needs money over 30 days, level 2 over 60, level 3
      * over 90. A dunning history file keeps the level and date of
      * each customer's last letter; nobody gets another letter
      * until the parameter interval has passed since the last one,
      * and a customer who has paid since that letter
      * (AR-LAST-PYMT-DATE after it) drops back a level. A customer
      * with nothing past due any more starts again from the bottom.
      *
      *
      * INPUT: AR balance file "AR-BALANCE.TXT", keyed on customer
      * id.
      * Control record "DUNNING-PARM.TXT". Which contains:
      * INTERVAL-DAYS (least days between two letters to one
      * customer; missing, zero or unreadable uses WS-DFLT-INTERVAL).
      * Customer master "CUSTOMER-MASTER.TXT" for the name of
      * record; without it the letter uses the name on AR-BALANCE.
      *
      *
      * OUTPUT: Collection letters "DUNNING-LETTERS.TXT", one page
      * per customer.
      * Dunning history "DUNNING-HIST.TXT", keyed on customer id,
      * updated in place (created empty the first time).
      * Summary "DUNNING-SUMMARY.TXT": every letter issued, counts
      * by level, and the accounts that have reached the final level
      * and need to go to collections.
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT AR-BALANCE
           ASSIGN TO 'AR-BALANCE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AR-CUS-ID
           FILE STATUS IS WS-ARBAL-FILE-STATUS.

           SELECT PARM-FILE
           ASSIGN TO 'DUNNING-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CUSTOMER-MASTER
           ASSIGN TO 'CUSTOMER-MASTER.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-ID
           FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT DUNNING-HIST
           ASSIGN TO 'DUNNING-HIST.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DH-CUS-ID
           FILE STATUS IS WS-DUNHIST-FILE-STATUS.

           SELECT LETTER-FILE
           ASSIGN TO 'DUNNING-LETTERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-FILE
           ASSIGN TO 'DUNNING-SUMMARY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  AR-BALANCE.
       01  AR-BALANCE-REC.
       COPY "willismarbal.cpy".

       FD  PARM-FILE.
       01  PARM-REC.
           05 DNP-INTERVAL-DAYS PIC 9(3).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
       COPY "willismcustmast.cpy".

      * One record per customer ever sent a letter. DH-LAST-LEVEL
      * drops to zero once nothing is past due.
       FD  DUNNING-HIST.
       01  DUNNING-HIST-REC.
           05 DH-CUS-ID         PIC 9(5).
           05 DH-LAST-LEVEL     PIC 9(1).
           05 DH-LAST-LETTER-DATE PIC 9(8).
           05 DH-LETTER-COUNT   PIC 9(3).

       FD  LETTER-FILE.
       01  LETTER-REC           PIC X(80).

       FD  SUMMARY-FILE.
       01  SUMMARY-REC          PIC X(110).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-ARBAL-EOF-SW  PIC X(3) VALUE 'NO'.
           05 WS-ARBAL-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PARM-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CUSTMAST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CUSTMAST-AVAIL-SW    PIC X(3) VALUE 'YES'.
              88 CUSTMAST-AVAILABLE   VALUE 'YES'.
           05 WS-DUNHIST-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-DUNHIST-HIT-SW       PIC X(3) VALUE 'NO'.
           05 WS-PAID-SINCE-SW        PIC X(3) VALUE 'NO'.
           05 WS-CUS-NAME             PIC X(25) VALUE SPACES.

      * How far apart two letters to one customer must be when the
      * parm does not say.
       01  WS-DUNNING-AREAS.
           05 WS-DFLT-INTERVAL        PIC 9(3) VALUE 30.
           05 WS-INTERVAL-DAYS        PIC 9(3) VALUE 0.
           05 WS-DATE-NUM             PIC 9(8) VALUE 0.
           05 WS-DAYS-SINCE           PIC S9(5) VALUE 0.
           05 WS-FINAL-LEVEL          PIC 9(1) VALUE 3.
           05 WS-AGE-LEVEL            PIC 9(1) VALUE 0.
           05 WS-LAST-LEVEL           PIC 9(1) VALUE 0.
           05 WS-LAST-DATE            PIC 9(8) VALUE 0.
           05 WS-NEW-LEVEL            PIC 9(1) VALUE 0.
           05 WS-CUS-BALANCE          PIC S9(9)V9(2) VALUE 0.
           05 WS-LINE-SUB             PIC 9(2) VALUE 0.

       01  WS-DUNNING-COUNTS.
           05 WS-ARBAL-READ-COUNT     PIC 9(5) VALUE 0.
           05 WS-LEVEL-COUNT          PIC 9(5) VALUE 0
                                      OCCURS 3 TIMES.
           05 WS-HELD-COUNT           PIC 9(5) VALUE 0.
           05 WS-PAID-DOWN-COUNT      PIC 9(5) VALUE 0.
           05 WS-CLEARED-COUNT        PIC 9(5) VALUE 0.

      * Accounts standing at the final level, kept in customer order
      * (AR-BALANCE is read in key order) for the collections list.
       01  WS-COLL-AREAS.
           05 WS-COLL-COUNT           PIC 9(4) VALUE 0.
       01  WS-COLL-TABLE.
           05 WS-COLL-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-COLL-COUNT
              INDEXED BY WS-COLL-IDX.
              10 WS-COLL-CUS-ID       PIC 9(5).
              10 WS-COLL-CUS-NAME     PIC X(25).
              10 WS-COLL-LETTER-DATE  PIC 9(8).
              10 WS-COLL-LETTER-COUNT PIC 9(3).
              10 WS-COLL-90-AMT       PIC S9(8)V9(2).
              10 WS-COLL-BALANCE      PIC S9(9)V9(2).

      * Letter wording, five lines per level, firmest last.
       01  WS-LETTER-TEXT.
           05 FILLER           PIC X(55) VALUE
              'OUR RECORDS SHOW THE BALANCE BELOW IS NOW PAST DUE.'.
           05 FILLER           PIC X(55) VALUE
              'IF IT HAS SIMPLY BEEN OVERLOOKED, PLEASE SEND PAYMENT'.
           05 FILLER           PIC X(55) VALUE
              'AT YOUR EARLIEST CONVENIENCE, OR CALL ACCOUNTS'.
           05 FILLER           PIC X(55) VALUE
              'RECEIVABLE IF THERE IS A QUESTION ABOUT THE CHARGES.'.
           05 FILLER           PIC X(55) VALUE SPACES.
           05 FILLER           PIC X(55) VALUE
              'WE HAVE WRITTEN BEFORE ABOUT THE PAST-DUE BALANCE'.
           05 FILLER           PIC X(55) VALUE
              'BELOW AND HAVE NOT YET RECEIVED PAYMENT. PLEASE PAY'.
           05 FILLER           PIC X(55) VALUE
              'THE OVERDUE AMOUNT WITHIN 10 DAYS. NEW ORDERS MAY BE'.
           05 FILLER           PIC X(55) VALUE
              'HELD WHILE THE ACCOUNT REMAINS OVERDUE.'.
           05 FILLER           PIC X(55) VALUE SPACES.
           05 FILLER           PIC X(55) VALUE
              'THIS IS OUR FINAL NOTICE. PART OF THE BALANCE BELOW'.
           05 FILLER           PIC X(55) VALUE
              'IS MORE THAN 90 DAYS PAST DUE DESPITE OUR EARLIER'.
           05 FILLER           PIC X(55) VALUE
              'LETTERS. UNLESS PAYMENT IS RECEIVED WITHIN 10 DAYS,'.
           05 FILLER           PIC X(55) VALUE
              'THE ACCOUNT WILL BE PLACED ON HOLD AND REFERRED TO'.
           05 FILLER           PIC X(55) VALUE
              'OUR COLLECTION AGENCY.'.
       01  WS-LETTER-TEXT-R REDEFINES WS-LETTER-TEXT.
           05 WS-LETTER-LEVEL OCCURS 3 TIMES.
              10 WS-LETTER-LINE PIC X(55) OCCURS 5 TIMES.

       01  WS-LETTER-TITLES.
           05 FILLER           PIC X(16) VALUE 'PAYMENT REMINDER'.
           05 FILLER           PIC X(16) VALUE 'SECOND NOTICE'.
           05 FILLER           PIC X(16) VALUE 'FINAL NOTICE'.
       01  WS-LETTER-TITLES-R REDEFINES WS-LETTER-TITLES.
           05 WS-LETTER-TITLE  PIC X(16) OCCURS 3 TIMES.

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  LETTER-HEADING-LINE1.
           05 FILLER           PIC X(25) VALUE SPACES.
           05 LH1-TITLE        PIC X(16).
           05 FILLER           PIC X(11) VALUE SPACES.
           05 LH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 LH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 LH1-YEAR         PIC X(4).

       01  LETTER-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'ACCOUNT '.
           05 LH2-CUS-ID       PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LH2-CUS-NAME     PIC X(25).

       01  LETTER-TEXT-LINE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 LTL-TEXT         PIC X(55).

       01  LETTER-AMOUNT-HEADING.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE '     CURRENT'.
           05 FILLER           PIC X(12) VALUE '       31-60'.
           05 FILLER           PIC X(12) VALUE '       61-90'.
           05 FILLER           PIC X(12) VALUE '     OVER 90'.
           05 FILLER           PIC X(13) VALUE '    TOTAL DUE'.

       01  LETTER-AMOUNT-LINE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 LAL-CUR          PIC -(8)9.99.
           05 LAL-30           PIC -(8)9.99.
           05 LAL-60           PIC -(8)9.99.
           05 LAL-90           PIC -(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 LAL-TOTAL        PIC -(9)9.99.

       01  LETTER-CLOSING-LINE1.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(55) VALUE
              'IF PAYMENT HAS ALREADY BEEN SENT, PLEASE DISREGARD'.
       01  LETTER-CLOSING-LINE2.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(55) VALUE
              'THIS NOTICE. THANK YOU FOR YOUR BUSINESS.'.
       01  LETTER-CLOSING-LINE3.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE 'ACCOUNTS RECEIVABLE'.

       01  LETTER-BLANK-LINE.
           05 FILLER           PIC X(80) VALUE SPACES.

       01  SUMMARY-HEADING-LINE1.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 FILLER   PIC X(16) VALUE 'DUNNING SUMMARY '.
           05 SH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 SH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 SH1-YEAR         PIC X(4).
           05 FILLER           PIC X(12) VALUE ' - INTERVAL '.
           05 SH1-INTERVAL     PIC ZZ9.
           05 FILLER           PIC X(5) VALUE ' DAYS'.

       01  SUMMARY-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'CUST '.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE 'CUSTOMER NAME'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE 'LVL'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'PRIOR'.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE '31-60  '.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE '61-90  '.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'OVER 90'.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'BALANCE'.

       01  SUMMARY-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 SDL-CUS-ID       PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SDL-CUS-NAME     PIC X(25).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 SDL-LEVEL        PIC 9(1).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 SDL-PRIOR-DATE   PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 SDL-30           PIC -(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 SDL-60           PIC -(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 SDL-90           PIC -(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 SDL-BALANCE      PIC -(9)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SDL-MARK         PIC X(12).

       01  SUMMARY-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 STL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 STL-COUNT        PIC Z(4)9.

       01  COLL-HEADING-LINE1.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(50) VALUE
              'ACCOUNTS AT FINAL LEVEL - REFER TO COLLECTIONS'.

       01  COLL-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'CUST '.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE 'CUSTOMER NAME'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'LAST LTR'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'LETTERS'.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'OVER 90'.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'BALANCE'.

       01  COLL-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 CDL-CUS-ID       PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CDL-CUS-NAME     PIC X(25).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CDL-LETTER-DATE  PIC 9(8).
           05 FILLER           PIC X(6) VALUE SPACES.
           05 CDL-LETTER-COUNT PIC ZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 CDL-90           PIC -(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 CDL-BALANCE      PIC -(9)9.99.

       01  SUMMARY-BLANK-LINE.
           05 FILLER           PIC X(110) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-READ-ARBAL-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           OPEN INPUT AR-BALANCE
           IF WS-ARBAL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'DUNNING ABEND: CANNOT OPEN '
                   'AR-BALANCE.TXT STATUS ' WS-ARBAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * The first run finds no history and starts it empty.
           OPEN I-O DUNNING-HIST
           IF WS-DUNHIST-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT DUNNING-HIST
               CLOSE DUNNING-HIST
               OPEN I-O DUNNING-HIST
           END-IF
           IF WS-DUNHIST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'DUNNING ABEND: CANNOT OPEN '
                   'DUNNING-HIST.TXT STATUS ' WS-DUNHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 121-READ-PARM-RTN
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'NO ' TO WS-CUSTMAST-AVAIL-SW
               IF WS-CUSTMAST-FILE-STATUS IS EQUAL TO '39'
                   DISPLAY 'WARNING: CUSTOMER-MASTER.TXT IS ON THE '
                       'OLD LAYOUT - RUN MASTCONV. LETTERS USE THE '
                       'AR-BALANCE NAME THIS RUN'
               END-IF
           END-IF
           MOVE WS-CURRENT-MONTH TO LH1-MONTH SH1-MONTH
           MOVE WS-CURRENT-DAY TO LH1-DAY SH1-DAY
           MOVE WS-CURRENT-YEAR TO LH1-YEAR SH1-YEAR
           MOVE WS-INTERVAL-DAYS TO SH1-INTERVAL
           OPEN OUTPUT LETTER-FILE
                       SUMMARY-FILE
           MOVE SUMMARY-HEADING-LINE1 TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE SUMMARY-BLANK-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE SUMMARY-HEADING-LINE2 TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE SUMMARY-BLANK-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           .

      * A missing or empty parm is not worth stopping the letters
      * for; the default interval applies and the run says so.
       121-READ-PARM-RTN.
           MOVE WS-DFLT-INTERVAL TO WS-INTERVAL-DAYS
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS IS EQUAL TO '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DNP-INTERVAL-DAYS IS NUMERIC AND
                          DNP-INTERVAL-DAYS IS GREATER THAN 0
                           MOVE DNP-INTERVAL-DAYS TO WS-INTERVAL-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'DUNNING: INTERVAL BETWEEN LETTERS '
               WS-INTERVAL-DAYS ' DAYS'
           .

       130-READ-ARBAL-RTN.
           PERFORM UNTIL WS-ARBAL-EOF-SW IS EQUAL TO 'YES'
               READ AR-BALANCE
                   AT END
                       MOVE 'YES' TO WS-ARBAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ARBAL-READ-COUNT
                       PERFORM 200-DUNNING-RTN
               END-READ
           END-PERFORM
           .

      * Works out the level this customer's ageing warrants and the
      * level the history says comes next, then issues, holds or
      * clears. A customer whose balance is nil or in credit owes
      * nothing, whatever the buckets hold.
       200-DUNNING-RTN.
           COMPUTE WS-CUS-BALANCE =
                   AR-CUR-AMT + AR-30-AMT + AR-60-AMT + AR-90-AMT
           MOVE 0 TO WS-AGE-LEVEL
           IF WS-CUS-BALANCE IS GREATER THAN 0
               IF AR-90-AMT IS GREATER THAN 0
                   MOVE 3 TO WS-AGE-LEVEL
               ELSE IF AR-60-AMT IS GREATER THAN 0
                   MOVE 2 TO WS-AGE-LEVEL
               ELSE IF AR-30-AMT IS GREATER THAN 0
                   MOVE 1 TO WS-AGE-LEVEL
               END-IF
               END-IF
               END-IF
           END-IF
           PERFORM 250-READ-HISTORY-RTN
           IF WS-AGE-LEVEL IS EQUAL TO 0
               IF WS-DUNHIST-HIT-SW IS EQUAL TO 'YES' AND
                  DH-LAST-LEVEL IS GREATER THAN 0
                   MOVE 0 TO DH-LAST-LEVEL
                   REWRITE DUNNING-HIST-REC
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           ELSE
               PERFORM 210-NEXT-LEVEL-RTN
               IF WS-LAST-DATE IS GREATER THAN 0
                   COMPUTE WS-DAYS-SINCE =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                           FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
               ELSE
                   MOVE WS-INTERVAL-DAYS TO WS-DAYS-SINCE
               END-IF
               IF WS-DAYS-SINCE IS LESS THAN WS-INTERVAL-DAYS
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-LAST-LEVEL IS EQUAL TO WS-FINAL-LEVEL
                       PERFORM 240-ADD-COLLECTIONS-RTN
                   END-IF
               ELSE
                   PERFORM 255-GET-NAME-RTN
                   PERFORM 220-PRINT-LETTER-RTN
                   PERFORM 230-SUMMARY-LINE-RTN
                   PERFORM 260-UPDATE-HISTORY-RTN
                   ADD 1 TO WS-LEVEL-COUNT(WS-NEW-LEVEL)
                   IF WS-NEW-LEVEL IS EQUAL TO WS-FINAL-LEVEL
                       PERFORM 240-ADD-COLLECTIONS-RTN
                   END-IF
               END-IF
           END-IF
           .

      * One step up from the last letter, a step less if the
      * customer has paid since it, and never past what the ageing
      * warrants - a customer who has paid down to newer money gets
      * the gentler letter again.
       210-NEXT-LEVEL-RTN.
           MOVE 'NO' TO WS-PAID-SINCE-SW
           IF WS-LAST-LEVEL IS GREATER THAN 0 AND
              AR-LAST-PYMT-DATE IS GREATER THAN WS-LAST-DATE
               SUBTRACT 1 FROM WS-LAST-LEVEL
               MOVE 'YES' TO WS-PAID-SINCE-SW
           END-IF
           COMPUTE WS-NEW-LEVEL = WS-LAST-LEVEL + 1
           IF WS-NEW-LEVEL IS GREATER THAN WS-AGE-LEVEL
               MOVE WS-AGE-LEVEL TO WS-NEW-LEVEL
           END-IF
           .

      * One page per customer: the wording for the level, then the
      * aged balance the letter is about.
       220-PRINT-LETTER-RTN.
           MOVE WS-LETTER-TITLE(WS-NEW-LEVEL) TO LH1-TITLE
           MOVE LETTER-HEADING-LINE1 TO LETTER-REC
           WRITE LETTER-REC
           AFTER ADVANCING PAGE
           MOVE AR-CUS-ID TO LH2-CUS-ID
           MOVE WS-CUS-NAME TO LH2-CUS-NAME
           MOVE LETTER-HEADING-LINE2 TO LETTER-REC
           WRITE LETTER-REC
           AFTER ADVANCING 2 LINES
           MOVE LETTER-BLANK-LINE TO LETTER-REC
           WRITE LETTER-REC
           AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB IS GREATER THAN 5
               IF WS-LETTER-LINE(WS-NEW-LEVEL, WS-LINE-SUB)
                  IS NOT EQUAL TO SPACES
                   MOVE WS-LETTER-LINE(WS-NEW-LEVEL, WS-LINE-SUB)
                       TO LTL-TEXT
                   MOVE LETTER-TEXT-LINE TO LETTER-REC
                   WRITE LETTER-REC
                   AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE LETTER-AMOUNT-HEADING TO LETTER-REC
           WRITE LETTER-REC
           AFTER ADVANCING 2 LINES
           MOVE AR-CUR-AMT TO LAL-CUR
           MOVE AR-30-AMT TO LAL-30
           MOVE AR-60-AMT TO LAL-60
           MOVE AR-90-AMT TO LAL-90
           MOVE WS-CUS-BALANCE TO LAL-TOTAL
           MOVE LETTER-AMOUNT-LINE TO LETTER-REC
           WRITE LETTER-REC
           AFTER ADVANCING 1 LINE
           MOVE LETTER-CLOSING-LINE1 TO LETTER-REC
           WRITE LETTER-REC
           AFTER ADVANCING 2 LINES
           MOVE LETTER-CLOSING-LINE2 TO LETTER-REC
           WRITE LETTER-REC
           AFTER ADVANCING 1 LINE
           MOVE LETTER-CLOSING-LINE3 TO LETTER-REC
           WRITE LETTER-REC
           AFTER ADVANCING 2 LINES
           .

       230-SUMMARY-LINE-RTN.
           MOVE AR-CUS-ID TO SDL-CUS-ID
           MOVE WS-CUS-NAME TO SDL-CUS-NAME
           MOVE WS-NEW-LEVEL TO SDL-LEVEL
           MOVE WS-LAST-DATE TO SDL-PRIOR-DATE
           MOVE AR-30-AMT TO SDL-30
           MOVE AR-60-AMT TO SDL-60
           MOVE AR-90-AMT TO SDL-90
           MOVE WS-CUS-BALANCE TO SDL-BALANCE
           IF WS-PAID-SINCE-SW IS EQUAL TO 'YES'
               MOVE 'PAID - DOWN 1' TO SDL-MARK
               ADD 1 TO WS-PAID-DOWN-COUNT
           ELSE
               MOVE SPACES TO SDL-MARK
           END-IF
           MOVE SUMMARY-DETAIL-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           .

      * Keeps the account for the collections list at the end.
       240-ADD-COLLECTIONS-RTN.
           IF WS-COLL-COUNT IS LESS THAN 2000
               PERFORM 255-GET-NAME-RTN
               ADD 1 TO WS-COLL-COUNT
               SET WS-COLL-IDX TO WS-COLL-COUNT
               MOVE AR-CUS-ID TO WS-COLL-CUS-ID(WS-COLL-IDX)
               MOVE WS-CUS-NAME TO WS-COLL-CUS-NAME(WS-COLL-IDX)
               MOVE DH-LAST-LETTER-DATE
                   TO WS-COLL-LETTER-DATE(WS-COLL-IDX)
               MOVE DH-LETTER-COUNT
                   TO WS-COLL-LETTER-COUNT(WS-COLL-IDX)
               MOVE AR-90-AMT TO WS-COLL-90-AMT(WS-COLL-IDX)
               MOVE WS-CUS-BALANCE TO WS-COLL-BALANCE(WS-COLL-IDX)
           ELSE
               DISPLAY 'NOTE: COLLECTIONS TABLE FULL - CUS-ID '
                   AR-CUS-ID ' NOT LISTED'
           END-IF
           .

      * The customer's last letter, if there has been one.
       250-READ-HISTORY-RTN.
           MOVE 'NO' TO WS-DUNHIST-HIT-SW
           MOVE 0 TO WS-LAST-LEVEL
           MOVE 0 TO WS-LAST-DATE
           MOVE AR-CUS-ID TO DH-CUS-ID
           READ DUNNING-HIST
               INVALID KEY
                   MOVE 0 TO DH-LAST-LEVEL
                   MOVE 0 TO DH-LAST-LETTER-DATE
                   MOVE 0 TO DH-LETTER-COUNT
               NOT INVALID KEY
                   MOVE 'YES' TO WS-DUNHIST-HIT-SW
                   MOVE DH-LAST-LEVEL TO WS-LAST-LEVEL
                   MOVE DH-LAST-LETTER-DATE TO WS-LAST-DATE
           END-READ
           .

      * Name of record from the customer master when there is one,
      * the AR-BALANCE name otherwise.
       255-GET-NAME-RTN.
           MOVE AR-CUS-NAME TO WS-CUS-NAME
           IF CUSTMAST-AVAILABLE
               MOVE AR-CUS-ID TO CM-CUS-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUS-NAME TO WS-CUS-NAME
               END-READ
           END-IF
           .

       260-UPDATE-HISTORY-RTN.
           MOVE AR-CUS-ID TO DH-CUS-ID
           MOVE WS-NEW-LEVEL TO DH-LAST-LEVEL
           MOVE WS-DATE-NUM TO DH-LAST-LETTER-DATE
           IF DH-LETTER-COUNT IS LESS THAN 999
               ADD 1 TO DH-LETTER-COUNT
           END-IF
           IF WS-DUNHIST-HIT-SW IS EQUAL TO 'YES'
               REWRITE DUNNING-HIST-REC
           ELSE
               WRITE DUNNING-HIST-REC
           END-IF
           .

       300-END-ROUTINE.
           MOVE SUMMARY-BLANK-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE 'LEVEL 1 - PAYMENT REMINDERS' TO STL-LABEL
           MOVE WS-LEVEL-COUNT(1) TO STL-COUNT
           MOVE SUMMARY-TOTAL-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE 'LEVEL 2 - SECOND NOTICES' TO STL-LABEL
           MOVE WS-LEVEL-COUNT(2) TO STL-COUNT
           MOVE SUMMARY-TOTAL-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE 'LEVEL 3 - FINAL NOTICES' TO STL-LABEL
           MOVE WS-LEVEL-COUNT(3) TO STL-COUNT
           MOVE SUMMARY-TOTAL-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE 'DROPPED A LEVEL FOR PAYMENT' TO STL-LABEL
           MOVE WS-PAID-DOWN-COUNT TO STL-COUNT
           MOVE SUMMARY-TOTAL-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE 'HELD - INSIDE INTERVAL' TO STL-LABEL
           MOVE WS-HELD-COUNT TO STL-COUNT
           MOVE SUMMARY-TOTAL-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE 'CLEARED - NOTHING PAST DUE' TO STL-LABEL
           MOVE WS-CLEARED-COUNT TO STL-COUNT
           MOVE SUMMARY-TOTAL-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           PERFORM 310-COLLECTIONS-LIST-RTN
           CLOSE AR-BALANCE
                 DUNNING-HIST
                 LETTER-FILE
                 SUMMARY-FILE
           IF CUSTMAST-AVAILABLE
               CLOSE CUSTOMER-MASTER
           END-IF
           DISPLAY 'DUNNING CUSTOMERS READ      ' WS-ARBAL-READ-COUNT
           DISPLAY 'DUNNING LEVEL 1 LETTERS     ' WS-LEVEL-COUNT(1)
           DISPLAY 'DUNNING LEVEL 2 LETTERS     ' WS-LEVEL-COUNT(2)
           DISPLAY 'DUNNING LEVEL 3 LETTERS     ' WS-LEVEL-COUNT(3)
           DISPLAY 'DUNNING HELD BY INTERVAL    ' WS-HELD-COUNT
           DISPLAY 'DUNNING FOR COLLECTIONS     ' WS-COLL-COUNT
           STOP RUN
           .

      * Everyone standing at the final level - sent the final notice
      * today or still inside the interval after one.
       310-COLLECTIONS-LIST-RTN.
           MOVE SUMMARY-BLANK-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE COLL-HEADING-LINE1 TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE SUMMARY-BLANK-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE COLL-HEADING-LINE2 TO SUMMARY-REC
           WRITE SUMMARY-REC
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                   UNTIL WS-COLL-IDX IS GREATER THAN WS-COLL-COUNT
               MOVE WS-COLL-CUS-ID(WS-COLL-IDX) TO CDL-CUS-ID
               MOVE WS-COLL-CUS-NAME(WS-COLL-IDX) TO CDL-CUS-NAME
               MOVE WS-COLL-LETTER-DATE(WS-COLL-IDX)
                   TO CDL-LETTER-DATE
               MOVE WS-COLL-LETTER-COUNT(WS-COLL-IDX)
                   TO CDL-LETTER-COUNT
               MOVE WS-COLL-90-AMT(WS-COLL-IDX) TO CDL-90
               MOVE WS-COLL-BALANCE(WS-COLL-IDX) TO CDL-BALANCE
               MOVE COLL-DETAIL-LINE TO SUMMARY-REC
               WRITE SUMMARY-REC
           END-PERFORM
           MOVE SUMMARY-BLANK-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE 'ACCOUNTS FOR COLLECTIONS' TO STL-LABEL
           MOVE WS-COLL-COUNT TO STL-COUNT
           MOVE SUMMARY-TOTAL-LINE TO SUMMARY-REC
           WRITE SUMMARY-REC
           .
