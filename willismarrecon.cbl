       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARRECON.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program reconciles the accounts receivable subledger
      * (the customer buckets on AR-BALANCE.TXT) to the A/R control
      * account in the general ledger, so a difference is found the
      * day it happens instead of days into month end.
      *
      * The control side starts from the opening control total and
      * adds what moved the ledger account since: the sales debits
      * and returns credits PROGRAM2 booked to the A/R clearing
      * account in GL-POSTING.TXT, the sales tax billed with them
      * (shown on its own line, though it reaches the ledger in the
      * same file), less the cash CASHRCPT posted and the held cash
      * CASHAPPL applied. A run BACKOUT has reversed since the last
      * reconciliation comes off again: BACKOUT-GL.TXT carries the
      * run's postings the other way round, with 'REV ' in front of
      * the description, and each of its clearing-account lines is
      * netted out of the component the original went to. The
      * result must equal the sum of
      * AR-CUR-AMT, AR-30-AMT, AR-60-AMT and AR-90-AMT over every
      * customer.
      *
      * Each customer's balance is also compared with the balance
      * it had at the last reconciliation. A customer who was not
      * billed by CUSTSTMT since then (AR-LAST-STMT-DATE) can only
      * have moved by the cash posted to the account; anything else
      * is a change with no posting behind it and is listed.
      *
      * The control total reached becomes the next run's opening
      * figure. A rerun on the same day starts again from the same
      * opening instead of counting the postings twice. PROGRAM2,
      * CASHRCPT, CASHAPPL and BACKOUT each replace their output
      * every run, so this runs once after each day's postings,
      * before those programs run again.
      *
      * BACKOUT runs only on demand, so its file can be left over
      * from a backout already reconciled. It is counted only when
      * RUN-CONTROL.TXT shows a run reversed after the last
      * reconciliation (on a same-day rerun, after the one before
      * it).
      *
      *
      * INPUT: AR balance file "AR-BALANCE.TXT".
      * GL interface "GL-POSTING.TXT" from PROGRAM2, and its account
      * map "GL-ACCT-MAP.TXT" for the clearing account ('A/R' row,
      * 'AR-CLEAR' when there is none).
      * Reversing GL interface "BACKOUT-GL.TXT" from BACKOUT and
      * run control "RUN-CONTROL.TXT"; either may be missing.
      * Cash audits "CASHRCPT-AUDIT.TXT" from CASHRCPT and
      * "CASHAPPL-AUDIT.TXT" from CASHAPPL; either may be missing
      * when that program has not run.
      * Control record "ARRECON-PARM.TXT" (optional). Which
      * contains: SIGN ('-' for a credit) and OPENING-TOTAL. When
      * present it replaces the carried figure - used to start the
      * reconciliation and after an agreed correction.
      *
      *
      * OUTPUT: Reconciliation report "ARRECON-REPORT.TXT": each
      * component, the expected control total, the subledger total,
      * the difference, and the customers whose balance moved
      * without a matching posting.
      * Carry-forward control "ARRECON-CTL.TXT" with the closing
      * figure, and the balance snapshot "ARRECON-SNAP.TXT" (keyed
      * on customer id, created empty the first time) the next run
      * measures movement from.
      * Return code 8 when the two sides differ or a customer moved
      * without a posting.
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

           SELECT GL-ACCT-MAP-FILE
           ASSIGN TO 'GL-ACCT-MAP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-POSTING-FILE
           ASSIGN TO 'GL-POSTING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLPOST-FILE-STATUS.

           SELECT OPTIONAL BACKOUT-GL-FILE
           ASSIGN TO 'BACKOUT-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKGL-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN TO 'RUN-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT RCPT-AUDIT-FILE
           ASSIGN TO 'CASHRCPT-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPTAUD-FILE-STATUS.

           SELECT APPL-AUDIT-FILE
           ASSIGN TO 'CASHAPPL-AUDIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPLAUD-FILE-STATUS.

           SELECT PARM-FILE
           ASSIGN TO 'ARRECON-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RECON-CTL-FILE
           ASSIGN TO 'ARRECON-CTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RECON-SNAP
           ASSIGN TO 'ARRECON-SNAP.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARS-CUS-ID
           FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT RECON-REPORT-FILE
           ASSIGN TO 'ARRECON-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  AR-BALANCE.
       01  AR-BALANCE-REC.
       COPY "willismarbal.cpy".

       FD  GL-ACCT-MAP-FILE.
       01  GL-ACCT-MAP-REC.
           05 GLM-PROD-ID       PIC X(3).
           05 GLM-SALES-ACCT    PIC X(8).
           05 GLM-RET-ACCT      PIC X(8).

      * Same layout PROGRAM2 writes.
       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC.
           05 GLP-REC-TYPE      PIC X(1).
           05 GLP-ACCOUNT       PIC X(8).
           05 GLP-DR-CR         PIC X(2).
           05 GLP-AMOUNT        PIC 9(10)V9(2).
           05 GLP-PROD-ID       PIC X(3).
           05 GLP-PERIOD        PIC 9(6).
           05 GLP-DESC          PIC X(16).

      * Same layout again; BACKOUT writes it.
       FD  BACKOUT-GL-FILE.
       01  BACKOUT-GL-REC.
           05 BGL-REC-TYPE      PIC X(1).
           05 BGL-ACCOUNT       PIC X(8).
           05 BGL-DR-CR         PIC X(2).
           05 BGL-AMOUNT        PIC 9(10)V9(2).
           05 BGL-PROD-ID       PIC X(3).
           05 BGL-PERIOD        PIC 9(6).
           05 BGL-DESC          PIC X(16).

      * Only whether, and when, each run was reversed.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-NBR        PIC 9(5).
           05 RC-RUN-DATE       PIC 9(8).
           05 RC-PARM-START     PIC 9(8).
           05 RC-PARM-END       PIC 9(8).
           05 FILLER            PIC X(99).
           05 RC-REVERSED-SW    PIC X(1).
           05 RC-REVERSED-DATE  PIC 9(8).

      * The front of CASHRCPT's audit line, as far as the amount.
       FD  RCPT-AUDIT-FILE.
       01  RCPT-AUDIT-REC.
           05 CRA-DATE          PIC 9(8).
           05 FILLER            PIC X(2).
           05 CRA-CUS-ID        PIC 9(5).
           05 FILLER            PIC X(2).
           05 CRA-AMOUNT        PIC Z(7)9.99.
           05 FILLER            PIC X(52).

      * The front of CASHAPPL's audit line, as far as the amount.
       FD  APPL-AUDIT-FILE.
       01  APPL-AUDIT-REC.
           05 CAA-DATE          PIC 9(8).
           05 FILLER            PIC X(2).
           05 CAA-RCPT-DATE     PIC 9(8).
           05 FILLER            PIC X(1).
           05 CAA-REF           PIC X(10).
           05 FILLER            PIC X(1).
           05 CAA-SEQ           PIC 9(2).
           05 FILLER            PIC X(2).
           05 CAA-CUS-ID        PIC 9(5).
           05 FILLER            PIC X(2).
           05 CAA-AMOUNT        PIC Z(7)9.99.
           05 FILLER            PIC X(58).

       FD  PARM-FILE.
       01  PARM-REC.
           05 ARP-OPENING-SIGN  PIC X(1).
           05 ARP-OPENING-AMT   PIC 9(11)V9(2).

      * What the last run closed on. ARC-OPENING is the figure that
      * run opened from, kept so a same-day rerun can start over.
       FD  RECON-CTL-FILE.
       01  RECON-CTL-REC.
           05 ARC-RECON-DATE    PIC 9(8).
           05 ARC-PRIOR-DATE    PIC 9(8).
           05 ARC-OPENING       PIC S9(11)V9(2).
           05 ARC-CLOSING       PIC S9(11)V9(2).
           05 ARC-AGREED-SW     PIC X(3).

      * Each customer's balance at the last reconciliation, and at
      * the one before it for a same-day rerun.
       FD  RECON-SNAP.
       01  RECON-SNAP-REC.
           05 ARS-CUS-ID        PIC 9(5).
           05 ARS-BALANCE       PIC S9(9)V9(2).
           05 ARS-RECON-DATE    PIC 9(8).
           05 ARS-PRIOR-BALANCE PIC S9(9)V9(2).
           05 ARS-PRIOR-DATE    PIC 9(8).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-REC     PIC X(110).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-ARBAL-FILE-STATUS    PIC X(2) VALUE '00'.
           05 WS-ARBAL-EOF-SW         PIC X(3) VALUE 'NO'.
           05 WS-GLMAP-FILE-STATUS    PIC X(2) VALUE '00'.
           05 WS-GLMAP-EOF-SW         PIC X(3) VALUE 'NO'.
           05 WS-GLPOST-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-GLPOST-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-BACKGL-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-BACKGL-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-RUNCTL-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-BACKOUT-DUE-SW       PIC X(3) VALUE 'NO'.
           05 WS-RCPTAUD-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-RCPTAUD-EOF-SW       PIC X(3) VALUE 'NO'.
           05 WS-APPLAUD-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-APPLAUD-EOF-SW       PIC X(3) VALUE 'NO'.
           05 WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
           05 WS-CTL-FILE-STATUS      PIC X(2) VALUE '00'.
           05 WS-SNAP-FILE-STATUS     PIC X(2) VALUE '00'.
           05 WS-SNAP-HIT-SW          PIC X(3) VALUE 'NO'.
           05 WS-CASH-FOUND-SW        PIC X(3) VALUE 'NO'.
           05 WS-OPENING-SOURCE       PIC X(20) VALUE SPACES.

       01  WS-RECON-AREAS.
           05 WS-GL-CLEARING-ACCT     PIC X(8) VALUE 'AR-CLEAR'.
           05 WS-DATE-NUM             PIC 9(8) VALUE 0.
      * The reconciliation this run measures movement from.
           05 WS-LAST-RECON-DATE      PIC 9(8) VALUE 0.
           05 WS-LINE-AMT             PIC 9(10)V9(2) VALUE 0.
      * The posting being classified: as PROGRAM2 wrote it, or a
      * BACKOUT line turned back to the original with its amount
      * negative.
           05 WS-POST-DESC            PIC X(16) VALUE SPACES.
           05 WS-POST-DR-CR           PIC X(2) VALUE SPACES.
           05 WS-POST-AMT             PIC S9(10)V9(2) VALUE 0.
           05 WS-CUS-BALANCE          PIC S9(9)V9(2) VALUE 0.
           05 WS-CUS-OPENING          PIC S9(9)V9(2) VALUE 0.
           05 WS-CUS-MOVEMENT         PIC S9(9)V9(2) VALUE 0.
           05 WS-CUS-CASH             PIC S9(9)V9(2) VALUE 0.
           05 WS-CUS-UNEXPLAINED      PIC S9(9)V9(2) VALUE 0.

      * The components of the control side.
       01  WS-RECON-TOTALS.
           05 WS-OPENING-TOTAL        PIC S9(11)V9(2) VALUE 0.
           05 WS-GL-SALES-DR          PIC S9(11)V9(2) VALUE 0.
           05 WS-GL-RETURNS-CR        PIC S9(11)V9(2) VALUE 0.
           05 WS-GL-OTHER-DR          PIC S9(11)V9(2) VALUE 0.
           05 WS-GL-OTHER-CR          PIC S9(11)V9(2) VALUE 0.
           05 WS-TAX-BILLED           PIC S9(11)V9(2) VALUE 0.
           05 WS-CASH-POSTED          PIC S9(11)V9(2) VALUE 0.
           05 WS-CASH-APPLIED         PIC S9(11)V9(2) VALUE 0.
           05 WS-CONTROL-TOTAL        PIC S9(11)V9(2) VALUE 0.
           05 WS-SUBLEDGER-TOTAL      PIC S9(11)V9(2) VALUE 0.
           05 WS-DIFFERENCE           PIC S9(11)V9(2) VALUE 0.

       01  WS-RECON-COUNTS.
           05 WS-ARBAL-READ-COUNT     PIC 9(5) VALUE 0.
           05 WS-GLPOST-READ-COUNT    PIC 9(5) VALUE 0.
           05 WS-BACKGL-READ-COUNT    PIC 9(5) VALUE 0.
           05 WS-RCPTAUD-READ-COUNT   PIC 9(5) VALUE 0.
           05 WS-APPLAUD-READ-COUNT   PIC 9(5) VALUE 0.
           05 WS-UNEXPLAINED-COUNT    PIC 9(5) VALUE 0.

      * Cash posted this period, summed by customer.
       01  WS-CASH-AREAS.
           05 WS-CASH-COUNT           PIC 9(4) VALUE 0.
           05 WS-CASH-KEY             PIC 9(5) VALUE 0.
       01  WS-CASH-TABLE.
           05 WS-CASH-ENTRY OCCURS 1 TO 5000 TIMES
              DEPENDING ON WS-CASH-COUNT
              INDEXED BY WS-CASH-IDX.
              10 WS-CASH-CUS-ID       PIC 9(5).
              10 WS-CASH-AMT          PIC S9(9)V9(2).

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  RECON-HEADING-LINE1.
           05 FILLER   PIC X(25) VALUE SPACES.
           05 FILLER   PIC X(30) VALUE
              'A/R SUBLEDGER TO GL RECONCILE '.
           05 RH1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 RH1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 RH1-YEAR         PIC X(4).

       01  RECON-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'CONTROL ACCOUNT: '.
           05 RH2-ACCOUNT      PIC X(8).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE 'MOVEMENT SINCE '.
           05 RH2-LAST-DATE    PIC 9(8).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 RH2-OPENING-SOURCE PIC X(20).

       01  RECON-AMOUNT-LINE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 RAL-LABEL        PIC X(40).
           05 RAL-AMOUNT       PIC -(11)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RAL-MARK         PIC X(20).

       01  RECON-RULE-LINE.
           05 FILLER           PIC X(45) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE ALL '-'.

       01  MOVED-HEADING-LINE1.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(50) VALUE
              'CUSTOMERS WHOSE BALANCE MOVED WITHOUT A POSTING'.

       01  MOVED-HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'CUST '.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE 'CUSTOMER NAME'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'WAS      '.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'NOW      '.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'CASH     '.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'UNEXPLAINED'.

       01  MOVED-DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MDL-CUS-ID       PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 MDL-CUS-NAME     PIC X(25).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MDL-WAS          PIC -(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MDL-NOW          PIC -(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MDL-CASH         PIC -(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 MDL-UNEXPLAINED  PIC -(8)9.99.

       01  RECON-TOTAL-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 RTL-LABEL        PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RTL-COUNT        PIC Z(4)9.

       01  RECON-BLANK-LINE.
           05 FILLER           PIC X(110) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 130-LOAD-GL-POSTINGS-RTN
           PERFORM 135-LOAD-BACKOUT-GL-RTN
           PERFORM 140-LOAD-CASH-RTN
           PERFORM 200-CUSTOMER-PASS-RTN
           PERFORM 300-END-ROUTINE
           .

       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           OPEN INPUT AR-BALANCE
           IF WS-ARBAL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARRECON ABEND: CANNOT OPEN '
                   'AR-BALANCE.TXT STATUS ' WS-ARBAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RECON-SNAP
           IF WS-SNAP-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT RECON-SNAP
               CLOSE RECON-SNAP
               OPEN I-O RECON-SNAP
           END-IF
           IF WS-SNAP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARRECON ABEND: CANNOT OPEN '
                   'ARRECON-SNAP.TXT STATUS ' WS-SNAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 121-READ-OPENING-RTN
           PERFORM 122-LOAD-GL-MAP-RTN
           MOVE WS-CURRENT-MONTH TO RH1-MONTH
           MOVE WS-CURRENT-DAY TO RH1-DAY
           MOVE WS-CURRENT-YEAR TO RH1-YEAR
           MOVE WS-GL-CLEARING-ACCT TO RH2-ACCOUNT
           MOVE WS-LAST-RECON-DATE TO RH2-LAST-DATE
           MOVE WS-OPENING-SOURCE TO RH2-OPENING-SOURCE
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE RECON-HEADING-LINE1 TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-HEADING-LINE2 TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           .

      * The opening figure is the last run's closing - or, on a
      * rerun the same day, the figure that run opened from. A parm
      * record overrides either.
       121-READ-OPENING-RTN.
           MOVE 'NO CARRIED FIGURE' TO WS-OPENING-SOURCE
           OPEN INPUT RECON-CTL-FILE
           IF WS-CTL-FILE-STATUS IS EQUAL TO '00'
               READ RECON-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARC-RECON-DATE IS EQUAL TO WS-DATE-NUM
                           MOVE ARC-OPENING TO WS-OPENING-TOTAL
                           MOVE ARC-PRIOR-DATE TO WS-LAST-RECON-DATE
                           MOVE 'RERUN - SAME OPENING'
                               TO WS-OPENING-SOURCE
                       ELSE
                           MOVE ARC-CLOSING TO WS-OPENING-TOTAL
                           MOVE ARC-RECON-DATE TO WS-LAST-RECON-DATE
                           MOVE 'CARRIED FORWARD'
                               TO WS-OPENING-SOURCE
                       END-IF
               END-READ
               CLOSE RECON-CTL-FILE
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS IS EQUAL TO '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARP-OPENING-AMT IS NUMERIC
                           MOVE ARP-OPENING-AMT TO WS-OPENING-TOTAL
                           IF ARP-OPENING-SIGN IS EQUAL TO '-'
                               MULTIPLY -1 BY WS-OPENING-TOTAL
                           END-IF
                           MOVE 'FROM PARM' TO WS-OPENING-SOURCE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY 'ARRECON: OPENING CONTROL ' WS-OPENING-SOURCE
           .

      * Only the 'A/R' row matters here: it names the clearing
      * account PROGRAM2 books the customer side to.
       122-LOAD-GL-MAP-RTN.
           OPEN INPUT GL-ACCT-MAP-FILE
           IF WS-GLMAP-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL WS-GLMAP-EOF-SW IS EQUAL TO 'YES'
                   READ GL-ACCT-MAP-FILE
                       AT END
                           MOVE 'YES' TO WS-GLMAP-EOF-SW
                       NOT AT END
                           IF GLM-PROD-ID IS EQUAL TO 'A/R'
                               MOVE GLM-SALES-ACCT
                                   TO WS-GL-CLEARING-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCT-MAP-FILE
           END-IF
           .

      * Detail postings to the clearing account, sorted into the
      * components by what PROGRAM2 wrote in the description. The
      * trailer pair is a control total, not a posting.
       130-LOAD-GL-POSTINGS-RTN.
           OPEN INPUT GL-POSTING-FILE
           IF WS-GLPOST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'WARNING: CANNOT OPEN GL-POSTING.TXT STATUS '
                   WS-GLPOST-FILE-STATUS ' - NO LEDGER POSTINGS '
                   'COUNTED THIS RUN'
           ELSE
               PERFORM UNTIL WS-GLPOST-EOF-SW IS EQUAL TO 'YES'
                   READ GL-POSTING-FILE
                       AT END
                           MOVE 'YES' TO WS-GLPOST-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-GLPOST-READ-COUNT
                           IF GLP-REC-TYPE IS EQUAL TO 'D' AND
                              GLP-ACCOUNT IS EQUAL TO
                                  WS-GL-CLEARING-ACCT
                               MOVE GLP-DESC TO WS-POST-DESC
                               MOVE GLP-DR-CR TO WS-POST-DR-CR
                               MOVE GLP-AMOUNT TO WS-POST-AMT
                               PERFORM 131-CLASSIFY-POSTING-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-POSTING-FILE
           END-IF
           .

       131-CLASSIFY-POSTING-RTN.
           IF WS-POST-DESC IS EQUAL TO 'SALES TAX'
               ADD WS-POST-AMT TO WS-TAX-BILLED
           ELSE IF WS-POST-DESC IS EQUAL TO 'SALES TAX CONTRA'
               SUBTRACT WS-POST-AMT FROM WS-TAX-BILLED
           ELSE IF WS-POST-DESC IS EQUAL TO 'GROSS SALES' AND
                   WS-POST-DR-CR IS EQUAL TO 'DR'
               ADD WS-POST-AMT TO WS-GL-SALES-DR
           ELSE IF WS-POST-DESC IS EQUAL TO 'RETURNS CONTRA' AND
                   WS-POST-DR-CR IS EQUAL TO 'CR'
               ADD WS-POST-AMT TO WS-GL-RETURNS-CR
           ELSE IF WS-POST-DR-CR IS EQUAL TO 'DR'
               ADD WS-POST-AMT TO WS-GL-OTHER-DR
           ELSE
               ADD WS-POST-AMT TO WS-GL-OTHER-CR
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * A backed-out run's clearing-account lines, each turned back
      * into the posting it reverses - 'REV ' taken off, debit and
      * credit swapped - and classified with the amount negative,
      * so it comes off the component the original went to. Two
      * descriptions lost their ends to the 'REV ' and are put
      * back whole. The trailer pair is skipped as before.
       135-LOAD-BACKOUT-GL-RTN.
           PERFORM 136-CHECK-BACKOUT-DUE-RTN
           IF WS-BACKOUT-DUE-SW IS EQUAL TO 'YES'
               OPEN INPUT BACKOUT-GL-FILE
               IF WS-BACKGL-FILE-STATUS IS NOT EQUAL TO '00' AND
                  WS-BACKGL-FILE-STATUS IS NOT EQUAL TO '05'
                   DISPLAY 'WARNING: CANNOT OPEN BACKOUT-GL.TXT '
                       'STATUS ' WS-BACKGL-FILE-STATUS
                       ' - BACKED-OUT RUN NOT COUNTED'
               ELSE
                   PERFORM UNTIL WS-BACKGL-EOF-SW IS EQUAL TO 'YES'
                       READ BACKOUT-GL-FILE
                           AT END
                               MOVE 'YES' TO WS-BACKGL-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-BACKGL-READ-COUNT
                               IF BGL-REC-TYPE IS EQUAL TO 'D' AND
                                  BGL-ACCOUNT IS EQUAL TO
                                      WS-GL-CLEARING-ACCT
                                   PERFORM 137-UNREVERSE-POSTING-RTN
                                   PERFORM 131-CLASSIFY-POSTING-RTN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BACKOUT-GL-FILE
               END-IF
           ELSE
               DISPLAY 'ARRECON: NO RUN REVERSED SINCE '
                   WS-LAST-RECON-DATE ' - BACKOUT-GL.TXT NOT COUNTED'
           END-IF
           .

       136-CHECK-BACKOUT-DUE-RTN.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL WS-RUNCTL-EOF-SW IS EQUAL TO 'YES'
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'YES' TO WS-RUNCTL-EOF-SW
                       NOT AT END
                           IF RC-REVERSED-SW IS EQUAL TO 'Y' AND
                              RC-REVERSED-DATE IS GREATER THAN
                                  WS-LAST-RECON-DATE
                               MOVE 'YES' TO WS-BACKOUT-DUE-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           .

       137-UNREVERSE-POSTING-RTN.
           IF BGL-DESC(5:12) IS EQUAL TO 'SALES TAX CO'
               MOVE 'SALES TAX CONTRA' TO WS-POST-DESC
           ELSE IF BGL-DESC(5:12) IS EQUAL TO 'RETURNS CONT'
               MOVE 'RETURNS CONTRA' TO WS-POST-DESC
           ELSE
               MOVE BGL-DESC(5:12) TO WS-POST-DESC
           END-IF
           END-IF
           IF BGL-DR-CR IS EQUAL TO 'DR'
               MOVE 'CR' TO WS-POST-DR-CR
           ELSE
               MOVE 'DR' TO WS-POST-DR-CR
           END-IF
           COMPUTE WS-POST-AMT = 0 - BGL-AMOUNT
           .

      * Cash from both audits, totalled and held by customer for
      * the movement check.
       140-LOAD-CASH-RTN.
           OPEN INPUT RCPT-AUDIT-FILE
           IF WS-RCPTAUD-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL WS-RCPTAUD-EOF-SW IS EQUAL TO 'YES'
                   READ RCPT-AUDIT-FILE
                       AT END
                           MOVE 'YES' TO WS-RCPTAUD-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RCPTAUD-READ-COUNT
                           MOVE CRA-AMOUNT TO WS-LINE-AMT
                           ADD WS-LINE-AMT TO WS-CASH-POSTED
                           MOVE CRA-CUS-ID TO WS-CASH-KEY
                           PERFORM 145-ADD-CASH-RTN
                   END-READ
               END-PERFORM
               CLOSE RCPT-AUDIT-FILE
           END-IF
           OPEN INPUT APPL-AUDIT-FILE
           IF WS-APPLAUD-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL WS-APPLAUD-EOF-SW IS EQUAL TO 'YES'
                   READ APPL-AUDIT-FILE
                       AT END
                           MOVE 'YES' TO WS-APPLAUD-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-APPLAUD-READ-COUNT
                           MOVE CAA-AMOUNT TO WS-LINE-AMT
                           ADD WS-LINE-AMT TO WS-CASH-APPLIED
                           MOVE CAA-CUS-ID TO WS-CASH-KEY
                           PERFORM 145-ADD-CASH-RTN
                   END-READ
               END-PERFORM
               CLOSE APPL-AUDIT-FILE
           END-IF
           .

      * Adds WS-LINE-AMT to WS-CASH-KEY's cash entry, adding the
      * entry when it is the customer's first.
       145-ADD-CASH-RTN.
           PERFORM 146-FIND-CASH-RTN
           IF WS-CASH-FOUND-SW IS NOT EQUAL TO 'YES'
               IF WS-CASH-COUNT IS LESS THAN 5000
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CASH-IDX TO WS-CASH-COUNT
                   MOVE WS-CASH-KEY TO WS-CASH-CUS-ID(WS-CASH-IDX)
                   MOVE 0 TO WS-CASH-AMT(WS-CASH-IDX)
                   MOVE 'YES' TO WS-CASH-FOUND-SW
               ELSE
                   DISPLAY 'NOTE: CASH TABLE FULL - CUS-ID '
                       WS-CASH-KEY ' NOT CHECKED FOR MOVEMENT'
               END-IF
           END-IF
           IF WS-CASH-FOUND-SW IS EQUAL TO 'YES'
               ADD WS-LINE-AMT TO WS-CASH-AMT(WS-CASH-IDX)
           END-IF
           .

      * Leaves WS-CASH-IDX on WS-CASH-KEY's entry when there is one.
       146-FIND-CASH-RTN.
           MOVE 'NO' TO WS-CASH-FOUND-SW
           PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
                   UNTIL WS-CASH-IDX > WS-CASH-COUNT
                      OR WS-CASH-FOUND-SW IS EQUAL TO 'YES'
               IF WS-CASH-CUS-ID(WS-CASH-IDX) IS EQUAL TO
                  WS-CASH-KEY
                   MOVE 'YES' TO WS-CASH-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CASH-FOUND-SW IS EQUAL TO 'YES'
               SET WS-CASH-IDX DOWN BY 1
           END-IF
           .

      * One pass of the subledger: sums the buckets and checks each
      * customer's movement since the last reconciliation.
       200-CUSTOMER-PASS-RTN.
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           PERFORM UNTIL WS-ARBAL-EOF-SW IS EQUAL TO 'YES'
               READ AR-BALANCE
                   AT END
                       MOVE 'YES' TO WS-ARBAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ARBAL-READ-COUNT
                       PERFORM 210-CHECK-CUSTOMER-RTN
               END-READ
           END-PERFORM
           .

      * A customer billed since the last reconciliation has a
      * posting behind the move; otherwise only cash may explain it.
      * A customer with no snapshot yet is measured from zero.
       210-CHECK-CUSTOMER-RTN.
           COMPUTE WS-CUS-BALANCE =
                   AR-CUR-AMT + AR-30-AMT + AR-60-AMT + AR-90-AMT
           ADD WS-CUS-BALANCE TO WS-SUBLEDGER-TOTAL
           PERFORM 250-READ-SNAP-RTN
           COMPUTE WS-CUS-MOVEMENT = WS-CUS-BALANCE - WS-CUS-OPENING
           MOVE 0 TO WS-CUS-CASH
           MOVE AR-CUS-ID TO WS-CASH-KEY
           PERFORM 146-FIND-CASH-RTN
           IF WS-CASH-FOUND-SW IS EQUAL TO 'YES'
               MOVE WS-CASH-AMT(WS-CASH-IDX) TO WS-CUS-CASH
           END-IF
           COMPUTE WS-CUS-UNEXPLAINED = WS-CUS-MOVEMENT + WS-CUS-CASH
           IF WS-CUS-UNEXPLAINED IS NOT EQUAL TO 0 AND
              AR-LAST-STMT-DATE IS NOT GREATER THAN WS-LAST-RECON-DATE
               PERFORM 220-MOVED-LINE-RTN
           END-IF
           PERFORM 260-UPDATE-SNAP-RTN
           .

       220-MOVED-LINE-RTN.
           IF WS-UNEXPLAINED-COUNT IS EQUAL TO 0
               MOVE MOVED-HEADING-LINE1 TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               MOVE MOVED-HEADING-LINE2 TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
           END-IF
           MOVE AR-CUS-ID TO MDL-CUS-ID
           MOVE AR-CUS-NAME TO MDL-CUS-NAME
           COMPUTE MDL-WAS = WS-CUS-BALANCE - WS-CUS-MOVEMENT
           MOVE WS-CUS-BALANCE TO MDL-NOW
           MOVE WS-CUS-CASH TO MDL-CASH
           MOVE WS-CUS-UNEXPLAINED TO MDL-UNEXPLAINED
           MOVE MOVED-DETAIL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           ADD 1 TO WS-UNEXPLAINED-COUNT
           .

      * The customer's balance as at the reconciliation this run
      * measures from: the previous one on a same-day rerun.
       250-READ-SNAP-RTN.
           MOVE 'NO' TO WS-SNAP-HIT-SW
           MOVE 0 TO WS-CUS-OPENING
           MOVE AR-CUS-ID TO ARS-CUS-ID
           READ RECON-SNAP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-SNAP-HIT-SW
                   IF ARS-RECON-DATE IS EQUAL TO WS-DATE-NUM
                       MOVE ARS-PRIOR-BALANCE TO WS-CUS-OPENING
                   ELSE
                       MOVE ARS-BALANCE TO WS-CUS-OPENING
                   END-IF
           END-READ
           .

       260-UPDATE-SNAP-RTN.
           IF WS-SNAP-HIT-SW IS EQUAL TO 'YES'
               IF ARS-RECON-DATE IS NOT EQUAL TO WS-DATE-NUM
                   MOVE ARS-BALANCE TO ARS-PRIOR-BALANCE
                   MOVE ARS-RECON-DATE TO ARS-PRIOR-DATE
               END-IF
               MOVE WS-CUS-BALANCE TO ARS-BALANCE
               MOVE WS-DATE-NUM TO ARS-RECON-DATE
               REWRITE RECON-SNAP-REC
           ELSE
               MOVE AR-CUS-ID TO ARS-CUS-ID
               MOVE WS-CUS-BALANCE TO ARS-BALANCE
               MOVE WS-DATE-NUM TO ARS-RECON-DATE
               MOVE 0 TO ARS-PRIOR-BALANCE
               MOVE 0 TO ARS-PRIOR-DATE
               WRITE RECON-SNAP-REC
           END-IF
           .

       300-END-ROUTINE.
           COMPUTE WS-CONTROL-TOTAL =
                   WS-OPENING-TOTAL + WS-GL-SALES-DR -
                   WS-GL-RETURNS-CR + WS-GL-OTHER-DR -
                   WS-GL-OTHER-CR + WS-TAX-BILLED -
                   WS-CASH-POSTED - WS-CASH-APPLIED
           COMPUTE WS-DIFFERENCE =
                   WS-SUBLEDGER-TOTAL - WS-CONTROL-TOTAL
           PERFORM 310-COMPONENTS-RTN
           PERFORM 320-CARRY-FORWARD-RTN
           CLOSE AR-BALANCE
                 RECON-SNAP
                 RECON-REPORT-FILE
           DISPLAY 'ARRECON CUSTOMERS READ      ' WS-ARBAL-READ-COUNT
           DISPLAY 'ARRECON GL RECORDS READ     ' WS-GLPOST-READ-COUNT
           DISPLAY 'ARRECON BACKOUT GL READ     ' WS-BACKGL-READ-COUNT
           DISPLAY 'ARRECON CASH RECORDS READ   ' WS-RCPTAUD-READ-COUNT
           DISPLAY 'ARRECON APPLIED RECORDS READ' WS-APPLAUD-READ-COUNT
           DISPLAY 'ARRECON UNEXPLAINED MOVES   ' WS-UNEXPLAINED-COUNT
           IF WS-DIFFERENCE IS NOT EQUAL TO 0 OR
              WS-UNEXPLAINED-COUNT IS GREATER THAN 0
               DISPLAY 'WARNING: A/R SUBLEDGER DOES NOT AGREE TO THE '
                   'CONTROL ACCOUNT - SEE ARRECON-REPORT.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * The reconciliation block, one line per component.
       310-COMPONENTS-RTN.
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE SPACES TO RAL-MARK
           MOVE 'OPENING CONTROL TOTAL' TO RAL-LABEL
           MOVE WS-OPENING-TOTAL TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE 'ADD  SALES BOOKED (GL DEBITS)' TO RAL-LABEL
           MOVE WS-GL-SALES-DR TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE 'LESS RETURNS BOOKED (GL CREDITS)' TO RAL-LABEL
           MOVE WS-GL-RETURNS-CR TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE 'ADD  OTHER A/R DEBITS' TO RAL-LABEL
           MOVE WS-GL-OTHER-DR TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE 'LESS OTHER A/R CREDITS' TO RAL-LABEL
           MOVE WS-GL-OTHER-CR TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE 'ADD  SALES TAX BILLED (NET)' TO RAL-LABEL
           MOVE WS-TAX-BILLED TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE 'LESS CASH POSTED (CASHRCPT)' TO RAL-LABEL
           MOVE WS-CASH-POSTED TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE 'LESS HELD CASH APPLIED (CASHAPPL)' TO RAL-LABEL
           MOVE WS-CASH-APPLIED TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE RECON-RULE-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE 'EXPECTED CONTROL TOTAL' TO RAL-LABEL
           MOVE WS-CONTROL-TOTAL TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE 'SUBLEDGER TOTAL (AR-BALANCE BUCKETS)' TO RAL-LABEL
           MOVE WS-SUBLEDGER-TOTAL TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE RECON-RULE-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE 'DIFFERENCE' TO RAL-LABEL
           MOVE WS-DIFFERENCE TO RAL-AMOUNT
           IF WS-DIFFERENCE IS EQUAL TO 0
               MOVE 'AGREED' TO RAL-MARK
           ELSE
               MOVE '** NOT AGREED' TO RAL-MARK
           END-IF
           PERFORM 315-WRITE-AMOUNT-RTN
           MOVE RECON-BLANK-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE 'CUSTOMERS MOVED WITHOUT POSTING' TO RTL-LABEL
           MOVE WS-UNEXPLAINED-COUNT TO RTL-COUNT
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE 'BACKOUT GL RECORDS READ' TO RTL-LABEL
           MOVE WS-BACKGL-READ-COUNT TO RTL-COUNT
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           .

       315-WRITE-AMOUNT-RTN.
           MOVE RECON-AMOUNT-LINE TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE SPACES TO RAL-MARK
           .

      * The control total is the ledger's figure, so that is what
      * the next run opens from; a difference left standing shows
      * again until it is corrected, rather than being absorbed.
       320-CARRY-FORWARD-RTN.
           MOVE WS-LAST-RECON-DATE TO ARC-PRIOR-DATE
           MOVE WS-DATE-NUM TO ARC-RECON-DATE
           MOVE WS-OPENING-TOTAL TO ARC-OPENING
           MOVE WS-CONTROL-TOTAL TO ARC-CLOSING
           IF WS-DIFFERENCE IS EQUAL TO 0
               MOVE 'YES' TO ARC-AGREED-SW
           ELSE
               MOVE 'NO ' TO ARC-AGREED-SW
           END-IF
           OPEN OUTPUT RECON-CTL-FILE
           WRITE RECON-CTL-REC
           CLOSE RECON-CTL-FILE
           MOVE 'CLOSING FIGURE CARRIED FORWARD' TO RAL-LABEL
           MOVE WS-CONTROL-TOTAL TO RAL-AMOUNT
           PERFORM 315-WRITE-AMOUNT-RTN
           .
