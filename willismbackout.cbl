       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BACKOUT.
       AUTHOR.        MATTHEW-WILLIS.
      ***************************************************************
      * This program backs out one completed PROGRAM2 run, so a run
      * that posted something wrong - the wrong parm dates, a feed
      * run with the register override on - no longer means
      * restoring every indexed file from backup.
      *
      * PROGRAM2 journals every update it makes, tagged with its
      * run number. This program takes that run's journal records
      * newest first and puts each one back: the on-hand movement
      * comes off STOCK-BALANCE and the lot it moved on LOT-BALANCE,
      * a receipt comes off the OPEN-PO line it was matched to (the
      * line's status and last receipt date go back to what they
      * were), the period's sales and returns come off
      * PRODUCT-HISTORY, the sold and returned quantities come off
      * CUST-PROD-REG, and every GL posting side goes out again the
      * other way round on a reversing interface file with its own
      * balanced trailer. Working newest first means a record the
      * run created is back to nothing by the time its creating
      * entry is reached, and is removed then.
      *
      * The lot movement trace and the dispensing register are
      * permanent logs and are never cut: each of the run's records
      * on them is answered by a reversing copy, flagged for
      * LOTRECALL and CSRECON to net off. The run's fingerprints
      * come off PROCESSED-FEEDS.TXT, so the corrected feed can be
      * run, and the run is marked reversed on RUN-CONTROL.TXT so
      * it cannot be backed out twice and COMMISSN pays nothing on
      * it.
      *
      * The backout is refused, and nothing is touched, when the
      * run is not on RUN-CONTROL.TXT, is already reversed, has no
      * journal, or posted to a period already on
      * CLOSED-PERIODS.TXT - a closed period is corrected through
      * accounting, not by reopening its totals here. An amount
      * that can no longer be taken off (the record has gone, or
      * holds less than the run put on it) is left alone and
      * listed; the run is still marked reversed, so a rerun cannot
      * take the rest off a second time. The files are updated as
      * the journal is read, so a backout that abends part way
      * through is put right from the backup, not rerun.
      *
      * BACKOUT-GL.TXT is replaced every run, as PROGRAM2 replaces
      * GL-POSTING.TXT, and ARRECON counts it on the day's
      * reconciliation - so back out before that day's ARRECON,
      * and no more than one run between reconciliations.
      *
      *
      * INPUT: Control record "BACKOUT-PARM.TXT". Which contains:
      * RUN-NBR (the RC-RUN-NBR to reverse).
      * Run control "RUN-CONTROL.TXT", posting journal
      * "POSTING-JOURNAL.TXT", closed periods "CLOSED-PERIODS.TXT",
      * GL account map "GL-ACCT-MAP.TXT" (the 'A/R' row names the
      * trailer account, as in PROGRAM2).
      *
      *
      * OUTPUT: "STOCK-BALANCE.TXT", "LOT-BALANCE.TXT",
      * "OPEN-PO.TXT", "PRODUCT-HISTORY.TXT" and "CUST-PROD-REG.TXT"
      * updated in place.
      * Reversing records added to "LOT-MOVEMENT.TXT" and
      * "CS-DISPENSING-REG.TXT".
      * Reversing GL interface "BACKOUT-GL.TXT" in the GL-POSTING
      * layout, with a balanced trailer pair.
      * "PROCESSED-FEEDS.TXT" rewritten without the run's
      * fingerprints; "RUN-CONTROL.TXT" rewritten with the run
      * marked reversed.
      * Report "BACKOUT-REPORT.TXT" of everything reversed.
      * Return code 16 when the backout is refused, 8 when anything
      * could not be reversed.
      *
      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PARM-FILE
           ASSIGN TO 'BACKOUT-PARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN TO 'RUN-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT RUNCTL-WORK-FILE
           ASSIGN TO 'BACKOUT-RUNCTL-WORK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSTING-JOURNAL-FILE
           ASSIGN TO 'POSTING-JOURNAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT OPTIONAL CLOSED-PERIODS-FILE
           ASSIGN TO 'CLOSED-PERIODS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-FILE-STATUS.

           SELECT GL-ACCT-MAP-FILE
           ASSIGN TO 'GL-ACCT-MAP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT JOURNAL-SORT-FILE
           ASSIGN TO 'SORTWK1'.

           SELECT STOCK-BALANCE
           ASSIGN TO 'STOCK-BALANCE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SB-PROD-ID
           FILE STATUS IS WS-STOCKBAL-FILE-STATUS.

           SELECT LOT-BALANCE
           ASSIGN TO 'LOT-BALANCE.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-LOTBAL-FILE-STATUS.

           SELECT OPEN-PO
           ASSIGN TO 'OPEN-PO.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-FILE-STATUS.

           SELECT LOT-MOVEMENT-FILE
           ASSIGN TO 'LOT-MOVEMENT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTMOVE-FILE-STATUS.

           SELECT DISP-REGISTER-FILE
           ASSIGN TO 'CS-DISPENSING-REG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPREG-FILE-STATUS.

           SELECT PRODUCT-HISTORY
           ASSIGN TO 'PRODUCT-HISTORY.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PRODHIST-FILE-STATUS.

           SELECT CUST-PROD-REG
           ASSIGN TO 'CUST-PROD-REG.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPR-KEY
           FILE STATUS IS WS-CPREG-FILE-STATUS.

           SELECT OPTIONAL PROCESSED-FEEDS-FILE
           ASSIGN TO 'PROCESSED-FEEDS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDREG-FILE-STATUS.

           SELECT FEEDS-WORK-FILE
           ASSIGN TO 'BACKOUT-FEEDS-WORK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKOUT-GL-FILE
           ASSIGN TO 'BACKOUT-GL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
           ASSIGN TO 'BACKOUT-REPORT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 BOP-RUN-NBR       PIC 9(5).

      * The run-control fields this program reads or sets; the rest
      * of PROGRAM2's 137-byte record is carried as it stands.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-NBR        PIC 9(5).
           05 RC-RUN-DATE       PIC 9(8).
           05 RC-PARM-START     PIC 9(8).
           05 RC-PARM-END       PIC 9(8).
           05 FILLER            PIC X(99).
           05 RC-REVERSED-SW    PIC X(1).
           05 RC-REVERSED-DATE  PIC 9(8).

       FD  RUNCTL-WORK-FILE.
       01  RUNCTL-WORK-REC      PIC X(137).

      * Read into POSTING-JOURNAL-REC below, where the sort hands
      * the records back too.
       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-LINE PIC X(82).

      * The run's journal records, numbered in the order they were
      * written so they can be handed back newest first.
       SD  JOURNAL-SORT-FILE.
       01  JOURNAL-SORT-REC.
           05 JS-SEQ            PIC 9(7).
           05 JS-ENTRY          PIC X(82).

       FD  CLOSED-PERIODS-FILE.
       01  CLOSED-PERIOD-REC.
           05 CP-PERIOD         PIC 9(6).
           05 CP-CLOSE-DATE     PIC 9(8).

       FD  GL-ACCT-MAP-FILE.
       01  GL-ACCT-MAP-REC.
           05 GLM-PROD-ID       PIC X(3).
           05 GLM-SALES-ACCT    PIC X(8).
           05 GLM-RET-ACCT      PIC X(8).

       FD  STOCK-BALANCE.
       01  STOCK-BALANCE-REC.
           05 SB-PROD-ID        PIC X(3).
           05 SB-PROD-NAME      PIC X(14).
           05 SB-ON-HAND        PIC S9(7).
           05 SB-REORDER-POINT  PIC 9(5).

       FD  LOT-BALANCE.
       01  LOT-BALANCE-REC.
       COPY "willismlotbal.cpy".

       FD  OPEN-PO.
       01  OPEN-PO-REC.
       COPY "willismopenpo.cpy".

       FD  LOT-MOVEMENT-FILE.
       01  LOT-MOVEMENT-REC.
       COPY "willismlotmove.cpy".

       FD  DISP-REGISTER-FILE.
       01  DISP-REGISTER-REC.
       COPY "willismdispreg.cpy".

       FD  PRODUCT-HISTORY.
       01  PRODUCT-HISTORY-REC.
       COPY "willismprodhist.cpy".

       FD  CUST-PROD-REG.
       01  CUST-PROD-REG-REC.
       COPY "willismcpreg.cpy".

       FD  PROCESSED-FEEDS-FILE.
       01  PROCESSED-FEED-REC.
           05 PF-CREATE-DATE    PIC 9(8).
           05 PF-SOURCE-SYS     PIC X(8).
           05 PF-REC-COUNT      PIC 9(7).
           05 PF-HASH-TOTAL     PIC 9(11)V9(2).
           05 PF-RUN-DATE       PIC 9(8).

       FD  FEEDS-WORK-FILE.
       01  FEEDS-WORK-REC       PIC X(44).

      * Same layout PROGRAM2 writes to GL-POSTING.TXT, so the GL
      * system takes the reversing set the way it took the run.
       FD  BACKOUT-GL-FILE.
       01  GL-POSTING-REC.
           05 GLP-REC-TYPE      PIC X(1).
           05 GLP-ACCOUNT       PIC X(8).
           05 GLP-DR-CR         PIC X(2).
           05 GLP-AMOUNT        PIC 9(10)V9(2).
           05 GLP-PROD-ID       PIC X(3).
           05 GLP-PERIOD        PIC 9(6).
           05 GLP-DESC          PIC X(16).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(100).


       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
           05 WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-RUNCTL-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-WORK-EOF-SW          PIC X(3) VALUE 'NO'.
           05 WS-JOURNAL-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-JOURNAL-EOF-SW       PIC X(3) VALUE 'NO'.
           05 WS-CLOSED-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-CLOSED-EOF-SW        PIC X(3) VALUE 'NO'.
           05 WS-GLMAP-FILE-STATUS    PIC X(2) VALUE '00'.
           05 WS-GLMAP-EOF-SW         PIC X(3) VALUE 'NO'.
           05 WS-STOCKBAL-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-PRODHIST-FILE-STATUS PIC X(2) VALUE '00'.
           05 WS-CPREG-FILE-STATUS    PIC X(2) VALUE '00'.
           05 WS-LOTBAL-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-OPENPO-FILE-STATUS   PIC X(2) VALUE '00'.
           05 WS-LOTMOVE-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-DISPREG-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-SORT-EOF-SW          PIC X(3) VALUE 'NO'.
           05 WS-JRNL-SEQ             PIC 9(7) VALUE 0.
           05 WS-FEEDREG-FILE-STATUS  PIC X(2) VALUE '00'.
           05 WS-FEEDREG-EOF-SW       PIC X(3) VALUE 'NO'.
           05 WS-REFUSE-REASON        PIC X(50) VALUE SPACES.
           05 WS-ACTION               PIC X(30) VALUE SPACES.
           05 WS-GL-CLEARING-ACCT     PIC X(8) VALUE 'AR-CLEAR'.

      * What RUN-CONTROL.TXT says about the run being backed out.
       01  WS-RUN-AREAS.
           05 WS-BACKOUT-RUN-NBR      PIC 9(5) VALUE 0.
           05 WS-RUN-FOUND-SW         PIC X(3) VALUE 'NO'.
           05 WS-RUN-DATE             PIC 9(8) VALUE 0.
           05 WS-RUN-PARM-START       PIC 9(8) VALUE 0.
           05 WS-RUN-PARM-END         PIC 9(8) VALUE 0.
           05 WS-RUN-REVERSED-SW      PIC X(1) VALUE SPACE.
           05 WS-RUN-PERIOD           PIC 9(6) VALUE 0.
           05 WS-RUN-MARKED-SW        PIC X(3) VALUE 'NO'.

      * The run's journal records, counted by kind on the first
      * pass so the files they need can be checked before anything
      * is changed.
       01  WS-JOURNAL-COUNTS.
           05 WS-JRNL-COUNT           PIC 9(7) VALUE 0.
           05 WS-JRNL-STOCK-COUNT     PIC 9(7) VALUE 0.
           05 WS-JRNL-HIST-COUNT      PIC 9(7) VALUE 0.
           05 WS-JRNL-REG-COUNT       PIC 9(7) VALUE 0.
           05 WS-JRNL-GL-COUNT        PIC 9(7) VALUE 0.
           05 WS-JRNL-FEED-COUNT      PIC 9(7) VALUE 0.
           05 WS-JRNL-LOT-COUNT       PIC 9(7) VALUE 0.
           05 WS-JRNL-PO-COUNT        PIC 9(7) VALUE 0.
           05 WS-JRNL-LOTMOVE-COUNT   PIC 9(7) VALUE 0.
           05 WS-JRNL-DISPREG-COUNT   PIC 9(7) VALUE 0.

       01  WS-BACKOUT-COUNTS.
           05 WS-STOCK-REV-COUNT      PIC 9(7) VALUE 0.
           05 WS-HIST-REV-COUNT       PIC 9(7) VALUE 0.
           05 WS-REG-REV-COUNT        PIC 9(7) VALUE 0.
           05 WS-LOT-REV-COUNT        PIC 9(7) VALUE 0.
           05 WS-PO-REV-COUNT         PIC 9(7) VALUE 0.
           05 WS-LOTMOVE-REV-COUNT    PIC 9(7) VALUE 0.
           05 WS-DISPREG-REV-COUNT    PIC 9(7) VALUE 0.
           05 WS-REMOVED-COUNT        PIC 9(7) VALUE 0.
           05 WS-GL-REC-COUNT         PIC 9(7) VALUE 0.
           05 WS-FEED-REMOVED-COUNT   PIC 9(5) VALUE 0.
           05 WS-EXCEPT-COUNT         PIC 9(7) VALUE 0.
           05 WS-GL-DR-TOTAL          PIC 9(11)V9(2) VALUE 0.
           05 WS-GL-CR-TOTAL          PIC 9(11)V9(2) VALUE 0.

      * The run's fingerprints, held from the journal until the
      * register is rewritten. Each comes off the register once.
       01  WS-FEED-AREAS.
           05 WS-FEED-COUNT           PIC 9(2) VALUE 0.
           05 WS-FEED-SUB             PIC 9(2) VALUE 0.
           05 WS-FEED-MATCH-SW        PIC X(3) VALUE 'NO'.
       01  WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 20 TIMES.
              10 WS-FEED-CREATE-DATE  PIC 9(8).
              10 WS-FEED-SOURCE-SYS   PIC X(8).
              10 WS-FEED-REC-COUNT    PIC 9(7).
              10 WS-FEED-HASH-TOTAL   PIC 9(11)V9(2).
              10 WS-FEED-RUN-DATE     PIC 9(8).
              10 WS-FEED-REMOVED-SW   PIC X(3).

      * The journal record being worked, as read or as the sort
      * hands it back.
       01  POSTING-JOURNAL-REC.
       COPY "willismpostjrnl.cpy".

       01  WS-CURRENT-DATE-DATA.
             05  WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR      PIC 9(4).
                   10 WS-CURRENT-MONTH     PIC 9(2).
                   10 WS-CURRENT-DAY       PIC 9(2).

       01  HEADING-LINE1.
           05 FILLER           PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
              'POSTING RUN BACKOUT REPORT  '.
           05 HL1-MONTH        PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 HL1-DAY          PIC X(2).
           05 FILLER           PIC X(1) VALUE '/'.
           05 HL1-YEAR         PIC X(4).

       01  HEADING-LINE2.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'RUN '.
           05 HL2-RUN-NBR      PIC 9(5).
           05 FILLER           PIC X(12) VALUE '  RUN DATE '.
           05 HL2-RUN-DATE     PIC 9(8).
           05 FILLER           PIC X(10) VALUE '  PERIOD '.
           05 HL2-PERIOD       PIC 9(6).
           05 FILLER           PIC X(14) VALUE '  PARM DATES '.
           05 HL2-PARM-START   PIC 9(8).
           05 FILLER           PIC X(1) VALUE '-'.
           05 HL2-PARM-END     PIC 9(8).

       01  HEADING-LINE3.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'FILE'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE 'KEY'.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE 'QTY'.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'AMOUNT'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'ACTION'.

       01  DETAIL-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-FILE          PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-KEY           PIC X(24).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-QTY           PIC -(7)9 BLANK WHEN ZERO.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-AMOUNT        PIC -(9)9.99 BLANK WHEN ZERO.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ACTION        PIC X(30).

       01  REFUSE-LINE.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE 'BACKOUT REFUSED - '.
           05 RL-REASON        PIC X(50).

       01  TOTAL-LINE.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 TL-LABEL         PIC X(34).
           05 TL-COUNT         PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TL-AMOUNT        PIC Z(10)9.99 BLANK WHEN ZERO.

       01  BLANK-LINE.
           05 FILLER           PIC X(100) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-ROUTINE.
           PERFORM 120-HOUSE-KEEPING
           PERFORM 200-REVERSE-RUN-RTN
           PERFORM 260-WRITE-GL-TRAILER-RTN
           PERFORM 270-REMOVE-FEEDS-RTN
           PERFORM 280-MARK-RUN-REVERSED-RTN
           PERFORM 300-END-ROUTINE
           .

      * Every check is made before any file is opened for update,
      * so a refused backout leaves everything as it was.
       120-HOUSE-KEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-MONTH TO HL1-MONTH
           MOVE WS-CURRENT-DAY TO HL1-DAY
           MOVE WS-CURRENT-YEAR TO HL1-YEAR
           OPEN OUTPUT REPORT-FILE
           MOVE HEADING-LINE1 TO REPORT-REC
           WRITE REPORT-REC
           MOVE BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC
           PERFORM 121-READ-PARM-RTN
           PERFORM 122-FIND-RUN-RTN
           PERFORM 123-SCAN-JOURNAL-RTN
           MOVE WS-BACKOUT-RUN-NBR TO HL2-RUN-NBR
           MOVE WS-RUN-DATE TO HL2-RUN-DATE
           MOVE WS-RUN-PERIOD TO HL2-PERIOD
           MOVE WS-RUN-PARM-START TO HL2-PARM-START
           MOVE WS-RUN-PARM-END TO HL2-PARM-END
           MOVE HEADING-LINE2 TO REPORT-REC
           WRITE REPORT-REC
           MOVE BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC
           IF WS-JRNL-COUNT IS EQUAL TO 0
               MOVE 'NO POSTING JOURNAL RECORDS FOR THE RUN'
                   TO WS-REFUSE-REASON
               PERFORM 190-REFUSE-RTN
           END-IF
           PERFORM 124-CHECK-PERIOD-RTN
           PERFORM 125-OPEN-FILES-RTN
           PERFORM 126-LOAD-GL-MAP-RTN
           OPEN OUTPUT BACKOUT-GL-FILE
           MOVE HEADING-LINE3 TO REPORT-REC
           WRITE REPORT-REC
           MOVE BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       121-READ-PARM-RTN.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'BACKOUT ABEND: CANNOT OPEN '
                   'BACKOUT-PARM.TXT STATUS ' WS-PARM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BOP-RUN-NBR IS NUMERIC
                       MOVE BOP-RUN-NBR TO WS-BACKOUT-RUN-NBR
                   END-IF
           END-READ
           CLOSE PARM-FILE
           IF WS-BACKOUT-RUN-NBR IS EQUAL TO 0
               MOVE 'PARM CARRIES NO RUN NUMBER' TO WS-REFUSE-REASON
               PERFORM 190-REFUSE-RTN
           END-IF
           DISPLAY 'BACKOUT: BACKING OUT RUN ' WS-BACKOUT-RUN-NBR
           .

      * Only a run that completed has a run-control record, and
      * only one not already reversed can be backed out.
       122-FIND-RUN-RTN.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS IS EQUAL TO '00' OR
              WS-RUNCTL-FILE-STATUS IS EQUAL TO '05'
               PERFORM UNTIL WS-RUNCTL-EOF-SW IS EQUAL TO 'YES'
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'YES' TO WS-RUNCTL-EOF-SW
                       NOT AT END
                           IF RC-RUN-NBR IS EQUAL TO
                                   WS-BACKOUT-RUN-NBR
                               MOVE 'YES' TO WS-RUN-FOUND-SW
                               MOVE RC-RUN-DATE TO WS-RUN-DATE
                               MOVE RC-PARM-START TO WS-RUN-PARM-START
                               MOVE RC-PARM-END TO WS-RUN-PARM-END
                               MOVE RC-REVERSED-SW
                                   TO WS-RUN-REVERSED-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-RUN-FOUND-SW IS NOT EQUAL TO 'YES'
               MOVE 'RUN IS NOT ON RUN-CONTROL.TXT'
                   TO WS-REFUSE-REASON
               PERFORM 190-REFUSE-RTN
           END-IF
           IF WS-RUN-REVERSED-SW IS EQUAL TO 'Y'
               MOVE 'RUN HAS ALREADY BEEN REVERSED'
                   TO WS-REFUSE-REASON
               PERFORM 190-REFUSE-RTN
           END-IF
           .

      * First pass over the journal: how much the run posted, of
      * what kind, and to which period.
       123-SCAN-JOURNAL-RTN.
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS IS EQUAL TO '00' OR
              WS-JOURNAL-FILE-STATUS IS EQUAL TO '05'
               PERFORM UNTIL WS-JOURNAL-EOF-SW IS EQUAL TO 'YES'
                   READ POSTING-JOURNAL-FILE
                       INTO POSTING-JOURNAL-REC
                       AT END
                           MOVE 'YES' TO WS-JOURNAL-EOF-SW
                       NOT AT END
                           IF PJ-RUN-NBR IS EQUAL TO
                                   WS-BACKOUT-RUN-NBR
                               PERFORM 127-COUNT-JOURNAL-REC-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           ELSE
               DISPLAY 'BACKOUT ABEND: CANNOT OPEN '
                   'POSTING-JOURNAL.TXT STATUS ' WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       127-COUNT-JOURNAL-REC-RTN.
           ADD 1 TO WS-JRNL-COUNT
           IF WS-RUN-PERIOD IS EQUAL TO 0
               MOVE PJ-POST-PERIOD TO WS-RUN-PERIOD
           END-IF
           IF PJ-STOCK-ENTRY
               ADD 1 TO WS-JRNL-STOCK-COUNT
           ELSE IF PJ-HISTORY-ENTRY
               ADD 1 TO WS-JRNL-HIST-COUNT
           ELSE IF PJ-REGISTER-ENTRY
               ADD 1 TO WS-JRNL-REG-COUNT
           ELSE IF PJ-GL-ENTRY
               ADD 1 TO WS-JRNL-GL-COUNT
           ELSE IF PJ-FEED-ENTRY
               ADD 1 TO WS-JRNL-FEED-COUNT
           ELSE IF PJ-LOT-ENTRY
               ADD 1 TO WS-JRNL-LOT-COUNT
           ELSE IF PJ-PO-ENTRY
               ADD 1 TO WS-JRNL-PO-COUNT
           ELSE IF PJ-LOTMOVE-ENTRY
               ADD 1 TO WS-JRNL-LOTMOVE-COUNT
           ELSE IF PJ-DISPREG-ENTRY
               ADD 1 TO WS-JRNL-DISPREG-COUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * A run into a closed period stays as posted: the GL has
      * booked that period and PERCLOSE has shut it.
       124-CHECK-PERIOD-RTN.
           OPEN INPUT CLOSED-PERIODS-FILE
           IF WS-CLOSED-FILE-STATUS IS EQUAL TO '00' OR
              WS-CLOSED-FILE-STATUS IS EQUAL TO '05'
               PERFORM UNTIL WS-CLOSED-EOF-SW IS EQUAL TO 'YES'
                   READ CLOSED-PERIODS-FILE
                       AT END
                           MOVE 'YES' TO WS-CLOSED-EOF-SW
                       NOT AT END
                           IF CP-PERIOD IS EQUAL TO WS-RUN-PERIOD
                               MOVE 'RUN POSTED TO A CLOSED PERIOD'
                                   TO WS-REFUSE-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS-FILE
           END-IF
           IF WS-REFUSE-REASON IS NOT EQUAL TO SPACES
               PERFORM 190-REFUSE-RTN
           END-IF
           .

      * Each file is opened only when the run posted to it; one the
      * run did post to that cannot be opened stops the backout
      * before anything else has been touched.
       125-OPEN-FILES-RTN.
           IF WS-JRNL-STOCK-COUNT IS GREATER THAN 0
               OPEN I-O STOCK-BALANCE
               IF WS-STOCKBAL-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'CANNOT OPEN STOCK-BALANCE.TXT'
                       TO WS-REFUSE-REASON
                   DISPLAY 'BACKOUT: STOCK-BALANCE.TXT STATUS '
                       WS-STOCKBAL-FILE-STATUS
               END-IF
           END-IF
           IF WS-JRNL-HIST-COUNT IS GREATER THAN 0 AND
              WS-REFUSE-REASON IS EQUAL TO SPACES
               OPEN I-O PRODUCT-HISTORY
               IF WS-PRODHIST-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'CANNOT OPEN PRODUCT-HISTORY.TXT'
                       TO WS-REFUSE-REASON
                   DISPLAY 'BACKOUT: PRODUCT-HISTORY.TXT STATUS '
                       WS-PRODHIST-FILE-STATUS
               END-IF
           END-IF
           IF WS-JRNL-REG-COUNT IS GREATER THAN 0 AND
              WS-REFUSE-REASON IS EQUAL TO SPACES
               OPEN I-O CUST-PROD-REG
               IF WS-CPREG-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'CANNOT OPEN CUST-PROD-REG.TXT'
                       TO WS-REFUSE-REASON
                   DISPLAY 'BACKOUT: CUST-PROD-REG.TXT STATUS '
                       WS-CPREG-FILE-STATUS
               END-IF
           END-IF
           IF WS-JRNL-LOT-COUNT IS GREATER THAN 0 AND
              WS-REFUSE-REASON IS EQUAL TO SPACES
               OPEN I-O LOT-BALANCE
               IF WS-LOTBAL-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'CANNOT OPEN LOT-BALANCE.TXT'
                       TO WS-REFUSE-REASON
                   DISPLAY 'BACKOUT: LOT-BALANCE.TXT STATUS '
                       WS-LOTBAL-FILE-STATUS
               END-IF
           END-IF
           IF WS-JRNL-PO-COUNT IS GREATER THAN 0 AND
              WS-REFUSE-REASON IS EQUAL TO SPACES
               OPEN I-O OPEN-PO
               IF WS-OPENPO-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'CANNOT OPEN OPEN-PO.TXT'
                       TO WS-REFUSE-REASON
                   DISPLAY 'BACKOUT: OPEN-PO.TXT STATUS '
                       WS-OPENPO-FILE-STATUS
               END-IF
           END-IF
           IF WS-JRNL-LOTMOVE-COUNT IS GREATER THAN 0 AND
              WS-REFUSE-REASON IS EQUAL TO SPACES
               OPEN EXTEND LOT-MOVEMENT-FILE
               IF WS-LOTMOVE-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'CANNOT OPEN LOT-MOVEMENT.TXT'
                       TO WS-REFUSE-REASON
                   DISPLAY 'BACKOUT: LOT-MOVEMENT.TXT STATUS '
                       WS-LOTMOVE-FILE-STATUS
               END-IF
           END-IF
           IF WS-JRNL-DISPREG-COUNT IS GREATER THAN 0 AND
              WS-REFUSE-REASON IS EQUAL TO SPACES
               OPEN EXTEND DISP-REGISTER-FILE
               IF WS-DISPREG-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'CANNOT OPEN CS-DISPENSING-REG.TXT'
                       TO WS-REFUSE-REASON
                   DISPLAY 'BACKOUT: CS-DISPENSING-REG.TXT STATUS '
                       WS-DISPREG-FILE-STATUS
               END-IF
           END-IF
           IF WS-REFUSE-REASON IS NOT EQUAL TO SPACES
               PERFORM 190-REFUSE-RTN
           END-IF
           .

      * The trailer pair goes against the clearing account, the
      * same one PROGRAM2's trailer names.
       126-LOAD-GL-MAP-RTN.
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

       190-REFUSE-RTN.
           MOVE WS-REFUSE-REASON TO RL-REASON
           MOVE REFUSE-LINE TO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY 'BACKOUT REFUSED: RUN ' WS-BACKOUT-RUN-NBR
               ' - ' WS-REFUSE-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      * Second pass over the journal: the run's records are
      * numbered as they are read and sorted back newest first, so
      * every update is undone in the reverse of the order the run
      * made it, and each record is put back to exactly what it
      * held before.
       200-REVERSE-RUN-RTN.
           SORT JOURNAL-SORT-FILE
               ON DESCENDING KEY JS-SEQ
               INPUT PROCEDURE IS 201-RELEASE-JOURNAL-RTN
               OUTPUT PROCEDURE IS 202-RETURN-JOURNAL-RTN
           IF WS-JRNL-STOCK-COUNT IS GREATER THAN 0
               CLOSE STOCK-BALANCE
           END-IF
           IF WS-JRNL-HIST-COUNT IS GREATER THAN 0
               CLOSE PRODUCT-HISTORY
           END-IF
           IF WS-JRNL-REG-COUNT IS GREATER THAN 0
               CLOSE CUST-PROD-REG
           END-IF
           IF WS-JRNL-LOT-COUNT IS GREATER THAN 0
               CLOSE LOT-BALANCE
           END-IF
           IF WS-JRNL-PO-COUNT IS GREATER THAN 0
               CLOSE OPEN-PO
           END-IF
           IF WS-JRNL-LOTMOVE-COUNT IS GREATER THAN 0
               CLOSE LOT-MOVEMENT-FILE
           END-IF
           IF WS-JRNL-DISPREG-COUNT IS GREATER THAN 0
               CLOSE DISP-REGISTER-FILE
           END-IF
           .

       201-RELEASE-JOURNAL-RTN.
           MOVE 'NO' TO WS-JOURNAL-EOF-SW
           OPEN INPUT POSTING-JOURNAL-FILE
           PERFORM UNTIL WS-JOURNAL-EOF-SW IS EQUAL TO 'YES'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'YES' TO WS-JOURNAL-EOF-SW
                   NOT AT END
                       MOVE POSTING-JOURNAL-LINE TO POSTING-JOURNAL-REC
                       IF PJ-RUN-NBR IS EQUAL TO WS-BACKOUT-RUN-NBR
                           ADD 1 TO WS-JRNL-SEQ
                           MOVE WS-JRNL-SEQ TO JS-SEQ
                           MOVE POSTING-JOURNAL-LINE TO JS-ENTRY
                           RELEASE JOURNAL-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-JOURNAL-FILE
           .

       202-RETURN-JOURNAL-RTN.
           PERFORM UNTIL WS-SORT-EOF-SW IS EQUAL TO 'YES'
               RETURN JOURNAL-SORT-FILE
                   AT END
                       MOVE 'YES' TO WS-SORT-EOF-SW
                   NOT AT END
                       MOVE JS-ENTRY TO POSTING-JOURNAL-REC
                       PERFORM 205-DISPATCH-RTN
               END-RETURN
           END-PERFORM
           .

       205-DISPATCH-RTN.
           MOVE SPACES TO DETAIL-LINE
           MOVE 0 TO DL-QTY
           MOVE 0 TO DL-AMOUNT
           IF PJ-STOCK-ENTRY
               PERFORM 210-REVERSE-STOCK-RTN
           ELSE IF PJ-HISTORY-ENTRY
               PERFORM 220-REVERSE-HISTORY-RTN
           ELSE IF PJ-REGISTER-ENTRY
               PERFORM 230-REVERSE-REGISTER-RTN
           ELSE IF PJ-GL-ENTRY
               PERFORM 240-REVERSE-GL-RTN
           ELSE IF PJ-FEED-ENTRY
               PERFORM 250-HOLD-FEED-RTN
           ELSE IF PJ-LOT-ENTRY
               PERFORM 215-REVERSE-LOT-RTN
           ELSE IF PJ-PO-ENTRY
               PERFORM 235-REVERSE-PO-RTN
           ELSE IF PJ-LOTMOVE-ENTRY
               PERFORM 245-REVERSE-LOTMOVE-RTN
           ELSE IF PJ-DISPREG-ENTRY
               PERFORM 247-REVERSE-DISPREG-RTN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * Takes the run's movement back off on-hand. A balance the
      * run itself opened goes again once it is back to nothing
      * and the warehouse has set no reorder point on it since.
       210-REVERSE-STOCK-RTN.
           MOVE 'STOCK-BALANCE' TO DL-FILE
           STRING PJS-PROD-ID ' ' PJS-PROD-NAME DELIMITED BY SIZE
               INTO DL-KEY
           END-STRING
           COMPUTE DL-QTY = 0 - PJS-MOVE-QTY
           MOVE PJS-PROD-ID TO SB-PROD-ID
           READ STOCK-BALANCE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT REVERSED' TO WS-ACTION
                   ADD 1 TO WS-EXCEPT-COUNT
               NOT INVALID KEY
                   SUBTRACT PJS-MOVE-QTY FROM SB-ON-HAND
                   IF PJ-NEW-SW IS EQUAL TO 'Y' AND
                      SB-ON-HAND IS EQUAL TO 0 AND
                      SB-REORDER-POINT IS EQUAL TO 0
                       DELETE STOCK-BALANCE
                       MOVE 'REVERSED - RECORD REMOVED' TO WS-ACTION
                       ADD 1 TO WS-REMOVED-COUNT
                   ELSE
                       REWRITE STOCK-BALANCE-REC
                       MOVE 'REVERSED' TO WS-ACTION
                   END-IF
                   ADD 1 TO WS-STOCK-REV-COUNT
           END-READ
           PERFORM 310-WRITE-DETAIL-RTN
           .

      * Takes the run's movement back off the lot, and puts back
      * the last-move date the lot had before it. A lot the run
      * opened goes again once it is back to nothing.
       215-REVERSE-LOT-RTN.
           MOVE 'LOT-BALANCE' TO DL-FILE
           IF PJL-LOT-NBR IS EQUAL TO SPACES
               STRING PJL-PROD-ID ' UNLOTTED' DELIMITED BY SIZE
                   INTO DL-KEY
               END-STRING
           ELSE
               STRING PJL-PROD-ID ' ' PJL-LOT-NBR DELIMITED BY SIZE
                   INTO DL-KEY
               END-STRING
           END-IF
           COMPUTE DL-QTY = 0 - PJL-MOVE-QTY
           MOVE PJL-PROD-ID TO LB-PROD-ID
           MOVE PJL-LOT-NBR TO LB-LOT-NBR
           READ LOT-BALANCE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT REVERSED' TO WS-ACTION
                   ADD 1 TO WS-EXCEPT-COUNT
               NOT INVALID KEY
                   SUBTRACT PJL-MOVE-QTY FROM LB-ON-HAND
                   IF PJ-NEW-SW IS EQUAL TO 'Y' AND
                      LB-ON-HAND IS EQUAL TO 0
                       DELETE LOT-BALANCE
                       MOVE 'REVERSED - RECORD REMOVED' TO WS-ACTION
                       ADD 1 TO WS-REMOVED-COUNT
                   ELSE
                       IF PJ-NEW-SW IS NOT EQUAL TO 'Y'
                           MOVE PJL-PRIOR-MOVE-DATE
                               TO LB-LAST-MOVE-DATE
                       END-IF
                       REWRITE LOT-BALANCE-REC
                       MOVE 'REVERSED' TO WS-ACTION
                   END-IF
                   ADD 1 TO WS-LOT-REV-COUNT
           END-READ
           PERFORM 310-WRITE-DETAIL-RTN
           .

      * Takes the group's sales and returns back off the period.
      * The history fields are unsigned, so an amount the record
      * no longer holds is listed rather than forced below zero.
       220-REVERSE-HISTORY-RTN.
           MOVE 'PRODUCT-HIST' TO DL-FILE
           STRING PJH-PROD-ID ' ' PJH-PERIOD DELIMITED BY SIZE
               INTO DL-KEY
           END-STRING
           COMPUTE DL-QTY = PJH-SALES-QTY - PJH-RET-QTY
           COMPUTE DL-AMOUNT = PJH-SALES-SV - PJH-RET-SV
           MOVE PJH-PROD-ID TO PH-PROD-ID
           MOVE PJH-PERIOD TO PH-PERIOD
           READ PRODUCT-HISTORY
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT REVERSED' TO WS-ACTION
                   ADD 1 TO WS-EXCEPT-COUNT
               NOT INVALID KEY
                   IF PH-SALES-QTY IS LESS THAN PJH-SALES-QTY OR
                      PH-SALES-SV IS LESS THAN PJH-SALES-SV OR
                      PH-RET-QTY IS LESS THAN PJH-RET-QTY OR
                      PH-RET-SV IS LESS THAN PJH-RET-SV
                       MOVE 'BELOW RUN AMOUNT - NOT REVERSED'
                           TO WS-ACTION
                       ADD 1 TO WS-EXCEPT-COUNT
                   ELSE
                       SUBTRACT PJH-SALES-QTY FROM PH-SALES-QTY
                       SUBTRACT PJH-SALES-SV FROM PH-SALES-SV
                       SUBTRACT PJH-RET-QTY FROM PH-RET-QTY
                       SUBTRACT PJH-RET-SV FROM PH-RET-SV
                       IF PJ-NEW-SW IS EQUAL TO 'Y' AND
                          PH-SALES-QTY IS EQUAL TO 0 AND
                          PH-SALES-SV IS EQUAL TO 0 AND
                          PH-RET-QTY IS EQUAL TO 0 AND
                          PH-RET-SV IS EQUAL TO 0
                           DELETE PRODUCT-HISTORY
                           MOVE 'REVERSED - RECORD REMOVED'
                               TO WS-ACTION
                           ADD 1 TO WS-REMOVED-COUNT
                       ELSE
                           REWRITE PRODUCT-HISTORY-REC
                           MOVE 'REVERSED' TO WS-ACTION
                       END-IF
                       ADD 1 TO WS-HIST-REV-COUNT
                   END-IF
           END-READ
           PERFORM 310-WRITE-DETAIL-RTN
           .

       230-REVERSE-REGISTER-RTN.
           MOVE 'CUST-PROD-REG' TO DL-FILE
           STRING PJR-CUS-ID ' ' PJR-PROD-ID DELIMITED BY SIZE
               INTO DL-KEY
           END-STRING
           IF PJR-RET-QTY IS GREATER THAN 0
               COMPUTE DL-QTY = 0 - PJR-RET-QTY
           ELSE
               MOVE PJR-SOLD-QTY TO DL-QTY
           END-IF
           MOVE PJR-CUS-ID TO CPR-CUS-ID
           MOVE PJR-PROD-ID TO CPR-PROD-ID
           READ CUST-PROD-REG
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT REVERSED' TO WS-ACTION
                   ADD 1 TO WS-EXCEPT-COUNT
               NOT INVALID KEY
                   IF CPR-SOLD-QTY IS LESS THAN PJR-SOLD-QTY OR
                      CPR-RET-QTY IS LESS THAN PJR-RET-QTY
                       MOVE 'BELOW RUN AMOUNT - NOT REVERSED'
                           TO WS-ACTION
                       ADD 1 TO WS-EXCEPT-COUNT
                   ELSE
                       SUBTRACT PJR-SOLD-QTY FROM CPR-SOLD-QTY
                       SUBTRACT PJR-RET-QTY FROM CPR-RET-QTY
                       IF PJ-NEW-SW IS EQUAL TO 'Y' AND
                          CPR-SOLD-QTY IS EQUAL TO 0 AND
                          CPR-RET-QTY IS EQUAL TO 0
                           DELETE CUST-PROD-REG
                           MOVE 'REVERSED - RECORD REMOVED'
                               TO WS-ACTION
                           ADD 1 TO WS-REMOVED-COUNT
                       ELSE
                           REWRITE CUST-PROD-REG-REC
                           MOVE 'REVERSED' TO WS-ACTION
                       END-IF
                       ADD 1 TO WS-REG-REV-COUNT
                   END-IF
           END-READ
           PERFORM 310-WRITE-DETAIL-RTN
           .

      * Takes the receipt back off the PO line it was matched to,
      * and puts back the status and last receipt date the line
      * had before it - a line the run closed is open again.
       235-REVERSE-PO-RTN.
           MOVE 'OPEN-PO' TO DL-FILE
           STRING PJO-PO-NBR '-' PJO-LINE-NBR ' ' PJO-PROD-ID
               DELIMITED BY SIZE INTO DL-KEY
           END-STRING
           COMPUTE DL-QTY = 0 - PJO-RECV-QTY
           MOVE PJO-PO-NBR TO OP-PO-NBR
           MOVE PJO-LINE-NBR TO OP-LINE-NBR
           READ OPEN-PO
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT REVERSED' TO WS-ACTION
                   ADD 1 TO WS-EXCEPT-COUNT
               NOT INVALID KEY
                   IF OP-RECV-QTY IS LESS THAN PJO-RECV-QTY
                       MOVE 'BELOW RUN AMOUNT - NOT REVERSED'
                           TO WS-ACTION
                       ADD 1 TO WS-EXCEPT-COUNT
                   ELSE
                       SUBTRACT PJO-RECV-QTY FROM OP-RECV-QTY
                       MOVE PJO-PRIOR-STATUS TO OP-STATUS
                       MOVE PJO-PRIOR-RECV-DATE TO OP-LAST-RECV-DATE
                       REWRITE OPEN-PO-REC
                       STRING 'REVERSED - STATUS ' OP-STATUS
                           DELIMITED BY SIZE INTO WS-ACTION
                       END-STRING
                       ADD 1 TO WS-PO-REV-COUNT
                   END-IF
           END-READ
           PERFORM 310-WRITE-DETAIL-RTN
           .

      * The posting side goes out again with debit and credit
      * swapped, so the reversing set balances the way the run's
      * own set did.
       240-REVERSE-GL-RTN.
           MOVE 'D' TO GLP-REC-TYPE
           MOVE PJG-ACCOUNT TO GLP-ACCOUNT
           IF PJG-DR-CR IS EQUAL TO 'DR'
               MOVE 'CR' TO GLP-DR-CR
               ADD PJG-AMOUNT TO WS-GL-CR-TOTAL
           ELSE
               MOVE 'DR' TO GLP-DR-CR
               ADD PJG-AMOUNT TO WS-GL-DR-TOTAL
           END-IF
           MOVE PJG-AMOUNT TO GLP-AMOUNT
           MOVE PJG-PROD-ID TO GLP-PROD-ID
           MOVE PJG-PERIOD TO GLP-PERIOD
           MOVE SPACES TO GLP-DESC
           STRING 'REV ' PJG-DESC DELIMITED BY SIZE INTO GLP-DESC
           END-STRING
           WRITE GL-POSTING-REC
           ADD 1 TO WS-GL-REC-COUNT
           MOVE 'BACKOUT-GL' TO DL-FILE
           STRING GLP-ACCOUNT ' ' GLP-DR-CR ' ' GLP-PROD-ID
               DELIMITED BY SIZE INTO DL-KEY
           END-STRING
           MOVE PJG-AMOUNT TO DL-AMOUNT
           MOVE GLP-DESC TO WS-ACTION
           PERFORM 310-WRITE-DETAIL-RTN
           .

      * The trace is permanent, so the movement is answered by a
      * reversing copy dated the way the original was; LOTRECALL
      * takes it off the customer the original credited.
       245-REVERSE-LOTMOVE-RTN.
           MOVE PJM-TRANS-DATE TO LM-TRANS-DATE
           MOVE PJM-PROD-ID TO LM-PROD-ID
           MOVE PJM-LOT-NBR TO LM-LOT-NBR
           MOVE PJM-CUS-ID TO LM-CUS-ID
           MOVE PJM-TRANS-TYPE TO LM-TRANS-TYPE
           MOVE PJM-QTY TO LM-QTY
           MOVE PJM-SOURCE-SYS TO LM-SOURCE-SYS
           MOVE WS-CURRENT-DATE TO LM-RUN-DATE
           MOVE 'V' TO LM-REVERSAL-SW
           WRITE LOT-MOVEMENT-REC
           ADD 1 TO WS-LOTMOVE-REV-COUNT
           MOVE 'LOT-MOVEMENT' TO DL-FILE
           STRING PJM-PROD-ID ' ' PJM-LOT-NBR ' ' PJM-TRANS-TYPE
               ' ' PJM-CUS-ID DELIMITED BY SIZE INTO DL-KEY
           END-STRING
           MOVE PJM-QTY TO DL-QTY
           MOVE 'REVERSING RECORD WRITTEN' TO WS-ACTION
           PERFORM 310-WRITE-DETAIL-RTN
           .

      * Likewise the dispensing register, the log the regulators
      * inspect. The reversing copy carries the balance as it stood
      * before the movement, which is what the backout leaves.
       247-REVERSE-DISPREG-RTN.
           MOVE PJD-TRANS-DATE TO DR-TRANS-DATE
           MOVE PJD-PROD-ID TO DR-PROD-ID
           MOVE PJD-SCHEDULE-CODE TO DR-SCHEDULE-CODE
           MOVE PJD-CUS-ID TO DR-CUS-ID
           MOVE PJD-TRANS-TYPE TO DR-TRANS-TYPE
           MOVE PJD-QTY TO DR-QTY
           IF PJD-TRANS-TYPE IS EQUAL TO 'R' OR
              PJD-TRANS-TYPE IS EQUAL TO 'P'
               COMPUTE DR-RUN-BALANCE = PJD-RUN-BALANCE - PJD-QTY
           ELSE
               COMPUTE DR-RUN-BALANCE = PJD-RUN-BALANCE + PJD-QTY
           END-IF
           MOVE PJD-SOURCE-SYS TO DR-SOURCE-SYS
           MOVE WS-CURRENT-DATE TO DR-RUN-DATE
           MOVE 'V' TO DR-REVERSAL-SW
           WRITE DISP-REGISTER-REC
           ADD 1 TO WS-DISPREG-REV-COUNT
           MOVE 'CS-DISP-REG' TO DL-FILE
           STRING PJD-PROD-ID ' ' PJD-TRANS-TYPE ' ' PJD-CUS-ID
               ' ' PJD-TRANS-DATE DELIMITED BY SIZE INTO DL-KEY
           END-STRING
           MOVE PJD-QTY TO DL-QTY
           MOVE 'REVERSING RECORD WRITTEN' TO WS-ACTION
           PERFORM 310-WRITE-DETAIL-RTN
           .

       250-HOLD-FEED-RTN.
           IF WS-FEED-COUNT IS LESS THAN 20
               ADD 1 TO WS-FEED-COUNT
               MOVE PJF-CREATE-DATE
                   TO WS-FEED-CREATE-DATE(WS-FEED-COUNT)
               MOVE PJF-SOURCE-SYS TO WS-FEED-SOURCE-SYS(WS-FEED-COUNT)
               MOVE PJF-REC-COUNT TO WS-FEED-REC-COUNT(WS-FEED-COUNT)
               MOVE PJF-HASH-TOTAL
                   TO WS-FEED-HASH-TOTAL(WS-FEED-COUNT)
               MOVE PJF-RUN-DATE TO WS-FEED-RUN-DATE(WS-FEED-COUNT)
               MOVE 'NO' TO WS-FEED-REMOVED-SW(WS-FEED-COUNT)
           ELSE
               DISPLAY 'NOTE: FINGERPRINT TABLE FULL - SOURCE '
                   PJF-SOURCE-SYS ' STAYS ON THE REGISTER'
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF
           .

       260-WRITE-GL-TRAILER-RTN.
           MOVE 'T' TO GLP-REC-TYPE
           MOVE WS-GL-CLEARING-ACCT TO GLP-ACCOUNT
           MOVE 'DR' TO GLP-DR-CR
           MOVE WS-GL-DR-TOTAL TO GLP-AMOUNT
           MOVE SPACES TO GLP-PROD-ID
           MOVE WS-RUN-PERIOD TO GLP-PERIOD
           MOVE 'TOTAL DEBITS' TO GLP-DESC
           WRITE GL-POSTING-REC
           MOVE 'T' TO GLP-REC-TYPE
           MOVE WS-GL-CLEARING-ACCT TO GLP-ACCOUNT
           MOVE 'CR' TO GLP-DR-CR
           MOVE WS-GL-CR-TOTAL TO GLP-AMOUNT
           MOVE SPACES TO GLP-PROD-ID
           MOVE WS-RUN-PERIOD TO GLP-PERIOD
           MOVE 'TOTAL CREDITS' TO GLP-DESC
           WRITE GL-POSTING-REC
           CLOSE BACKOUT-GL-FILE
           IF WS-GL-DR-TOTAL IS NOT EQUAL TO WS-GL-CR-TOTAL
               DISPLAY 'NOTE: BACKOUT GL FILE OUT OF BALANCE - DR '
                   WS-GL-DR-TOTAL ' CR ' WS-GL-CR-TOTAL
           END-IF
           .

      * Line sequential cannot be purged in place, so the register
      * goes through a work file and comes back without the run's
      * fingerprints, the way PERCLOSE purges RUN-CONTROL.TXT.
       270-REMOVE-FEEDS-RTN.
           IF WS-FEED-COUNT IS GREATER THAN 0
               OPEN INPUT PROCESSED-FEEDS-FILE
               OPEN OUTPUT FEEDS-WORK-FILE
               IF WS-FEEDREG-FILE-STATUS IS EQUAL TO '00' OR
                  WS-FEEDREG-FILE-STATUS IS EQUAL TO '05'
                   PERFORM UNTIL WS-FEEDREG-EOF-SW IS EQUAL TO 'YES'
                       READ PROCESSED-FEEDS-FILE
                           AT END
                               MOVE 'YES' TO WS-FEEDREG-EOF-SW
                           NOT AT END
                               PERFORM 275-JUDGE-FEED-REC-RTN
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PROCESSED-FEEDS-FILE
                     FEEDS-WORK-FILE
               PERFORM 276-COPY-FEEDS-BACK-RTN
               PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                       UNTIL WS-FEED-SUB > WS-FEED-COUNT
                   PERFORM 277-FEED-DETAIL-RTN
               END-PERFORM
           END-IF
           .

       275-JUDGE-FEED-REC-RTN.
           MOVE 'NO' TO WS-FEED-MATCH-SW
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
                      OR WS-FEED-MATCH-SW IS EQUAL TO 'YES'
               IF WS-FEED-REMOVED-SW(WS-FEED-SUB) IS EQUAL TO 'NO' AND
                  PF-CREATE-DATE IS EQUAL TO
                      WS-FEED-CREATE-DATE(WS-FEED-SUB) AND
                  PF-SOURCE-SYS IS EQUAL TO
                      WS-FEED-SOURCE-SYS(WS-FEED-SUB) AND
                  PF-REC-COUNT IS EQUAL TO
                      WS-FEED-REC-COUNT(WS-FEED-SUB) AND
                  PF-HASH-TOTAL IS EQUAL TO
                      WS-FEED-HASH-TOTAL(WS-FEED-SUB) AND
                  PF-RUN-DATE IS EQUAL TO
                      WS-FEED-RUN-DATE(WS-FEED-SUB)
                   MOVE 'YES' TO WS-FEED-REMOVED-SW(WS-FEED-SUB)
                   MOVE 'YES' TO WS-FEED-MATCH-SW
                   ADD 1 TO WS-FEED-REMOVED-COUNT
               END-IF
           END-PERFORM
           IF WS-FEED-MATCH-SW IS EQUAL TO 'NO'
               MOVE PROCESSED-FEED-REC TO FEEDS-WORK-REC
               WRITE FEEDS-WORK-REC
           END-IF
           .

       276-COPY-FEEDS-BACK-RTN.
           MOVE 'NO' TO WS-WORK-EOF-SW
           OPEN INPUT FEEDS-WORK-FILE
           OPEN OUTPUT PROCESSED-FEEDS-FILE
           PERFORM UNTIL WS-WORK-EOF-SW IS EQUAL TO 'YES'
               READ FEEDS-WORK-FILE
                   AT END
                       MOVE 'YES' TO WS-WORK-EOF-SW
                   NOT AT END
                       MOVE FEEDS-WORK-REC TO PROCESSED-FEED-REC
                       WRITE PROCESSED-FEED-REC
               END-READ
           END-PERFORM
           CLOSE FEEDS-WORK-FILE
                 PROCESSED-FEEDS-FILE
           .

       277-FEED-DETAIL-RTN.
           MOVE SPACES TO DETAIL-LINE
           MOVE 0 TO DL-AMOUNT
           MOVE 'PROCESSED-FEED' TO DL-FILE
           STRING WS-FEED-SOURCE-SYS(WS-FEED-SUB) ' '
               WS-FEED-CREATE-DATE(WS-FEED-SUB)
               DELIMITED BY SIZE INTO DL-KEY
           END-STRING
           MOVE WS-FEED-REC-COUNT(WS-FEED-SUB) TO DL-QTY
           IF WS-FEED-REMOVED-SW(WS-FEED-SUB) IS EQUAL TO 'YES'
               MOVE 'REMOVED FROM THE REGISTER' TO WS-ACTION
           ELSE
               MOVE 'NOT ON THE REGISTER' TO WS-ACTION
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF
           PERFORM 310-WRITE-DETAIL-RTN
           .

      * Marks the run reversed the same way, through a work file.
       280-MARK-RUN-REVERSED-RTN.
           MOVE 'NO' TO WS-RUNCTL-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           OPEN OUTPUT RUNCTL-WORK-FILE
           PERFORM UNTIL WS-RUNCTL-EOF-SW IS EQUAL TO 'YES'
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'YES' TO WS-RUNCTL-EOF-SW
                   NOT AT END
                       IF RC-RUN-NBR IS EQUAL TO WS-BACKOUT-RUN-NBR AND
                          RC-RUN-DATE IS EQUAL TO WS-RUN-DATE AND
                          WS-RUN-MARKED-SW IS EQUAL TO 'NO'
                           MOVE 'Y' TO RC-REVERSED-SW
                           MOVE WS-CURRENT-DATE TO RC-REVERSED-DATE
                           MOVE 'YES' TO WS-RUN-MARKED-SW
                       END-IF
                       MOVE RUN-CONTROL-REC TO RUNCTL-WORK-REC
                       WRITE RUNCTL-WORK-REC
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
                 RUNCTL-WORK-FILE
           MOVE 'NO' TO WS-WORK-EOF-SW
           OPEN INPUT RUNCTL-WORK-FILE
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM UNTIL WS-WORK-EOF-SW IS EQUAL TO 'YES'
               READ RUNCTL-WORK-FILE
                   AT END
                       MOVE 'YES' TO WS-WORK-EOF-SW
                   NOT AT END
                       MOVE RUNCTL-WORK-REC TO RUN-CONTROL-REC
                       WRITE RUN-CONTROL-REC
               END-READ
           END-PERFORM
           CLOSE RUNCTL-WORK-FILE
                 RUN-CONTROL-FILE
           .

       300-END-ROUTINE.
           MOVE BLANK-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'JOURNAL RECORDS FOR THE RUN' TO TL-LABEL
           MOVE WS-JRNL-COUNT TO TL-COUNT
           MOVE 0 TO TL-AMOUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'STOCK BALANCES REVERSED' TO TL-LABEL
           MOVE WS-STOCK-REV-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'HISTORY RECORDS REVERSED' TO TL-LABEL
           MOVE WS-HIST-REV-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'LOT BALANCES REVERSED' TO TL-LABEL
           MOVE WS-LOT-REV-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'PO LINE RECEIPTS REVERSED' TO TL-LABEL
           MOVE WS-PO-REV-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'REGISTER RECORDS REVERSED' TO TL-LABEL
           MOVE WS-REG-REV-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'LOT MOVEMENTS REVERSED' TO TL-LABEL
           MOVE WS-LOTMOVE-REV-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'DISPENSING RECORDS REVERSED' TO TL-LABEL
           MOVE WS-DISPREG-REV-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'RECORDS REMOVED' TO TL-LABEL
           MOVE WS-REMOVED-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'REVERSING GL DEBITS' TO TL-LABEL
           MOVE WS-GL-REC-COUNT TO TL-COUNT
           MOVE WS-GL-DR-TOTAL TO TL-AMOUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'REVERSING GL CREDITS' TO TL-LABEL
           MOVE 0 TO TL-COUNT
           MOVE WS-GL-CR-TOTAL TO TL-AMOUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'FINGERPRINTS REMOVED' TO TL-LABEL
           MOVE WS-FEED-REMOVED-COUNT TO TL-COUNT
           MOVE 0 TO TL-AMOUNT
           PERFORM 320-WRITE-TOTAL-RTN
           MOVE 'NOT REVERSED - SEE ABOVE' TO TL-LABEL
           MOVE WS-EXCEPT-COUNT TO TL-COUNT
           PERFORM 320-WRITE-TOTAL-RTN
           IF WS-RUN-MARKED-SW IS EQUAL TO 'YES'
               MOVE 'RUN MARKED REVERSED ON RUN-CONTROL' TO TL-LABEL
               MOVE WS-BACKOUT-RUN-NBR TO TL-COUNT
               PERFORM 320-WRITE-TOTAL-RTN
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'BACKOUT RUN REVERSED          ' WS-BACKOUT-RUN-NBR
           DISPLAY 'BACKOUT JOURNAL RECORDS       ' WS-JRNL-COUNT
           DISPLAY 'BACKOUT GL RECORDS            ' WS-GL-REC-COUNT
           DISPLAY 'BACKOUT FINGERPRINTS REMOVED  '
               WS-FEED-REMOVED-COUNT
           DISPLAY 'BACKOUT NOT REVERSED          ' WS-EXCEPT-COUNT
           IF WS-EXCEPT-COUNT IS GREATER THAN 0
               DISPLAY 'WARNING: NOT EVERYTHING COULD BE REVERSED - '
                   'SEE BACKOUT-REPORT.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       310-WRITE-DETAIL-RTN.
           MOVE WS-ACTION TO DL-ACTION
           MOVE DETAIL-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       320-WRITE-TOTAL-RTN.
           MOVE TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC
           .
