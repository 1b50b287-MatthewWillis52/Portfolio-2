      *****************************************************************
      * WILLISMPOSTJRNL - Posting journal record layout, shared by
      * PROGRAM2 (which appends one record for every update it makes
      * to the stock, lot, open-PO, history, register and GL files,
      * every lot movement and dispensing record it logs, and every
      * feed fingerprint it registers) and BACKOUT (which reads a
      * run's records back, newest first, and reverses them). Each
      * record is tagged with the run number RUN-CONTROL.TXT carries
      * for the run, the date it was made, and the period the run
      * posted to.
      * PJ-NEW-SW is 'Y' when the update created the record rather
      * than adding to one already on file.
      *****************************************************************
           05 PJ-RUN-NBR        PIC 9(5).
           05 PJ-RUN-DATE       PIC 9(8).
           05 PJ-POST-PERIOD    PIC 9(6).
           05 PJ-ENTRY-TYPE     PIC X(2).
              88 PJ-STOCK-ENTRY    VALUE 'SB'.
              88 PJ-HISTORY-ENTRY  VALUE 'PH'.
              88 PJ-REGISTER-ENTRY VALUE 'CR'.
              88 PJ-GL-ENTRY       VALUE 'GL'.
              88 PJ-FEED-ENTRY     VALUE 'PF'.
              88 PJ-LOT-ENTRY      VALUE 'LB'.
              88 PJ-PO-ENTRY       VALUE 'PO'.
              88 PJ-LOTMOVE-ENTRY  VALUE 'LM'.
              88 PJ-DISPREG-ENTRY  VALUE 'DR'.
           05 PJ-NEW-SW         PIC X(1).
           05 PJ-DETAIL         PIC X(60).
      * STOCK-BALANCE: the signed movement applied to on-hand.
           05 PJ-STOCK-DETAIL REDEFINES PJ-DETAIL.
              10 PJS-PROD-ID    PIC X(3).
              10 PJS-PROD-NAME  PIC X(14).
              10 PJS-MOVE-QTY   PIC S9(7).
              10 FILLER         PIC X(36).
      * PRODUCT-HISTORY: the group's amounts added to the period.
           05 PJ-HISTORY-DETAIL REDEFINES PJ-DETAIL.
              10 PJH-PROD-ID    PIC X(3).
              10 PJH-PERIOD     PIC 9(6).
              10 PJH-SALES-QTY  PIC 9(7).
              10 PJH-SALES-SV   PIC 9(10)V9(2).
              10 PJH-RET-QTY    PIC 9(7).
              10 PJH-RET-SV     PIC 9(10)V9(2).
              10 FILLER         PIC X(13).
      * CUST-PROD-REG: the quantity added to sold or returned.
           05 PJ-REGISTER-DETAIL REDEFINES PJ-DETAIL.
              10 PJR-CUS-ID     PIC 9(5).
              10 PJR-PROD-ID    PIC X(3).
              10 PJR-SOLD-QTY   PIC 9(7).
              10 PJR-RET-QTY    PIC 9(7).
              10 FILLER         PIC X(38).
      * GL-POSTING: one posting side as written to the interface.
           05 PJ-GL-DETAIL REDEFINES PJ-DETAIL.
              10 PJG-ACCOUNT    PIC X(8).
              10 PJG-DR-CR      PIC X(2).
              10 PJG-AMOUNT     PIC 9(10)V9(2).
              10 PJG-PROD-ID    PIC X(3).
              10 PJG-PERIOD     PIC 9(6).
              10 PJG-DESC       PIC X(16).
              10 FILLER         PIC X(13).
      * PROCESSED-FEEDS: the fingerprint registered for the run.
           05 PJ-FEED-DETAIL REDEFINES PJ-DETAIL.
              10 PJF-CREATE-DATE PIC 9(8).
              10 PJF-SOURCE-SYS PIC X(8).
              10 PJF-REC-COUNT  PIC 9(7).
              10 PJF-HASH-TOTAL PIC 9(11)V9(2).
              10 PJF-RUN-DATE   PIC 9(8).
              10 FILLER         PIC X(16).
      * LOT-BALANCE: the signed movement applied to the lot, and
      * the last-move date the lot carried before it.
           05 PJ-LOT-DETAIL REDEFINES PJ-DETAIL.
              10 PJL-PROD-ID    PIC X(3).
              10 PJL-LOT-NBR    PIC X(10).
              10 PJL-MOVE-QTY   PIC S9(7).
              10 PJL-PRIOR-MOVE-DATE PIC 9(8).
              10 FILLER         PIC X(32).
      * OPEN-PO: the quantity received against the line, and the
      * status and last-receipt date the line carried before it.
           05 PJ-PO-DETAIL REDEFINES PJ-DETAIL.
              10 PJO-PO-NBR     PIC 9(6).
              10 PJO-LINE-NBR   PIC 9(3).
              10 PJO-PROD-ID    PIC X(3).
              10 PJO-RECV-QTY   PIC 9(7).
              10 PJO-PRIOR-STATUS PIC X(1).
              10 PJO-PRIOR-RECV-DATE PIC 9(8).
              10 FILLER         PIC X(32).
      * LOT-MOVEMENT: the trace record as written (willismlotmove).
           05 PJ-LOTMOVE-DETAIL REDEFINES PJ-DETAIL.
              10 PJM-TRANS-DATE PIC 9(8).
              10 PJM-PROD-ID    PIC X(3).
              10 PJM-LOT-NBR    PIC X(10).
              10 PJM-CUS-ID     PIC 9(5).
              10 PJM-TRANS-TYPE PIC X(1).
              10 PJM-QTY        PIC 9(7).
              10 PJM-SOURCE-SYS PIC X(8).
              10 PJM-RUN-DATE   PIC 9(8).
              10 FILLER         PIC X(10).
      * CS-DISPENSING-REG: the register record as written
      * (willismdispreg).
           05 PJ-DISPREG-DETAIL REDEFINES PJ-DETAIL.
              10 PJD-TRANS-DATE PIC 9(8).
              10 PJD-PROD-ID    PIC X(3).
              10 PJD-SCHEDULE-CODE PIC X(1).
              10 PJD-CUS-ID     PIC 9(5).
              10 PJD-TRANS-TYPE PIC X(1).
              10 PJD-QTY        PIC 9(7).
              10 PJD-RUN-BALANCE PIC S9(7).
              10 PJD-SOURCE-SYS PIC X(8).
              10 PJD-RUN-DATE   PIC 9(8).
              10 FILLER         PIC X(12).
