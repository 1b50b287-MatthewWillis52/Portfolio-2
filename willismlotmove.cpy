      *****************************************************************
      * WILLISMLOTMOVE - Lot movement trace, one record per lot a
      * transaction touched, appended by PROGRAM2 and never cleared:
      * a sale spread over two lots writes two records. LOTRECALL
      * reads it back to find every customer who received a lot.
      * LM-CUS-ID is zero on a 'P' receipt. BACKOUT never deletes
      * from the trace: it backs a reversed run's movements out with
      * a copy of each, flagged LM-REVERSAL, which readers net off
      * the movement it copies.
      *****************************************************************
           05 LM-TRANS-DATE     PIC 9(8).
           05 LM-PROD-ID        PIC X(3).
           05 LM-LOT-NBR        PIC X(10).
           05 LM-CUS-ID         PIC 9(5).
      * 'S' sale, 'R' return, 'P' stock receipt.
           05 LM-TRANS-TYPE     PIC X(1).
           05 LM-QTY            PIC 9(7).
           05 LM-SOURCE-SYS     PIC X(8).
           05 LM-RUN-DATE       PIC 9(8).
           05 LM-REVERSAL-SW    PIC X(1).
              88 LM-REVERSAL    VALUE 'V'.
