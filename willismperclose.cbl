
      * Only the leading fields matter to the retention decision;
      * the row is carried whole either way. The filler matches
      * the 137-byte RUN-CONTROL-REC PROGRAM2 writes, so the
      * rewritten file carries no phantom padding.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-NBR        PIC 9(5).
           05 RC-RUN-DATE       PIC 9(8).
           05 RC-REST           PIC X(124).

       FD  RUNCTL-ARCH-FILE.
       01  RUNCTL-ARCH-REC      PIC X(137).

       FD  RUNCTL-WORK-FILE.
       01  RUNCTL-WORK-REC      PIC X(137).


       WORKING-STORAGE SECTION.
