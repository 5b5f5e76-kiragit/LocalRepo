000100******************************************************
000200* RUNHISTR.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE RUNHIST RUN-HISTORY FILE
000500* REBUILT BY RUNSTATS - ONE RECORD PER PROGRAM PER
000600* BUSINESS DATE WITH THE ELAPSED SECONDS OF ITS LAST
000700* COMPLETED RUN, HOW MANY TIMES IT STARTED THAT DATE,
000800* AND ITS END STATUS (COMPLETE, ABEND, OR NOEND WHEN
000900* THE START NEVER PAIRED WITH AN END).
001000*
001100* MODIFICATION HISTORY
001200*   2026-10-15 DLH  INITIAL VERSION - LAYOUT PULLED OUT
001300*                   OF RUNSTATS SO THE MTHCLOSE MONTHLY
001400*                   SUMMARY READS EXACTLY THE LAYOUT
001500*                   RUNSTATS WRITES.
001600******************************************************
001700 01  RUNHIST-RECORD.
001800     05  RUNHIST-PROGRAM         PIC X(08).
001900     05  RUNHIST-BUS-DATE        PIC 9(08).
002000     05  RUNHIST-ELAPSED-SECS    PIC 9(06).
002100     05  RUNHIST-RUN-COUNT       PIC 9(03).
002200     05  RUNHIST-STATUS          PIC X(08).
