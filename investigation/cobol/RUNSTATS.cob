      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  RUNHIST-RECORD MOVED TO SHARED
      *                   COPYBOOK RUNHISTR SO THE MTHCLOSE
      *                   MONTHLY SUMMARY READS EXACTLY THE
      *                   LAYOUT THIS PROGRAM WRITES.
002900******************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. RUNSTATS.
       01  AUDIT-ARC-RECORD            PIC X(53).
      *
       FD  RUN-HIST-FILE.
           COPY RUNHISTR.
      *
       FD  RS-RPT-FILE.
       01  RSRPT-RECORD                PIC X(90).
