      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  THE FEED CUT HERE IS NOW THE HOUSE
      *                   FEED: ITS HEADER AND REGISTER ENTRY
      *                   CARRY A BLANK SUBSCRIBER AND FEED
      *                   TYPE "D", AND THE QQDIST STEP CUTS
      *                   THE PER-SUBSCRIBER EXTRACTS FROM IT.
002000******************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. QQDELTA.
           MOVE BUSDATE-BUS-DATE     TO QQDELTA-HDR-BUS-DATE
           MOVE DL100-FEED-SEQ       TO QQDELTA-HDR-FEED-SEQ
           MOVE DL100-FEED-OPERATION TO QQDELTA-HDR-OPERATION
           SET QQDELTA-HDR-DELTA     TO TRUE
           WRITE QQDELTA-HEADER-REC.
       1400-EXIT.
           EXIT.
               MOVE DL100-HASH-TOTAL    TO FEEDREG-HASH-TOTAL
               MOVE 0                   TO FEEDREG-ACK-COUNT
               SET FEEDREG-PENDING      TO TRUE
               MOVE SPACES              TO FEEDREG-SUB-ID
               SET FEEDREG-DELTA-FEED   TO TRUE
               WRITE FEEDREG-RECORD
               CLOSE FEED-REG-FILE
           ELSE
