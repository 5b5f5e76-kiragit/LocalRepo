      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  THE NON-BUSINESS-DAY REFUSAL NOW SAYS
      *                   THE RUNPARM FORCE NEEDS AN AUTHORIZED
      *                   OPERATOR ID.
006100******************************************************
006200 IDENTIFICATION DIVISION.
006300 PROGRAM-ID. UTILMENU.
           MOVE "UM0001E" TO EXCPLOG-MSG-ID
           MOVE "IS NOT A BUSINESS DAY - SUITE NOT RUN" TO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           DISPLAY "UM0001E ADD THE F FORCE FLAG AND AN "
               "AUTHORIZED OPERATOR ID TO THE RUNPARM CARD TO "
               "RUN ANYWAY"
           MOVE 8 TO RETURN-CODE.
       1500-EXIT.
           EXIT.
