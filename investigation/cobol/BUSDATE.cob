001500* SO NO CALENDAR ENTRY IS NEEDED FOR ORDINARY
001600* WEEKENDS).  THE CALLER DECIDES WHAT A NON-BUSINESS
001700* DAY MEANS - UTILMENU REFUSES TO RUN UNLESS THE CARD
001800* SAYS FORCE.  A FORCE ON A NON-BUSINESS DAY IS ONLY
001810* HONOURED FOR AN OPERATOR THE OPRAUTH AUTHORITY FILE
001820* ALLOWS TO FORCE ONE; OTHERWISE IT IS IGNORED AND THE
001830* DAY STAYS UNFORCED.
001900*
002000* THE CARD AND CALENDAR ARE READ ON THE FIRST CALL ONLY
002100* AND THE ANSWER IS CACHED, SO UTILMENU AND THE
002300*
002400* MODIFICATION HISTORY
002500*   2026-08-22 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  RUNPARM NOW CARRIES AN OPERATOR ID.  A
      *                   FORCE ON A NON-BUSINESS DAY IS PROVED
      *                   BY THE OPRAUTH SUBPROGRAM (WHICH ALSO
      *                   TRAILS THE ATTEMPT) AND A REFUSED
      *                   FORCE IS DROPPED WITH BD0005W.
002600******************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. BUSDATE.
       01  RUNPARM-RECORD.
           05  RUNPARM-RUN-DATE        PIC 9(08).
           05  RUNPARM-FORCE           PIC X(01).
           05  RUNPARM-OPER-ID         PIC X(08).
      *
       FD  BUS-CAL-FILE.
       01  BUSCAL-RECORD.
       01  DL100-FIRST-CALL-SWITCH     PIC X(01) VALUE "Y".
           88  DL100-FIRST-CALL            VALUE "Y".
      ****************************************************
      * FORCE ASKED FOR ON THE RUNPARM CARD, AND BY WHOM.  IT
      * ONLY BECOMES THE CACHED FORCE SWITCH ONCE THE DAY IS
      * KNOWN TO BE NON-BUSINESS AND THE OPERATOR IS PROVED.
      ****************************************************
       01  DL100-FORCE-ASKED-SWITCH    PIC X(01) VALUE "N".
           88  DL100-FORCE-ASKED           VALUE "Y".
       01  DL100-FORCE-OPER-ID         PIC X(08) VALUE SPACES.
      ****************************************************
      * OPERATOR-AUTHORITY INTERFACE (OPRAUTH SUBPROGRAM)
      ****************************************************
       COPY OPRAUTHL.
      ****************************************************
      * CACHED ANSWER - BUILT ON THE FIRST CALL, HANDED BACK
      * UNCHANGED ON EVERY LATER CALL IN THE RUN UNIT.
      ****************************************************

      ****************************************************
      * 1000-ESTABLISH-BUS-DATE - CARD FIRST, THEN CALENDAR,
      * THEN THE WEEKEND RULE, THEN ANY FORCE THE CARD ASKED
      * FOR ON A NON-BUSINESS DAY.
      ****************************************************
       1000-ESTABLISH-BUS-DATE.
           ACCEPT DL100-SAVED-BUS-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT
           PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
           PERFORM 2000-JUDGE-THE-DAY THRU 2000-EXIT
           IF DL100-FORCE-ASKED
              AND DL100-SAVED-DAY-SWITCH = "N"
               PERFORM 3000-CHECK-FORCE-AUTHORITY THRU 3000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

                               DL100-SAVED-BUS-DATE
                       END-IF
                       IF RUNPARM-FORCE = "F"
                           MOVE "Y" TO DL100-FORCE-ASKED-SWITCH
                           MOVE RUNPARM-OPER-ID
                               TO DL100-FORCE-OPER-ID
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
               REMAINDER DL100-ZEL-DOW.
       2200-EXIT.
           EXIT.

      ****************************************************
      * 3000-CHECK-FORCE-AUTHORITY - THE CARD ASKED TO FORCE
      * A NON-BUSINESS DAY.  OPRAUTH PROVES THE OPERATOR AND
      * TRAILS THE ATTEMPT; ONLY A GRANT SETS THE FORCE
      * SWITCH EVERY CALLER SEES.
      ****************************************************
       3000-CHECK-FORCE-AUTHORITY.
           MOVE DL100-FORCE-OPER-ID TO OPRAUTH-OPERATOR-ID
           SET OPRAUTH-FORCE-NONBUS TO TRUE
           MOVE "BUSDATE" TO OPRAUTH-CALLER
           MOVE SPACES    TO OPRAUTH-DETAIL
           STRING "FORCE RUN ON " DL100-SAVED-BUS-DATE
               DELIMITED BY SIZE INTO OPRAUTH-DETAIL
           CALL "OPRAUTH" USING OPRAUTH-AREA
           IF OPRAUTH-GRANTED
               MOVE "F" TO DL100-SAVED-FORCE-SWITCH
           ELSE
               DISPLAY "BD0005W RUNPARM FORCE FOR "
                   DL100-SAVED-BUS-DATE " BY OPERATOR "
                   DL100-FORCE-OPER-ID " REFUSED - "
                   OPRAUTH-REASON-TEXT
           END-IF.
       3000-EXIT.
           EXIT.
