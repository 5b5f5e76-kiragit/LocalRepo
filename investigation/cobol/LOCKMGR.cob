001500*     LOCK SO OPERATIONS CAN SEE ITS AGE;
001600*   - A STALE LOCK (AN ABENDED RUN THAT NEVER RELEASED)
001700*     IS FORCED DELIBERATELY BY A LOKPARM CONTROL CARD
001800*     CARRYING "F" - NEVER BY HAND-EDITING FILES - AND
001810*     ONLY FOR AN OPERATOR THE OPRAUTH AUTHORITY FILE
001820*     ALLOWS TO FORCE THE LOCK;
001900*   - NESTED ACQUIRES INSIDE ONE RUN UNIT (UTILMENU
002000*     CALLING HELLO AND QQ) ARE GRANTED ON A DEPTH
002100*     COUNT, SO THE DRIVER AND ITS SUBPROGRAMS SHARE
      *                   COPYBOOK RUNLOCKR SO THE SUITESTA
      *                   SNAPSHOT READS EXACTLY THE LAYOUT
      *                   THIS PROGRAM WRITES.
      *   2026-10-15 DLH  THE LOKPARM FORCE CARD NOW CARRIES AN
      *                   OPERATOR ID, PROVED BY THE OPRAUTH
      *                   SUBPROGRAM BEFORE A HELD LOCK IS
      *                   FORCED.  A REFUSED FORCE IS LOGGED
      *                   (LM0005E) AND THE LOCK STAYS HELD.
002700******************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. LOCKMGR.
       FD  LOCK-PARM-FILE.
       01  LOKPARM-RECORD.
           05  LOKPARM-FORCE           PIC X(01).
           05  LOKPARM-OPER-ID         PIC X(08).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * OPERATOR-AUTHORITY INTERFACE (OPRAUTH SUBPROGRAM)
      ****************************************************
       COPY OPRAUTHL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-LOCK-STATUS           PIC X(02) VALUE "00".
      * 1200-LOCK-ALREADY-HELD - ANOTHER RUN HOLDS THE LOCK.
      * REFUSE AND SAY WHO HAS HELD IT SINCE WHEN, UNLESS THE
      * LOKPARM CARD SAYS FORCE - THAT IS THE SANCTIONED WAY
      * TO CLEAR A LOCK LEFT BY AN ABENDED RUN - AND THE
      * OPERATOR ON THE CARD IS AUTHORIZED TO FORCE IT.
      ****************************************************
       1200-LOCK-ALREADY-HELD.
           MOVE RUNLOCK-PROGRAM TO LOCKMGR-HOLDER
           MOVE RUNLOCK-DATE    TO LOCKMGR-HELD-DATE
           MOVE RUNLOCK-TIME    TO LOCKMGR-HELD-TIME
           PERFORM 1210-READ-FORCE-CARD THRU 1210-EXIT
           IF LOKPARM-FORCE = "F"
               PERFORM 1220-CHECK-FORCE-AUTHORITY THRU 1220-EXIT
           END-IF
           IF LOKPARM-FORCE = "F"
               DISPLAY "LM0003W RUN LOCK HELD BY "
                   RUNLOCK-PROGRAM " SINCE " RUNLOCK-DATE
               MOVE "RUN LOCK IS HELD BY ANOTHER RUN" TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               DISPLAY "LM0002E IF THAT RUN IS DEAD, ADD AN "
                   "F LOKPARM CARD WITH AN AUTHORIZED OPERATOR "
                   "ID TO FORCE THE RELEASE"
               SET LOCKMGR-REFUSED TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-FORCE-CARD.
           MOVE SPACES TO LOKPARM-RECORD
           OPEN INPUT LOCK-PARM-FILE
           IF DL100-PARM-STATUS = "00"
               READ LOCK-PARM-FILE
                   AT END
                       MOVE SPACES TO LOKPARM-RECORD
               END-READ
               CLOSE LOCK-PARM-FILE
           END-IF.
       1210-EXIT.
           EXIT.

      ****************************************************
      * 1220-CHECK-FORCE-AUTHORITY - OPRAUTH PROVES THE
      * OPERATOR ON THE FORCE CARD AND TRAILS THE ATTEMPT.
      * A REFUSED FORCE IS CANCELLED, SO THE LOCK IS REFUSED
      * EXACTLY AS IF NO CARD HAD BEEN PUNCHED.
      ****************************************************
       1220-CHECK-FORCE-AUTHORITY.
           MOVE LOKPARM-OPER-ID TO OPRAUTH-OPERATOR-ID
           SET OPRAUTH-FORCE-LOCK TO TRUE
           MOVE LOCKMGR-CALLER  TO OPRAUTH-CALLER
           MOVE SPACES          TO OPRAUTH-DETAIL
           STRING "LOCK HELD BY " RUNLOCK-PROGRAM
               DELIMITED BY SIZE INTO OPRAUTH-DETAIL
           CALL "OPRAUTH" USING OPRAUTH-AREA
           IF OPRAUTH-REFUSED
               DISPLAY "LM0005E LOKPARM FORCE BY OPERATOR "
                   LOKPARM-OPER-ID " REFUSED - "
                   OPRAUTH-REASON-TEXT
               MOVE "LM0005E" TO EXCPLOG-MSG-ID
               MOVE SPACES TO EXCPLOG-TEXT
               STRING "LOKPARM FORCE REFUSED - " OPRAUTH-REASON-TEXT
                   DELIMITED BY SIZE INTO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE SPACE TO LOKPARM-FORCE
           END-IF.
       1220-EXIT.
           EXIT.

       1300-TAKE-THE-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           IF DL100-LOCK-STATUS = "00"
