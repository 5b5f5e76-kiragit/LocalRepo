001600* THE CUTOFF DATE IS DELIBERATELY NOT DEFAULTED, FOR
001700* THE SAME REASON AUDITHKP REFUSES TO GUESS ITS OWN
001800* RETENTION THRESHOLD.  NO CARD OR A BAD CARD MEANS NO
001900* SWEEP, AND SO DOES A CARD WHOSE OPERATOR ID THE
001910* OPRAUTH AUTHORITY FILE DOES NOT ALLOW TO SWEEP.
001920*
001930* A GENERATION CARRYING A MONTH-END PROTECTION MARKER
001940* (WRITTEN BY MTHCLOSE AT DATE, 00, 00, 01) IS NEVER
001950* PRUNED, WHATEVER ITS AGE.
002000*
002100* MODIFICATION HISTORY
002200*   2026-09-02 DLH  INITIAL VERSION.
      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  QMSPARM NOW CARRIES AN OPERATOR ID,
      *                   PROVED BY THE OPRAUTH SUBPROGRAM
      *                   (WHICH ALSO TRAILS THE ATTEMPT).  AN
      *                   OPERATOR WITHOUT SWEEP AUTHORITY GETS
      *                   QS0005E AND NO SWEEP.
      *   2026-10-15 DLH  MONTH-END GENERATIONS PROTECTED BY
      *                   MTHCLOSE ARE KEPT PAST THE CUTOFF AND
      *                   COUNTED ON THE REPORT.
002300******************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. QQMSWEEP.
       FD  SWEEP-PARM-FILE.
       01  QMSPARM-RECORD.
           05  QMSPARM-CUTOFF-DATE     PIC 9(08).
           05  QMSPARM-OPER-ID         PIC X(08).
      *
       FD  QQ-MAST-FILE.
           COPY QQMASTRC.
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * OPERATOR-AUTHORITY INTERFACE (OPRAUTH SUBPROGRAM)
      ****************************************************
       COPY OPRAUTHL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-PARM-STATUS           PIC X(02) VALUE "00".
           88  DL100-MAST-OPENED           VALUE "Y".
       01  DL100-SCAN-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-SCAN-DONE             VALUE "Y".
       01  DL100-PROTECTED-SWITCH      PIC X(01) VALUE "N".
           88  DL100-GEN-PROTECTED         VALUE "Y".
      ****************************************************
      * CONTROL VALUES - THE CUTOFF FROM THE CARD, THE NEWEST
      * GENERATION (NEVER PRUNED), AND THE GENERATION
       77  DL100-PRUNED-CELLS          PIC 9(07) VALUE 0.
       77  DL100-PRUNED-GENS           PIC 9(03) VALUE 0.
       77  DL100-KEPT-GENS             PIC 9(03) VALUE 0.
       77  DL100-PROTECTED-GENS        PIC 9(03) VALUE 0.
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************

      ****************************************************
      * 1100-READ-PARM-CARD - NO CUTOFF, NO SWEEP.  THIS JOB
      * NEVER DEFAULTS ITS RETENTION THRESHOLD.  A GOOD
      * CUTOFF STILL NEEDS AN AUTHORIZED OPERATOR.
      ****************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT SWEEP-PARM-FILE
                          AND QMSPARM-CUTOFF-DATE > 19000101
                           MOVE QMSPARM-CUTOFF-DATE
                               TO DL100-CUTOFF-DATE
                           PERFORM 1150-CHECK-OPERATOR
                               THRU 1150-EXIT
                       ELSE
                           PERFORM 8000-BAD-CUTOFF-CARD
                               THRU 8000-EXIT
       1100-EXIT.
           EXIT.

      ****************************************************
      * 1150-CHECK-OPERATOR - OPRAUTH PROVES THE OPERATOR ON
      * THE CARD AND TRAILS THE ATTEMPT.
      ****************************************************
       1150-CHECK-OPERATOR.
           MOVE QMSPARM-OPER-ID TO OPRAUTH-OPERATOR-ID
           SET OPRAUTH-SWEEP TO TRUE
           MOVE "QQMSWEEP" TO OPRAUTH-CALLER
           MOVE SPACES     TO OPRAUTH-DETAIL
           STRING "SWEEP CUTOFF " DL100-CUTOFF-DATE
               DELIMITED BY SIZE INTO OPRAUTH-DETAIL
           CALL "OPRAUTH" USING OPRAUTH-AREA
           IF OPRAUTH-REFUSED
               PERFORM 8100-OPERATOR-REFUSED THRU 8100-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

      ****************************************************
      * 1200-BUILD-GEN-DIRECTORY - ONE KEYED HOP PER
      * GENERATION, THE SAME WAY QQINQ AND QQAPPLY GATHER

      ****************************************************
      * 2000-SWEEP-ONE-GENERATION - PRUNE THE GENERATION WHEN
      * IT IS OLDER THAN THE CUTOFF, NOT THE NEWEST ON THE
      * MASTER AND NOT A PROTECTED MONTH-END GENERATION;
      * OTHERWISE JUST REPORT IT KEPT.
      ****************************************************
       2000-SWEEP-ONE-GENERATION.
           MOVE DL100-GEN-DATE (DL100-SUB-G) TO DL100-SWEEP-GEN
           MOVE DL100-SWEEP-GEN TO QMSR-GEN-DATE
           MOVE SPACES TO QMSR-GEN-FLAG
           PERFORM 2050-CHECK-PROTECTION THRU 2050-EXIT
           EVALUATE TRUE
               WHEN DL100-SWEEP-GEN >= DL100-CUTOFF-DATE
                   ADD 1 TO DL100-KEPT-GENS
                   MOVE "CUTOFF WOULD TAKE THE NEWEST GENERATION - KEPT"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN DL100-GEN-PROTECTED
                   ADD 1 TO DL100-KEPT-GENS
                   ADD 1 TO DL100-PROTECTED-GENS
                   MOVE "KEPT"   TO QMSR-GEN-VERDICT
                   MOVE 0        TO QMSR-GEN-CELLS
                   MOVE " ** MONTH-END GENERATION - PROTECTED"
                       TO QMSR-GEN-FLAG
                   WRITE QMSR-RECORD FROM QMSR-GEN-LINE
               WHEN OTHER
                   PERFORM 2100-PRUNE-THE-GENERATION
                       THRU 2100-EXIT
       2000-EXIT.
           EXIT.

      ****************************************************
      * 2050-CHECK-PROTECTION - ONE KEYED READ FOR THE
      * MONTH-END PROTECTION MARKER AT (DATE, 00, 00, 01).
      ****************************************************
       2050-CHECK-PROTECTION.
           MOVE "Y" TO DL100-PROTECTED-SWITCH
           MOVE DL100-SWEEP-GEN TO QQMAST-BUS-DATE
           MOVE 0 TO QQMAST-SET-ID QQMAST-ROW-KEY
           MOVE 1 TO QQMAST-COL-KEY
           READ QQ-MAST-FILE
               INVALID KEY
                   MOVE "N" TO DL100-PROTECTED-SWITCH
           END-READ.
       2050-EXIT.
           EXIT.

      ****************************************************
      * 2100-PRUNE-THE-GENERATION - DELETE EVERY CELL OF THE
      * GENERATION.  EACH DELETE IS KEYED ON THE CELL JUST
           MOVE "GENERATIONS KEPT"     TO QMSR-CNT-MSG
           MOVE DL100-KEPT-GENS        TO QMSR-CNT-VALUE
           WRITE QMSR-RECORD FROM QMSR-COUNT-LINE
           MOVE "  MONTH-END GENERATIONS PROTECTED"
               TO QMSR-CNT-MSG
           MOVE DL100-PROTECTED-GENS   TO QMSR-CNT-VALUE
           WRITE QMSR-RECORD FROM QMSR-COUNT-LINE
           MOVE "GENERATIONS PRUNED"   TO QMSR-CNT-MSG
           MOVE DL100-PRUNED-GENS      TO QMSR-CNT-VALUE
           WRITE QMSR-RECORD FROM QMSR-COUNT-LINE
       8000-EXIT.
           EXIT.

      ****************************************************
      * 8100-OPERATOR-REFUSED - THE OPERATOR ON THE QMSPARM
      * CARD MAY NOT SWEEP THE MASTER.  NOTHING IS PRUNED.
      ****************************************************
       8100-OPERATOR-REFUSED.
           DISPLAY "QS0005E QMSPARM OPERATOR " QMSPARM-OPER-ID
               " REFUSED - " OPRAUTH-REASON-TEXT
               " - NO GENERATIONS PRUNED"
           MOVE "QS0005E" TO EXCPLOG-MSG-ID
           MOVE SPACES TO EXCPLOG-TEXT
           STRING "SWEEP REFUSED - " OPRAUTH-REASON-TEXT
               DELIMITED BY SIZE INTO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           MOVE "Y" TO DL100-ABEND-SWITCH
           MOVE 16  TO RETURN-CODE.
       8100-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
