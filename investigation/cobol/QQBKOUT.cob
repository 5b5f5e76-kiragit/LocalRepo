000100******************************************************
000200* QQBKOUT.COB
000300*
000400* TARGETED BACKOUT OF ONE QQMAST GENERATION.  WHEN
000500* QQAPPLY REJECTS PART OF A FEED, OR QQLOAD LOADS THE
000600* WRONG QQFLAT, THE BAD GENERATION STAYS ON THE MASTER;
000700* QQMSWEEP PRUNES ONLY BY AGE AND WOULD TAKE GOOD
000800* HISTORY WITH IT.  THIS STEP IS THE SANCTIONED UNDO:
000900*   - THE QBOPARM CONTROL CARD NAMES THE BUSINESS DATE
001000*     OF THE BAD GENERATION AND, OPTIONALLY, ONE TABLE
001100*     SET.  WITH NO SET THE WHOLE GENERATION GOES - EVERY
001200*     CELL AND ITS SET-00 RECORDS (THE GENERATION-
001300*     COMPLETE MARKER AND ANY MONTH-END PROTECTION
001400*     MARKER).  WITH A SET, ONLY THAT SET'S CELLS GO AND
001500*     THE GENERATION OTHERWISE STANDS;
001600*   - ONLY THE NEWEST GENERATION (THE NEWEST HOLDING THE
001700*     SET, FOR A SET BACKOUT) MAY BE BACKED OUT - A LATER
001800*     GENERATION WAS BUILT ON TOP OF IT BY QQAPPLY, SO
001900*     TAKING AN OLDER ONE OUT WOULD NOT UNDO ANYTHING;
002000*   - THE QBORPT REPORT SHOWS THE GENERATION CELL BY SET
002100*     BEFORE AND AFTER, AND PROVES THAT NOTHING OF IT IS
002200*     LEFT AND THAT THE PREVIOUS GENERATION IS NOW THE
002300*     NEWEST ON THE MASTER (FOR THE SET);
002400*   - EVERY QQFEEDRG REGISTER ENTRY CUT FOR THE BUSINESS
002500*     DATE (THE HOUSE FEED AND EACH SUBSCRIBER EXTRACT)
002600*     IS MARKED BACKED OUT ("B").  THE FEED CAN THEN BE
002700*     REISSUED UNDER A NEW SEQUENCE NUMBER, AND QQFEEDAK
002800*     NO LONGER COUNTS RECEIPTS FOR THE OLD ONE.  THE
002900*     REGISTER IS REWRITTEN THROUGH THE QQFEEDRN WORK
003000*     FILE, THE SAME WAY QQFEEDAK REWRITES IT.
003100* THE SUITE RUN LOCK (LOCKMGR) IS HELD THROUGHOUT, SO
003200* NO QQ RUN CAN LAND A GENERATION UNDER THE BACKOUT.
003300*
003400* A CARD THAT IS MISSING OR BAD ENDS THE STEP RC 16 WITH
003500* NOTHING TOUCHED.  A BACKOUT REFUSED (NO SUCH
003600* GENERATION, OR NOT THE NEWEST) OR A PROOF THAT FAILS
003700* ENDS RC 8.  RC 4 FLAGS A BACKOUT THAT WORKED BUT LEFT
003800* SOMETHING FOR OPERATIONS TO LOOK AT - NO EARLIER
003900* GENERATION, AN EARLIER GENERATION WITHOUT ITS MARKER,
004000* OR NO FEED ON THE REGISTER FOR THE DATE.
004100*
004200* MODIFICATION HISTORY
004300*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  A MASTER WITH MORE GENERATIONS THAN
      *                   THE DIRECTORY HOLDS NOW DROPS THE
      *                   OLDEST DATES, NOT THE NEWEST, SO AN
      *                   OLDER GENERATION CAN NO LONGER PASS
      *                   FOR THE NEWEST AND BE BACKED OUT.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.  FILES ARE CLOSED
      *                   AT END OF JOB ONLY WHEN THEY WERE
      *                   OPENED.  SOME EXCEPTION-LOG TEXTS ARE
      *                   REWORDED TO FIT.
004400******************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. QQBKOUT.
004700 AUTHOR. D HARTLEY.
004800 INSTALLATION. DAILY UTILITY SUITE.
004900 DATE-WRITTEN. 2026-10-15.
005000 DATE-COMPILED.
005100******************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
           SELECT BKOUT-PARM-FILE ASSIGN TO "QBOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARM-STATUS.
           SELECT QQ-MAST-FILE ASSIGN TO "QQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QQMAST-KEY
               FILE STATUS IS DL100-MAST-STATUS.
           SELECT FEED-REG-FILE ASSIGN TO "QQFEEDRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REG-STATUS.
           SELECT FEED-REG-NEW-FILE ASSIGN TO "QQFEEDRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-NEW-STATUS.
           SELECT BKOUT-RPT-FILE ASSIGN TO "QBORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
005500******************************************************
005600 DATA DIVISION.
005700 FILE SECTION.
       FD  BKOUT-PARM-FILE.
       01  QBOPARM-RECORD.
           05  QBOPARM-BUS-DATE        PIC X(08).
           05  QBOPARM-SET-ID          PIC X(02).
      *
       FD  QQ-MAST-FILE.
           COPY QQMASTRC.
      *
       FD  FEED-REG-FILE.
           COPY QQFEEDRC.
      *
       FD  FEED-REG-NEW-FILE.
       01  FEED-REG-NEW-RECORD         PIC X(76).
      *
       FD  BKOUT-RPT-FILE.
       01  QBOR-RECORD                 PIC X(90).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * RUN-LOCK INTERFACE (LOCKMGR SUBPROGRAM)
      ****************************************************
       COPY LOCKMGRL.
       01  DL100-LOCK-REFUSED-SWITCH   PIC X(01) VALUE "N".
           88  DL100-LOCK-REFUSED          VALUE "Y".
       01  DL100-SAVED-RC              PIC S9(04) VALUE 0.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-PARM-STATUS           PIC X(02) VALUE "00".
       01  DL100-MAST-STATUS           PIC X(02) VALUE "00".
       01  DL100-REG-STATUS            PIC X(02) VALUE "00".
       01  DL100-NEW-STATUS            PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-MAST-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  DL100-MAST-OPENED           VALUE "Y".
       01  DL100-RPT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-RPT-OPENED            VALUE "Y".
       01  DL100-SCAN-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-SCAN-DONE             VALUE "Y".
       01  DL100-REG-EOF-SWITCH        PIC X(01) VALUE "N".
           88  DL100-REG-EOF               VALUE "Y".
       01  DL100-NEW-EOF-SWITCH        PIC X(01) VALUE "N".
           88  DL100-NEW-EOF               VALUE "Y".
       01  DL100-HOLDS-SWITCH          PIC X(01) VALUE "N".
           88  DL100-GEN-HOLDS-SET         VALUE "Y".
       01  DL100-MARKER-SWITCH         PIC X(01) VALUE "N".
           88  DL100-MARKER-SEEN           VALUE "Y".
       01  DL100-PROTECT-SWITCH        PIC X(01) VALUE "N".
           88  DL100-PROTECT-SEEN          VALUE "Y".
       01  DL100-PROOF-SWITCH          PIC X(01) VALUE "Y".
           88  DL100-PROOF-GOOD            VALUE "Y".
       01  DL100-WARNING-SWITCH        PIC X(01) VALUE "N".
           88  DL100-WARNING-RAISED        VALUE "Y".
      ****************************************************
      * THE TARGET FROM THE CARD.  A TARGET SET OF ZERO MEANS
      * THE WHOLE GENERATION.
      ****************************************************
       01  DL100-TARGET-GEN            PIC 9(08) VALUE 0.
       01  DL100-TARGET-SET            PIC 9(02) VALUE 0.
           88  DL100-WHOLE-GENERATION      VALUE 0.
      ****************************************************
      * GENERATION DIRECTORY, GATHERED BY KEYED HOPS AS IN
      * QQMSWEEP, AND WHAT IT SAYS ABOUT THE TARGET: THE
      * NEWEST GENERATION (HOLDING THE SET) AND THE NEWEST
      * ONE BEFORE THE TARGET (HOLDING THE SET).  WHEN THE
      * MASTER HOLDS MORE GENERATIONS THAN THE DIRECTORY CAN,
      * THE OLDEST DATES ARE THE ONES DROPPED - THE NEWEST
      * MUST ALWAYS BE ON HAND OR AN OLDER GENERATION COULD
      * PASS FOR THE NEWEST AND BE BACKED OUT.
      ****************************************************
       77  DL100-GEN-MAX               PIC 9(03) COMP VALUE 60.
       77  DL100-GEN-COUNT             PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-G                 PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-G2                PIC 9(03) COMP VALUE 0.
       01  DL100-GEN-TBL.
           03  DL100-GEN-DATE OCCURS 60 TIMES
                                       PIC 9(08).
       01  DL100-GEN-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
           88  DL100-GEN-OVERFLOWED        VALUE "Y".
       01  DL100-NEWEST-GEN            PIC 9(08) VALUE 0.
       01  DL100-PREVIOUS-GEN          PIC 9(08) VALUE 0.
       01  DL100-BEFORE-NEWEST         PIC 9(08) VALUE 0.
       01  DL100-BEFORE-PREVIOUS       PIC 9(08) VALUE 0.
       01  DL100-TARGET-SEEN-SWITCH    PIC X(01) VALUE "N".
           88  DL100-TARGET-SEEN           VALUE "Y".
      ****************************************************
      * CELL COUNTS FOR THE TARGET GENERATION, BY SET.  THE
      * IN-SCOPE COUNT IS EVERY RECORD THE BACKOUT TAKES:
      * THE WHOLE GENERATION, OR ONE SET OF IT.
      ****************************************************
       77  DL100-SUB-S                 PIC 9(03) COMP VALUE 0.
       01  DL100-SET-CELL-TBL.
           03  DL100-SET-CELLS OCCURS 99 TIMES
                                       PIC 9(07).
       77  DL100-SET-00-COUNT          PIC 9(07) VALUE 0.
       77  DL100-SCOPE-COUNT           PIC 9(07) VALUE 0.
       77  DL100-BEFORE-COUNT          PIC 9(07) VALUE 0.
       77  DL100-AFTER-COUNT           PIC 9(07) VALUE 0.
       77  DL100-REMOVED-COUNT         PIC 9(07) VALUE 0.
       01  DL100-BEFORE-MARKER-SWITCH  PIC X(01) VALUE "N".
           88  DL100-BEFORE-MARKER         VALUE "Y".
       01  DL100-BEFORE-PROTECT-SWITCH PIC X(01) VALUE "N".
           88  DL100-BEFORE-PROTECT        VALUE "Y".
       01  DL100-SAVE-SET              PIC 9(02) VALUE 0.
       01  DL100-SAVE-ROW              PIC 9(02) VALUE 0.
       01  DL100-SAVE-COL              PIC 9(02) VALUE 0.
      ****************************************************
      * FEED REGISTER COUNTS
      ****************************************************
       77  DL100-FEED-MARKED           PIC 9(05) VALUE 0.
       77  DL100-FEED-ALREADY          PIC 9(05) VALUE 0.
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  QBOR-HEADING.
           05  FILLER                  PIC X(46) VALUE
               "QQBKOUT - QQMAST GENERATION BACKOUT, BUS DATE".
           05  QBOR-HDG-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  SET ".
           05  QBOR-HDG-SET            PIC X(05).
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  QBOR-SECTION-LINE.
           05  QBOR-SECTION-TITLE      PIC X(90).
       01  QBOR-ITEM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBOR-ITEM-LABEL         PIC X(40).
           05  QBOR-ITEM-VALUE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBOR-ITEM-FLAG          PIC X(36).
       01  QBOR-SET-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "SET ".
           05  QBOR-SET-ID             PIC 9(02).
           05  FILLER                  PIC X(08) VALUE "  CELLS ".
           05  QBOR-SET-CELLS          PIC Z(06)9.
           05  FILLER                  PIC X(63) VALUE SPACES.
       01  QBOR-FEED-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "FEED SEQ ".
           05  QBOR-FD-SEQ             PIC 9(06).
           05  FILLER                  PIC X(06) VALUE "  SUB ".
           05  QBOR-FD-SUB-ID          PIC X(08).
           05  FILLER                  PIC X(09) VALUE "  STATUS ".
           05  QBOR-FD-OLD-STATUS      PIC X(01).
           05  FILLER                  PIC X(07) VALUE "  ACKS ".
           05  QBOR-FD-ACKS            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBOR-FD-FLAG            PIC X(33).
       01  QBOR-TEXT-LINE.
           05  QBOR-TEXT-MSG           PIC X(90).
      ****************************************************
005800 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT
           IF DL100-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF NOT DL100-ABEND-OCCURRED
                   PERFORM 2000-TAKE-BEFORE-PICTURE THRU 2000-EXIT
                   PERFORM 2500-CHECK-THE-TARGET THRU 2500-EXIT
               END-IF
               IF NOT DL100-ABEND-OCCURRED
                   PERFORM 3000-REMOVE-THE-GENERATION
                       THRU 3000-EXIT
                   PERFORM 4000-TAKE-AFTER-PICTURE THRU 4000-EXIT
                   PERFORM 5000-MARK-THE-FEEDS THRU 5000-EXIT
                   PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               PERFORM 0200-RELEASE-RUN-LOCK THRU 0200-EXIT
           END-IF
           GOBACK.

      ****************************************************
      * 0100/0200 - TAKE AND FREE THE SUITE RUN LOCK.  A
      * REFUSAL MEANS ANOTHER COPY OF THE SUITE IS ALREADY
      * RUNNING AGAINST THESE FILES.
      ****************************************************
       0100-ACQUIRE-RUN-LOCK.
           SET LOCKMGR-FN-ACQUIRE TO TRUE
           MOVE "QQBKOUT" TO LOCKMGR-CALLER
           CALL "LOCKMGR" USING LOCKMGR-AREA
           IF LOCKMGR-REFUSED
               MOVE "Y" TO DL100-LOCK-REFUSED-SWITCH
               DISPLAY "QO0006E RUN LOCK REFUSED - NOTHING BACKED "
                   "OUT"
               MOVE "QO0006E" TO EXCPLOG-MSG-ID
               MOVE "RUN LOCK REFUSED - NOTHING BACKED OUT"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-IF.
       0100-EXIT.
           EXIT.

      ****************************************************
      * THE RELEASE CALL WOULD OTHERWISE ZERO THIS RUN'S OWN
      * RETURN CODE, SO IT IS SAVED AND RESTORED AROUND THE
      * CALL, AS IN QQ.
      ****************************************************
       0200-RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO DL100-SAVED-RC
           SET LOCKMGR-FN-RELEASE TO TRUE
           MOVE "QQBKOUT" TO LOCKMGR-CALLER
           CALL "LOCKMGR" USING LOCKMGR-AREA
           MOVE DL100-SAVED-RC TO RETURN-CODE.
       0200-EXIT.
           EXIT.

      ****************************************************
      * 1000-INITIALIZE - THE CARD IS MANDATORY.  OPEN THE
      * REPORT, THEN THE MASTER FOR UPDATE, AND GATHER THE
      * GENERATION DIRECTORY.
      ****************************************************
       1000-INITIALIZE.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           IF NOT DL100-ABEND-OCCURRED
               OPEN OUTPUT BKOUT-RPT-FILE
               IF DL100-RPT-STATUS NOT = "00"
                   DISPLAY "QO0001E CANNOT OPEN QBORPT REPORT "
                       "FILE - STATUS " DL100-RPT-STATUS
                   MOVE "QO0001E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN QBORPT REPORT FILE - STATUS"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               ELSE
                   MOVE "Y" TO DL100-RPT-OPEN-SWITCH
                   MOVE DL100-TARGET-GEN TO QBOR-HDG-DATE
                   IF DL100-WHOLE-GENERATION
                       MOVE "(ALL)" TO QBOR-HDG-SET
                   ELSE
                       MOVE DL100-TARGET-SET TO QBOR-HDG-SET
                   END-IF
                   WRITE QBOR-RECORD FROM QBOR-HEADING
                   MOVE SPACES TO QBOR-RECORD
                   WRITE QBOR-RECORD
                   PERFORM 1010-OPEN-THE-MASTER THRU 1010-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1010-OPEN-THE-MASTER.
           OPEN I-O QQ-MAST-FILE
           IF DL100-MAST-STATUS NOT = "00"
               DISPLAY "QO0001E CANNOT OPEN QQMAST FOR UPDATE - "
                   "STATUS " DL100-MAST-STATUS
               MOVE "QO0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQMAST FOR UPDATE - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE "Y" TO DL100-MAST-OPEN-SWITCH
               PERFORM 1200-BUILD-GEN-DIRECTORY THRU 1200-EXIT
               PERFORM 1300-PLACE-THE-TARGET THRU 1300-EXIT
               MOVE DL100-NEWEST-GEN   TO DL100-BEFORE-NEWEST
               MOVE DL100-PREVIOUS-GEN TO DL100-BEFORE-PREVIOUS
           END-IF.
       1010-EXIT.
           EXIT.

      ****************************************************
      * 1100-READ-PARM-CARD - A DATE IS REQUIRED; THE SET IS
      * BLANK (WHOLE GENERATION) OR A REAL TABLE SET.  SET 00
      * IS RESERVED AND CANNOT BE BACKED OUT ON ITS OWN.
      ****************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT BKOUT-PARM-FILE
           IF DL100-PARM-STATUS NOT = "00"
               PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
           ELSE
               READ BKOUT-PARM-FILE
                   AT END
                       MOVE SPACES TO QBOPARM-RECORD
               END-READ
               CLOSE BKOUT-PARM-FILE
               PERFORM 1110-EDIT-THE-CARD THRU 1110-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-EDIT-THE-CARD.
           IF QBOPARM-BUS-DATE IS NUMERIC
               MOVE QBOPARM-BUS-DATE TO DL100-TARGET-GEN
           ELSE
               MOVE 0 TO DL100-TARGET-GEN
           END-IF
           EVALUATE TRUE
               WHEN DL100-TARGET-GEN NOT > 19000101
               WHEN QBOPARM-SET-ID NOT = SPACES
                AND QBOPARM-SET-ID IS NOT NUMERIC
               WHEN QBOPARM-SET-ID = "00"
                   PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
               WHEN QBOPARM-SET-ID = SPACES
                   MOVE 0 TO DL100-TARGET-SET
               WHEN OTHER
                   MOVE QBOPARM-SET-ID TO DL100-TARGET-SET
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      ****************************************************
      * 1200-BUILD-GEN-DIRECTORY - ONE KEYED HOP PER
      * GENERATION, AS IN QQMSWEEP.
      ****************************************************
       1200-BUILD-GEN-DIRECTORY.
           MOVE 0   TO DL100-GEN-COUNT
           MOVE "N" TO DL100-SCAN-DONE-SWITCH
           MOVE 0 TO QQMAST-BUS-DATE QQMAST-SET-ID
                     QQMAST-ROW-KEY QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS NOT LESS THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START
           PERFORM 1210-HOP-ONE-GENERATION THRU 1210-EXIT
               UNTIL DL100-SCAN-DONE.
       1200-EXIT.
           EXIT.

       1210-HOP-ONE-GENERATION.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   IF DL100-GEN-COUNT < DL100-GEN-MAX
                       ADD 1 TO DL100-GEN-COUNT
                       MOVE QQMAST-BUS-DATE
                           TO DL100-GEN-DATE (DL100-GEN-COUNT)
                   ELSE
                       IF NOT DL100-GEN-OVERFLOWED
                           MOVE "Y"
                               TO DL100-GEN-OVERFLOW-SWITCH
                           DISPLAY "QO0007W MORE THAN "
                               DL100-GEN-MAX " GENERATIONS ON "
                               "QQMAST - THE OLDEST DATES ARE "
                               "DROPPED FROM THE DIRECTORY AND "
                               "CANNOT BE BACKED OUT"
                           MOVE "QO0007W" TO EXCPLOG-MSG-ID
                           MOVE "DIRECTORY FULL - OLDEST DATES DROPPED"
                               TO EXCPLOG-TEXT
                           PERFORM 7900-LOG-EXCEPTION
                               THRU 7900-EXIT
                           MOVE "Y" TO DL100-WARNING-SWITCH
                       END-IF
                       PERFORM 1220-DROP-OLDEST-GEN
                           THRU 1220-EXIT
                       MOVE QQMAST-BUS-DATE
                           TO DL100-GEN-DATE (DL100-GEN-MAX)
                   END-IF
                   MOVE 99 TO QQMAST-SET-ID
                              QQMAST-ROW-KEY
                              QQMAST-COL-KEY
                   START QQ-MAST-FILE
                       KEY IS GREATER THAN QQMAST-KEY
                       INVALID KEY
                           MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                   END-START
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************
      * 1220-DROP-OLDEST-GEN - THE SCAN RUNS OLDEST TO
      * NEWEST, SO ENTRY 1 IS ALWAYS THE OLDEST ON HAND.
      * SHIFT EVERYTHING DOWN ONE SLOT TO MAKE ROOM FOR THE
      * NEWER DATE JUST READ - THE DIRECTORY ALWAYS ENDS UP
      * HOLDING THE NEWEST DATES ON THE MASTER.
      ****************************************************
       1220-DROP-OLDEST-GEN.
           PERFORM 1230-SHIFT-ONE-GEN THRU 1230-EXIT
               VARYING DL100-SUB-G FROM 1 BY 1
               UNTIL DL100-SUB-G >= DL100-GEN-MAX.
       1220-EXIT.
           EXIT.

       1230-SHIFT-ONE-GEN.
           COMPUTE DL100-SUB-G2 = DL100-SUB-G + 1
           MOVE DL100-GEN-DATE (DL100-SUB-G2)
               TO DL100-GEN-DATE (DL100-SUB-G).
       1230-EXIT.
           EXIT.

      ****************************************************
      * 1300-PLACE-THE-TARGET - WALK THE DIRECTORY FOR THE
      * NEWEST GENERATION, THE NEWEST ONE BEFORE THE TARGET,
      * AND WHETHER THE TARGET IS THERE AT ALL.  FOR A SET
      * BACKOUT ONLY GENERATIONS HOLDING THE SET COUNT.
      ****************************************************
       1300-PLACE-THE-TARGET.
           MOVE 0   TO DL100-NEWEST-GEN DL100-PREVIOUS-GEN
           MOVE "N" TO DL100-TARGET-SEEN-SWITCH
           PERFORM 1310-PLACE-ONE-GENERATION THRU 1310-EXIT
               VARYING DL100-SUB-G FROM 1 BY 1
               UNTIL DL100-SUB-G > DL100-GEN-COUNT.
       1300-EXIT.
           EXIT.

       1310-PLACE-ONE-GENERATION.
           PERFORM 1320-PROBE-FOR-THE-SET THRU 1320-EXIT
           IF DL100-GEN-HOLDS-SET
               IF DL100-GEN-DATE (DL100-SUB-G) > DL100-NEWEST-GEN
                   MOVE DL100-GEN-DATE (DL100-SUB-G) TO DL100-NEWEST-GEN
               END-IF
               IF DL100-GEN-DATE (DL100-SUB-G) = DL100-TARGET-GEN
                   MOVE "Y" TO DL100-TARGET-SEEN-SWITCH
               END-IF
               IF DL100-GEN-DATE (DL100-SUB-G) < DL100-TARGET-GEN
                  AND DL100-GEN-DATE (DL100-SUB-G) > DL100-PREVIOUS-GEN
                   MOVE DL100-GEN-DATE (DL100-SUB-G)
                       TO DL100-PREVIOUS-GEN
               END-IF
           END-IF.
       1310-EXIT.
           EXIT.

      ****************************************************
      * 1320-PROBE-FOR-THE-SET - EVERY GENERATION HOLDS
      * "THE WHOLE GENERATION"; FOR ONE SET, A KEYED START AT
      * THE SET'S FIRST POSSIBLE CELL SAYS WHETHER ANY CELL
      * OF THE SET IS THERE.
      ****************************************************
       1320-PROBE-FOR-THE-SET.
           MOVE "Y" TO DL100-HOLDS-SWITCH
           IF NOT DL100-WHOLE-GENERATION
               MOVE DL100-GEN-DATE (DL100-SUB-G) TO QQMAST-BUS-DATE
               MOVE DL100-TARGET-SET TO QQMAST-SET-ID
               MOVE 0 TO QQMAST-ROW-KEY QQMAST-COL-KEY
               START QQ-MAST-FILE
                   KEY IS NOT LESS THAN QQMAST-KEY
                   INVALID KEY
                       MOVE "N" TO DL100-HOLDS-SWITCH
               END-START
               IF DL100-GEN-HOLDS-SET
                   READ QQ-MAST-FILE NEXT
                       AT END
                           MOVE "N" TO DL100-HOLDS-SWITCH
                       NOT AT END
                           IF QQMAST-BUS-DATE
                              NOT = DL100-GEN-DATE (DL100-SUB-G)
                              OR QQMAST-SET-ID NOT = DL100-TARGET-SET
                               MOVE "N" TO DL100-HOLDS-SWITCH
                           END-IF
                   END-READ
               END-IF
           END-IF.
       1320-EXIT.
           EXIT.

      ****************************************************
      * 2000-TAKE-BEFORE-PICTURE - THE MASTER AS IT STANDS:
      * NEWEST GENERATION, THE GENERATION BEFORE THE TARGET,
      * AND THE TARGET GENERATION CELL BY SET.
      ****************************************************
       2000-TAKE-BEFORE-PICTURE.
           PERFORM 2100-COUNT-THE-TARGET THRU 2100-EXIT
           MOVE DL100-SCOPE-COUNT TO DL100-BEFORE-COUNT
           MOVE DL100-MARKER-SWITCH  TO DL100-BEFORE-MARKER-SWITCH
           MOVE DL100-PROTECT-SWITCH TO DL100-BEFORE-PROTECT-SWITCH
           MOVE "BEFORE THE BACKOUT" TO QBOR-SECTION-TITLE
           WRITE QBOR-RECORD FROM QBOR-SECTION-LINE
           PERFORM 2300-WRITE-THE-PICTURE THRU 2300-EXIT
           PERFORM 2400-WRITE-SET-COUNTS THRU 2400-EXIT
               VARYING DL100-SUB-S FROM 1 BY 1
               UNTIL DL100-SUB-S > 99.
       2000-EXIT.
           EXIT.

      ****************************************************
      * 2100-COUNT-THE-TARGET - WALK THE TARGET GENERATION.
      * SET-00 RECORDS ARE NOTED (MARKER AT 00/00, MONTH-END
      * PROTECTION AT 00/01) AND COUNTED SEPARATELY.
      ****************************************************
       2100-COUNT-THE-TARGET.
           MOVE 0   TO DL100-SET-00-COUNT DL100-SCOPE-COUNT
           MOVE "N" TO DL100-MARKER-SWITCH DL100-PROTECT-SWITCH
           PERFORM 2110-CLEAR-ONE-SET THRU 2110-EXIT
               VARYING DL100-SUB-S FROM 1 BY 1
               UNTIL DL100-SUB-S > 99
           MOVE "N" TO DL100-SCAN-DONE-SWITCH
           MOVE DL100-TARGET-GEN TO QQMAST-BUS-DATE
           MOVE 0 TO QQMAST-SET-ID QQMAST-ROW-KEY QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS NOT LESS THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START
           PERFORM 2120-COUNT-ONE-CELL THRU 2120-EXIT
               UNTIL DL100-SCAN-DONE
           IF DL100-WHOLE-GENERATION
               MOVE DL100-SET-00-COUNT TO DL100-SCOPE-COUNT
               PERFORM 2130-ADD-ONE-SET THRU 2130-EXIT
                   VARYING DL100-SUB-S FROM 1 BY 1
                   UNTIL DL100-SUB-S > 99
           ELSE
               MOVE DL100-SET-CELLS (DL100-TARGET-SET)
                   TO DL100-SCOPE-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-CLEAR-ONE-SET.
           MOVE 0 TO DL100-SET-CELLS (DL100-SUB-S).
       2110-EXIT.
           EXIT.

       2120-COUNT-ONE-CELL.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   IF QQMAST-BUS-DATE NOT = DL100-TARGET-GEN
                       MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                   ELSE
                       IF QQMAST-SET-ID = 0
                           ADD 1 TO DL100-SET-00-COUNT
                           IF QQMAST-ROW-KEY = 0
                              AND QQMAST-COL-KEY = 0
                               MOVE "Y" TO DL100-MARKER-SWITCH
                           END-IF
                           IF QQMAST-ROW-KEY = 0
                              AND QQMAST-COL-KEY = 1
                               MOVE "Y" TO DL100-PROTECT-SWITCH
                           END-IF
                       ELSE
                           MOVE QQMAST-SET-ID TO DL100-SUB-S
                           ADD 1 TO DL100-SET-CELLS (DL100-SUB-S)
                       END-IF
                   END-IF
           END-READ.
       2120-EXIT.
           EXIT.

       2130-ADD-ONE-SET.
           ADD DL100-SET-CELLS (DL100-SUB-S) TO DL100-SCOPE-COUNT.
       2130-EXIT.
           EXIT.

      ****************************************************
      * 2300-WRITE-THE-PICTURE - THE LINES COMMON TO THE
      * BEFORE AND AFTER PICTURES.
      ****************************************************
       2300-WRITE-THE-PICTURE.
           MOVE SPACES TO QBOR-ITEM-FLAG
           IF DL100-WHOLE-GENERATION
               MOVE "NEWEST GENERATION ON QQMAST"
                   TO QBOR-ITEM-LABEL
           ELSE
               MOVE "NEWEST GENERATION HOLDING THE SET"
                   TO QBOR-ITEM-LABEL
           END-IF
           IF DL100-NEWEST-GEN = 0
               MOVE "(NONE)" TO QBOR-ITEM-VALUE
           ELSE
               MOVE DL100-NEWEST-GEN TO QBOR-ITEM-VALUE
           END-IF
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           MOVE "PREVIOUS GENERATION" TO QBOR-ITEM-LABEL
           IF DL100-PREVIOUS-GEN = 0
               MOVE "(NONE)" TO QBOR-ITEM-VALUE
           ELSE
               MOVE DL100-PREVIOUS-GEN TO QBOR-ITEM-VALUE
           END-IF
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           MOVE "TARGET RECORDS IN SCOPE OF THE BACKOUT"
               TO QBOR-ITEM-LABEL
           MOVE DL100-SCOPE-COUNT TO QBOR-ITEM-VALUE
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           MOVE "SET-00 GENERATION-COMPLETE MARKER"
               TO QBOR-ITEM-LABEL
           IF DL100-MARKER-SEEN
               MOVE "PRESENT" TO QBOR-ITEM-VALUE
           ELSE
               MOVE "ABSENT"  TO QBOR-ITEM-VALUE
           END-IF
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           MOVE "MONTH-END PROTECTION MARKER" TO QBOR-ITEM-LABEL
           IF DL100-PROTECT-SEEN
               MOVE "PRESENT" TO QBOR-ITEM-VALUE
           ELSE
               MOVE "ABSENT"  TO QBOR-ITEM-VALUE
           END-IF
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE.
       2300-EXIT.
           EXIT.

       2400-WRITE-SET-COUNTS.
           IF DL100-SET-CELLS (DL100-SUB-S) > 0
               MOVE DL100-SUB-S TO QBOR-SET-ID
               MOVE DL100-SET-CELLS (DL100-SUB-S) TO QBOR-SET-CELLS
               WRITE QBOR-RECORD FROM QBOR-SET-LINE
           END-IF.
       2400-EXIT.
           EXIT.

      ****************************************************
      * 2500-CHECK-THE-TARGET - NOTHING TO TAKE, OR A LATER
      * GENERATION BUILT ON TOP OF THE TARGET, REFUSES THE
      * BACKOUT WITH THE MASTER UNTOUCHED.  A MONTH-END
      * GENERATION MAY BE BACKED OUT, BUT IT IS SAID LOUDLY.
      ****************************************************
       2500-CHECK-THE-TARGET.
           EVALUATE TRUE
               WHEN NOT DL100-TARGET-SEEN
               WHEN DL100-BEFORE-COUNT = 0
                   DISPLAY "QO0004E NOTHING TO BACK OUT - NO "
                       "GENERATION " DL100-TARGET-GEN
                       " (FOR THE SET) ON QQMAST"
                   MOVE "QO0004E" TO EXCPLOG-MSG-ID
                   MOVE "NOTHING TO BACK OUT - NO SUCH GENERATION"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "QO0004E NOTHING TO BACK OUT - NO SUCH GEN"
                       TO QBOR-TEXT-MSG
                   PERFORM 2510-REFUSE-THE-BACKOUT THRU 2510-EXIT
               WHEN DL100-TARGET-GEN NOT = DL100-NEWEST-GEN
                   DISPLAY "QO0005E GENERATION " DL100-TARGET-GEN
                       " IS NOT THE NEWEST - " DL100-NEWEST-GEN
                       " WAS BUILT ON IT - BACK THAT OUT FIRST"
                   MOVE "QO0005E" TO EXCPLOG-MSG-ID
                   MOVE "TARGET IS NOT THE NEWEST GENERATION - REFUSED"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "QO0005E NOT THE NEWEST GENERATION - REFUSED"
                       TO QBOR-TEXT-MSG
                   PERFORM 2510-REFUSE-THE-BACKOUT THRU 2510-EXIT
               WHEN DL100-WHOLE-GENERATION AND DL100-BEFORE-PROTECT
                   DISPLAY "QO0008W GENERATION " DL100-TARGET-GEN
                       " IS A PROTECTED MONTH-END GENERATION - "
                       "PROTECTION REMOVED WITH IT"
                   MOVE "QO0008W" TO EXCPLOG-MSG-ID
                   MOVE "MONTH-END GEN BACKED OUT - RERUN MTHCLOSE"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-WARNING-SWITCH
           END-EVALUATE.
       2500-EXIT.
           EXIT.

       2510-REFUSE-THE-BACKOUT.
           MOVE SPACES TO QBOR-RECORD
           WRITE QBOR-RECORD
           WRITE QBOR-RECORD FROM QBOR-TEXT-LINE
           MOVE "Y" TO DL100-ABEND-SWITCH
           MOVE 8   TO RETURN-CODE.
       2510-EXIT.
           EXIT.

      ****************************************************
      * 3000-REMOVE-THE-GENERATION - DELETE EVERY RECORD IN
      * SCOPE.  FOR THE WHOLE GENERATION THE SET-00 MARKER IS
      * THE LOWEST KEY AND GOES FIRST, SO A BACKOUT CUT SHORT
      * LEAVES A GENERATION EVERY READER ALREADY TREATS AS
      * INCOMPLETE.  EACH DELETE IS KEYED ON THE RECORD JUST
      * READ AND THE SCAN REPOSITIONS PAST IT, AS IN QQMSWEEP.
      ****************************************************
       3000-REMOVE-THE-GENERATION.
           MOVE 0   TO DL100-REMOVED-COUNT
           MOVE "N" TO DL100-SCAN-DONE-SWITCH
           MOVE DL100-TARGET-GEN TO QQMAST-BUS-DATE
           MOVE DL100-TARGET-SET TO QQMAST-SET-ID
           MOVE 0 TO QQMAST-ROW-KEY QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS NOT LESS THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START
           PERFORM 3100-REMOVE-ONE-RECORD THRU 3100-EXIT
               UNTIL DL100-SCAN-DONE.
       3000-EXIT.
           EXIT.

       3100-REMOVE-ONE-RECORD.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN QQMAST-BUS-DATE NOT = DL100-TARGET-GEN
                       WHEN NOT DL100-WHOLE-GENERATION
                        AND QQMAST-SET-ID NOT = DL100-TARGET-SET
                           MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                       WHEN OTHER
                           PERFORM 3110-DELETE-ONE-RECORD
                               THRU 3110-EXIT
                   END-EVALUATE
           END-READ.
       3100-EXIT.
           EXIT.

       3110-DELETE-ONE-RECORD.
           MOVE QQMAST-SET-ID  TO DL100-SAVE-SET
           MOVE QQMAST-ROW-KEY TO DL100-SAVE-ROW
           MOVE QQMAST-COL-KEY TO DL100-SAVE-COL
           DELETE QQ-MAST-FILE
           IF DL100-MAST-STATUS = "00"
               ADD 1 TO DL100-REMOVED-COUNT
           END-IF
           MOVE DL100-TARGET-GEN TO QQMAST-BUS-DATE
           MOVE DL100-SAVE-SET   TO QQMAST-SET-ID
           MOVE DL100-SAVE-ROW   TO QQMAST-ROW-KEY
           MOVE DL100-SAVE-COL   TO QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS GREATER THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START.
       3110-EXIT.
           EXIT.

      ****************************************************
      * 4000-TAKE-AFTER-PICTURE - RE-GATHER THE DIRECTORY
      * AND RE-COUNT THE TARGET FROM THE MASTER ITSELF, THEN
      * PROVE: NOTHING IN SCOPE IS LEFT, AND THE NEWEST
      * GENERATION (HOLDING THE SET) IS THE ONE THAT WAS
      * PREVIOUS BEFORE THE BACKOUT.
      ****************************************************
       4000-TAKE-AFTER-PICTURE.
           PERFORM 1200-BUILD-GEN-DIRECTORY THRU 1200-EXIT
           PERFORM 1300-PLACE-THE-TARGET THRU 1300-EXIT
           PERFORM 2100-COUNT-THE-TARGET THRU 2100-EXIT
           MOVE DL100-SCOPE-COUNT TO DL100-AFTER-COUNT
           MOVE SPACES TO QBOR-RECORD
           WRITE QBOR-RECORD
           MOVE "AFTER THE BACKOUT" TO QBOR-SECTION-TITLE
           WRITE QBOR-RECORD FROM QBOR-SECTION-LINE
           PERFORM 2300-WRITE-THE-PICTURE THRU 2300-EXIT
           PERFORM 2400-WRITE-SET-COUNTS THRU 2400-EXIT
               VARYING DL100-SUB-S FROM 1 BY 1
               UNTIL DL100-SUB-S > 99
           MOVE SPACES TO QBOR-RECORD
           WRITE QBOR-RECORD
           MOVE "PROOF" TO QBOR-SECTION-TITLE
           WRITE QBOR-RECORD FROM QBOR-SECTION-LINE
           MOVE "RECORDS DELETED" TO QBOR-ITEM-LABEL
           MOVE DL100-REMOVED-COUNT TO QBOR-ITEM-VALUE
           IF DL100-REMOVED-COUNT = DL100-BEFORE-COUNT
               MOVE "AGREES WITH THE BEFORE PICTURE"
                   TO QBOR-ITEM-FLAG
           ELSE
               MOVE "** DOES NOT AGREE WITH THE BEFORE"
                   TO QBOR-ITEM-FLAG
               MOVE "N" TO DL100-PROOF-SWITCH
           END-IF
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           MOVE "TARGET RECORDS LEFT IN SCOPE" TO QBOR-ITEM-LABEL
           MOVE DL100-AFTER-COUNT TO QBOR-ITEM-VALUE
           IF DL100-AFTER-COUNT = 0
               MOVE "NONE LEFT" TO QBOR-ITEM-FLAG
           ELSE
               MOVE "** BACKOUT INCOMPLETE" TO QBOR-ITEM-FLAG
               MOVE "N" TO DL100-PROOF-SWITCH
           END-IF
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           MOVE "NEWEST GENERATION NOW" TO QBOR-ITEM-LABEL
           IF DL100-NEWEST-GEN = 0
               MOVE "(NONE)" TO QBOR-ITEM-VALUE
           ELSE
               MOVE DL100-NEWEST-GEN TO QBOR-ITEM-VALUE
           END-IF
           IF DL100-NEWEST-GEN = DL100-BEFORE-PREVIOUS
               MOVE "IS THE PREVIOUS GENERATION"
                   TO QBOR-ITEM-FLAG
           ELSE
               MOVE "** NOT THE PREVIOUS GENERATION"
                   TO QBOR-ITEM-FLAG
               MOVE "N" TO DL100-PROOF-SWITCH
           END-IF
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           PERFORM 4100-CHECK-THE-PREVIOUS THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      ****************************************************
      * 4100-CHECK-THE-PREVIOUS - WHAT IS NOW NEWEST SHOULD
      * BE A COMPLETE GENERATION.  NO EARLIER GENERATION AT
      * ALL, OR ONE WITHOUT ITS MARKER, IS FOR OPERATIONS TO
      * SEE BEFORE THE FEED IS REISSUED.
      ****************************************************
       4100-CHECK-THE-PREVIOUS.
           IF DL100-NEWEST-GEN = 0
               DISPLAY "QO0009W NO EARLIER GENERATION (HOLDING "
                   "THE SET) IS LEFT ON QQMAST"
               MOVE "QO0009W" TO EXCPLOG-MSG-ID
               MOVE "NO EARLIER GENERATION LEFT ON QQMAST"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-WARNING-SWITCH
           ELSE
               MOVE "NEW NEWEST HAS ITS SET-00 MARKER"
                   TO QBOR-ITEM-LABEL
               MOVE SPACES TO QBOR-ITEM-FLAG
               MOVE DL100-NEWEST-GEN TO QQMAST-BUS-DATE
               MOVE 0 TO QQMAST-SET-ID QQMAST-ROW-KEY QQMAST-COL-KEY
               READ QQ-MAST-FILE
                   INVALID KEY
                       MOVE "NO" TO QBOR-ITEM-VALUE
                       MOVE "** INCOMPLETE GENERATION"
                           TO QBOR-ITEM-FLAG
                       DISPLAY "QO0010W GENERATION " DL100-NEWEST-GEN
                           " NOW NEWEST HAS NO GENERATION-COMPLETE "
                           "MARKER"
                       MOVE "QO0010W" TO EXCPLOG-MSG-ID
                       MOVE "NEW NEWEST GEN HAS NO COMPLETE MARKER"
                           TO EXCPLOG-TEXT
                       PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                       MOVE "Y" TO DL100-WARNING-SWITCH
                   NOT INVALID KEY
                       MOVE "YES" TO QBOR-ITEM-VALUE
               END-READ
               WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           END-IF.
       4100-EXIT.
           EXIT.

      ****************************************************
      * 5000-MARK-THE-FEEDS - EVERY REGISTER ENTRY FOR THE
      * BUSINESS DATE IS MARKED BACKED OUT.  THE ENTRY KEEPS
      * ITS ACKNOWLEDGMENT COUNT AS HISTORY.  THE WORK FILE IS
      * ONLY COPIED BACK OVER THE REGISTER WHEN THE PASS
      * ENDED CLEANLY.
      ****************************************************
       5000-MARK-THE-FEEDS.
           MOVE SPACES TO QBOR-RECORD
           WRITE QBOR-RECORD
           MOVE "FEED REGISTER (QQFEEDRG)" TO QBOR-SECTION-TITLE
           WRITE QBOR-RECORD FROM QBOR-SECTION-LINE
           OPEN INPUT FEED-REG-FILE
           IF DL100-REG-STATUS NOT = "00"
               MOVE "      NO QQFEEDRG REGISTER - NO FEED TO MARK"
                   TO QBOR-TEXT-MSG
               WRITE QBOR-RECORD FROM QBOR-TEXT-LINE
               PERFORM 5300-NO-FEED-FOR-DATE THRU 5300-EXIT
           ELSE
               OPEN OUTPUT FEED-REG-NEW-FILE
               IF DL100-NEW-STATUS NOT = "00"
                   CLOSE FEED-REG-FILE
                   DISPLAY "QO0011E CANNOT OPEN QQFEEDRN WORK FILE - "
                       "STATUS " DL100-NEW-STATUS " - FEED NOT MARKED"
                   MOVE "QO0011E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN QQFEEDRN - FEED NOT MARKED"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "N" TO DL100-PROOF-SWITCH
               ELSE
                   PERFORM 5100-MARK-ONE-ENTRY THRU 5100-EXIT
                       UNTIL DL100-REG-EOF
                   CLOSE FEED-REG-NEW-FILE
                   CLOSE FEED-REG-FILE
                   OPEN INPUT FEED-REG-NEW-FILE
                   OPEN OUTPUT FEED-REG-FILE
                   PERFORM 5200-COPY-ONE-ENTRY THRU 5200-EXIT
                       UNTIL DL100-NEW-EOF
                   CLOSE FEED-REG-NEW-FILE
                   CLOSE FEED-REG-FILE
                   IF DL100-FEED-MARKED = 0 AND DL100-FEED-ALREADY = 0
                       MOVE "      NO FEED ON THE REGISTER FOR THE DATE"
                           TO QBOR-TEXT-MSG
                       WRITE QBOR-RECORD FROM QBOR-TEXT-LINE
                       PERFORM 5300-NO-FEED-FOR-DATE THRU 5300-EXIT
                   END-IF
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5100-MARK-ONE-ENTRY.
           READ FEED-REG-FILE
               AT END
                   MOVE "Y" TO DL100-REG-EOF-SWITCH
               NOT AT END
                   IF FEEDREG-BUS-DATE = DL100-TARGET-GEN
                       MOVE FEEDREG-SEQ        TO QBOR-FD-SEQ
                       MOVE FEEDREG-SUB-ID     TO QBOR-FD-SUB-ID
                       MOVE FEEDREG-ACK-STATUS TO QBOR-FD-OLD-STATUS
                       MOVE FEEDREG-ACK-COUNT  TO QBOR-FD-ACKS
                       IF FEEDREG-BACKED-OUT
                           ADD 1 TO DL100-FEED-ALREADY
                           MOVE "ALREADY BACKED OUT"
                               TO QBOR-FD-FLAG
                       ELSE
                           ADD 1 TO DL100-FEED-MARKED
                           SET FEEDREG-BACKED-OUT TO TRUE
                           MOVE "MARKED BACKED OUT - REISSUE"
                               TO QBOR-FD-FLAG
                       END-IF
                       WRITE QBOR-RECORD FROM QBOR-FEED-LINE
                   END-IF
                   WRITE FEED-REG-NEW-RECORD FROM FEEDREG-RECORD
           END-READ.
       5100-EXIT.
           EXIT.

       5200-COPY-ONE-ENTRY.
           READ FEED-REG-NEW-FILE
               AT END
                   MOVE "Y" TO DL100-NEW-EOF-SWITCH
               NOT AT END
                   WRITE FEEDREG-RECORD FROM FEED-REG-NEW-RECORD
           END-READ.
       5200-EXIT.
           EXIT.

      ****************************************************
      * 5300-NO-FEED-FOR-DATE - THE GENERATION WAS LOADED
      * WITH NO FEED CUT FOR IT (A FULL QQLOAD), OR THE
      * REGISTER IS GONE.  NOTHING TO REISSUE FROM HERE.
      ****************************************************
       5300-NO-FEED-FOR-DATE.
           DISPLAY "QO0012W NO QQFEEDRG FEED FOR " DL100-TARGET-GEN
               " - NO FEED MARKED BACKED OUT"
           MOVE "QO0012W" TO EXCPLOG-MSG-ID
           MOVE "NO QQFEEDRG FEED FOR THE DATE - NONE MARKED"
               TO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           MOVE "Y" TO DL100-WARNING-SWITCH.
       5300-EXIT.
           EXIT.

      ****************************************************
      * 6000-WRITE-VERDICT - A FAILED PROOF IS AN ERROR; A
      * WARNING ABOVE ENDS RC 4.
      ****************************************************
       6000-WRITE-VERDICT.
           MOVE SPACES TO QBOR-RECORD
           WRITE QBOR-RECORD
           MOVE "FEED ENTRIES MARKED BACKED OUT"
               TO QBOR-ITEM-LABEL
           MOVE DL100-FEED-MARKED TO QBOR-ITEM-VALUE
           MOVE SPACES TO QBOR-ITEM-FLAG
           WRITE QBOR-RECORD FROM QBOR-ITEM-LINE
           MOVE SPACES TO QBOR-RECORD
           WRITE QBOR-RECORD
           EVALUATE TRUE
               WHEN NOT DL100-PROOF-GOOD
                   MOVE "QO0003E BACKOUT NOT PROVED - SEE ABOVE"
                       TO QBOR-TEXT-MSG
                   DISPLAY "QO0003E BACKOUT OF " DL100-TARGET-GEN
                       " NOT PROVED - SEE QBORPT"
                   MOVE "QO0003E" TO EXCPLOG-MSG-ID
                   MOVE "BACKOUT NOT PROVED - SEE QBORPT"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 8 TO RETURN-CODE
               WHEN DL100-WARNING-RAISED
                   MOVE "QO0013W BACKOUT PROVED WITH WARNINGS"
                       TO QBOR-TEXT-MSG
                   DISPLAY "QO0013W BACKOUT OF " DL100-TARGET-GEN
                       " PROVED WITH WARNINGS - SEE QBORPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "QO0000I BACKOUT PROVED" TO QBOR-TEXT-MSG
                   DISPLAY "QO0000I BACKOUT OF " DL100-TARGET-GEN
                       " PROVED - " DL100-REMOVED-COUNT
                       " RECORD(S) REMOVED, " DL100-FEED-MARKED
                       " FEED(S) TO REISSUE"
           END-EVALUATE
           WRITE QBOR-RECORD FROM QBOR-TEXT-LINE.
       6000-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "QQBKOUT" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 8000-BAD-PARM-CARD - MISSING OR UNREADABLE QBOPARM
      * CARD.  BACK NOTHING OUT RATHER THAN GUESS.
      ****************************************************
       8000-BAD-PARM-CARD.
           DISPLAY "QO0002E QBOPARM CARD MISSING, OR DATE OR SET "
               "NOT VALID - NOTHING BACKED OUT"
           MOVE "QO0002E" TO EXCPLOG-MSG-ID
           MOVE "QBOPARM CARD MISSING OR BAD - NOTHING BACKED OUT"
               TO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           MOVE "Y" TO DL100-ABEND-SWITCH
           MOVE 16  TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - CLOSE WHATEVER OPENED CLEANLY.  THE
      * REGISTER AND ITS WORK FILE WERE CLOSED BY 5000.
      ****************************************************
       9000-TERMINATE.
           IF DL100-MAST-OPENED
               CLOSE QQ-MAST-FILE
           END-IF
           IF DL100-RPT-OPENED
               CLOSE BKOUT-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
