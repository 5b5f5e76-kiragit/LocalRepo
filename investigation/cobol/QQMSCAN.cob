000100******************************************************
000200* QQMSCAN.COB
000300*
000400* FORMULA INTEGRITY SCAN OF THE QQMAST MASTER.  EVERY
000500* CELL ON THE MASTER CAN BE DERIVED FROM ITS OWN KEY:
000600* ROW, COLUMN AND OPERATION FULLY DETERMINE ITS VALUE,
000700* THE SAME WAY QQ'S 2100-BUILD-CELL COMPUTES IT -
000800*   M - ROW TIMES COLUMN
000900*   A - ROW PLUS COLUMN
001000*   S - THE DIFFERENCE OF ROW AND COLUMN, LARGER LESS
001100*       SMALLER
001200* THIS SCAN WALKS EVERY GENERATION ON THE MASTER, SET BY
001300* SET, AND PROVES:
001400*   - EVERY CELL'S STORED VALUE AGAINST THE FORMULA, AND
001500*     ITS OPERATION CODE IS ONE QQ CAN WRITE;
001600*   - EVERY ROW/COLUMN CELL INSIDE THE SET'S TABLE SIZE
001700*     IS PRESENT, AND NONE LIES OUTSIDE IT (A ZERO ROW OR
001800*     COLUMN KEY, OR ONE PAST THE SIZE).  THE SIZE IS THE
001900*     QQCATLG PRODUCT'S FOR THE SET ON THE GENERATION'S
      *     DATE (QQCATLK SUBPROGRAM); ONLY WHEN THE CATALOG
      *     HAS NO PRODUCT THERE, OR THERE IS NO CATALOG, IS IT
      *     TAKEN AS THE HIGHEST ROW OR COLUMN KEY PRESENT IN
      *     THE SET - AND THEN NOTHING CAN LIE PAST IT;
002000*   - ONE SET CARRIES ONE OPERATION CODE THROUGHOUT;
002100*   - THE GENERATION CARRIES ITS SET-00 GENERATION-
002200*     COMPLETE MARKER.
002300* A HAND-PATCHED RECORD, A HALF-APPLIED QQAPPLY OR A BAD
002400* QQLOAD SHOWS UP HERE.  FINDINGS GO TO THE QMSCRPT
002500* REPORT GROUPED BY GENERATION AND SET (THE FIRST FEW
002600* CELLS OF EACH KIND LISTED, THE REST COUNTED), AND EACH
002700* SERIOUS ONE IS ALSO POSTED TO EXCPFILE, ONCE PER
002800* GENERATION AND SET.  READ ONLY - THE MASTER IS NEVER
002900* UPDATED, SO NO RUNLOCK IS TAKEN.
003000*
003100* MODIFICATION HISTORY
003200*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  THE SET'S TABLE SIZE NOW COMES FROM
      *                   THE QQCATLG CATALOG WHEN IT HAS THE
      *                   PRODUCT, SO A CELL PAST THE SIZE IS
      *                   REPORTED AS OUTSIDE THE TABLE INSTEAD
      *                   OF WIDENING THE SQUARE.  THE SET LINE
      *                   SAYS WHERE THE SIZE CAME FROM.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.
003300******************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. QQMSCAN.
003600 AUTHOR. D HARTLEY.
003700 INSTALLATION. DAILY UTILITY SUITE.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000******************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
           SELECT QQ-MAST-FILE ASSIGN TO "QQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QQMAST-KEY
               FILE STATUS IS DL100-MAST-STATUS.
           SELECT SCAN-RPT-FILE ASSIGN TO "QMSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
004400******************************************************
004500 DATA DIVISION.
004600 FILE SECTION.
       FD  QQ-MAST-FILE.
           COPY QQMASTRC.
      *
       FD  SCAN-RPT-FILE.
       01  QMKR-RECORD                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * TABLE-PRODUCT CATALOG INTERFACE (QQCATLK SUBPROGRAM)
      ****************************************************
       COPY QQCATLKL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-MAST-STATUS           PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-MAST-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  DL100-MAST-OPENED           VALUE "Y".
       01  DL100-SCAN-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-SCAN-DONE             VALUE "Y".
       01  DL100-SERIOUS-SWITCH        PIC X(01) VALUE "N".
           88  DL100-SERIOUS-FOUND         VALUE "Y".
       01  DL100-WARNING-SWITCH        PIC X(01) VALUE "N".
           88  DL100-WARNING-FOUND         VALUE "Y".
      ****************************************************
      * THE GENERATION AND SET BEING SCANNED.  THE WALK IS
      * ONE PASS IN KEY ORDER, SO A CHANGE OF DATE OR SET ID
      * CLOSES THE GROUP BEFORE IT.
      ****************************************************
       01  DL100-GEN-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-GEN-IN-HAND           VALUE "Y".
       01  DL100-SET-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-SET-IN-HAND           VALUE "Y".
       01  DL100-CUR-GEN               PIC 9(08) VALUE 0.
       01  DL100-CUR-SET               PIC 9(02) VALUE 0.
       01  DL100-MARKER-SEEN-SWITCH    PIC X(01) VALUE "N".
           88  DL100-MARKER-SEEN           VALUE "Y".
       01  DL100-SET-OPERATION         PIC X(01) VALUE SPACE.
       77  DL100-SET-MAX-ROW           PIC 9(02) VALUE 0.
       77  DL100-SET-MAX-COL           PIC 9(02) VALUE 0.
       77  DL100-SET-SIZE              PIC 9(02) VALUE 0.
       77  DL100-CAT-SIZE              PIC 9(02) VALUE 0.
       77  DL100-SET-CELLS             PIC 9(05) VALUE 0.
       77  DL100-SET-FORMULA-BAD       PIC 9(05) VALUE 0.
       77  DL100-SET-MISSING           PIC 9(05) VALUE 0.
       77  DL100-SET-EXTRA             PIC 9(05) VALUE 0.
       77  DL100-SET-MIXED             PIC 9(05) VALUE 0.
       77  DL100-SET-LISTED            PIC 9(03) VALUE 0.
       77  DL100-LIST-MAX              PIC 9(03) VALUE 10.
      ****************************************************
      * CELLS PRESENT IN THE SET IN HAND, BY ROW AND COLUMN
      ****************************************************
       01  DL100-GRID-TBL.
           03  DL100-GRID-ROW OCCURS 99 TIMES.
               05  DL100-GRID-CELL OCCURS 99 TIMES
                                       PIC X(01).
       77  DL100-SUB-R                 PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-C                 PIC 9(03) COMP VALUE 0.
      ****************************************************
      * FORMULA WORK FIELDS
      ****************************************************
       77  DL100-EXPECT-VALUE          PIC 9(04) VALUE 0.
       77  DL100-STORED-VALUE          PIC 9(04) VALUE 0.
       01  DL100-FINDING-TEXT          PIC X(26) VALUE SPACES.
      ****************************************************
      * RUN COUNTERS
      ****************************************************
       77  DL100-GENS-SCANNED          PIC 9(05) VALUE 0.
       77  DL100-SETS-SCANNED          PIC 9(05) VALUE 0.
       77  DL100-CELLS-SCANNED         PIC 9(07) VALUE 0.
       77  DL100-TOT-FORMULA-BAD       PIC 9(07) VALUE 0.
       77  DL100-TOT-MISSING           PIC 9(07) VALUE 0.
       77  DL100-TOT-EXTRA             PIC 9(07) VALUE 0.
       77  DL100-TOT-MIXED-SETS        PIC 9(05) VALUE 0.
       77  DL100-TOT-NO-MARKER         PIC 9(05) VALUE 0.
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  QMKR-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "QQMSCAN - QQMAST FORMULA INTEGRITY SCAN".
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  QMKR-GEN-LINE.
           05  FILLER                  PIC X(11) VALUE
               "GENERATION ".
           05  QMKR-GEN-DATE           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QMKR-GEN-FLAG           PIC X(59).
       01  QMKR-SET-LINE.
           05  FILLER                  PIC X(06) VALUE "  SET ".
           05  QMKR-SET-ID             PIC 9(02).
           05  FILLER                  PIC X(06) VALUE " SIZE ".
           05  QMKR-SET-SIZE           PIC Z9.
           05  FILLER                  PIC X(04) VALUE " OP ".
           05  QMKR-SET-OP             PIC X(01).
           05  FILLER                  PIC X(07) VALUE " CELLS ".
           05  QMKR-SET-CELLS          PIC Z(04)9.
           05  FILLER                  PIC X(06) VALUE " FORM ".
           05  QMKR-SET-FORMULA        PIC Z(04)9.
           05  FILLER                  PIC X(06) VALUE " MISS ".
           05  QMKR-SET-MISSING        PIC Z(04)9.
           05  FILLER                  PIC X(05) VALUE " EXT ".
           05  QMKR-SET-EXTRA          PIC Z(04)9.
           05  FILLER                  PIC X(05) VALUE " MIX ".
           05  QMKR-SET-MIXED          PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  QMKR-SET-SIZE-SRC       PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  QMKR-FINDING-LINE.
           05  FILLER                  PIC X(08) VALUE
               "    SET ".
           05  QMKR-FND-SET            PIC 9(02).
           05  FILLER                  PIC X(05) VALUE " ROW ".
           05  QMKR-FND-ROW            PIC 9(02).
           05  FILLER                  PIC X(05) VALUE " COL ".
           05  QMKR-FND-COL            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QMKR-FND-TEXT           PIC X(26).
           05  FILLER                  PIC X(08) VALUE " STORED ".
           05  QMKR-FND-STORED         PIC Z(03)9.
           05  FILLER                  PIC X(05) VALUE " EXP ".
           05  QMKR-FND-EXPECT         PIC Z(03)9.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  QMKR-TEXT-LINE.
           05  QMKR-TEXT-MSG           PIC X(80).
       01  QMKR-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QMKR-CNT-MSG            PIC X(40).
           05  QMKR-CNT-VALUE          PIC Z(06)9.
           05  FILLER                  PIC X(31) VALUE SPACES.
      ****************************************************
004700 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
                   UNTIL DL100-SCAN-DONE
               IF DL100-GEN-IN-HAND
                   PERFORM 4000-CLOSE-GENERATION THRU 4000-EXIT
               END-IF
               PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - OPEN THE REPORT, OPEN THE MASTER
      * FOR INPUT AND POSITION AT ITS FIRST KEY.
      ****************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SCAN-RPT-FILE
           IF DL100-RPT-STATUS NOT = "00"
               DISPLAY "QK0001E CANNOT OPEN QMSCRPT REPORT "
                   "FILE - STATUS " DL100-RPT-STATUS
               MOVE "QK0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QMSCRPT REPORT FILE - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               WRITE QMKR-RECORD FROM QMKR-HEADING
               MOVE SPACES TO QMKR-RECORD
               WRITE QMKR-RECORD
               OPEN INPUT QQ-MAST-FILE
               IF DL100-MAST-STATUS NOT = "00"
                   DISPLAY "QK0001E CANNOT OPEN QQMAST - STATUS "
                       DL100-MAST-STATUS
                   MOVE "QK0001E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN QQMAST - STATUS" TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               ELSE
                   MOVE "Y" TO DL100-MAST-OPEN-SWITCH
                   MOVE 0 TO QQMAST-BUS-DATE QQMAST-SET-ID
                             QQMAST-ROW-KEY QQMAST-COL-KEY
                   START QQ-MAST-FILE
                       KEY IS NOT LESS THAN QQMAST-KEY
                       INVALID KEY
                           MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                   END-START
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************
      * 2000-SCAN-ONE-RECORD - CONTROL BREAKS FIRST (NEW
      * GENERATION, NEW SET), THEN THE RECORD ITSELF.  SET
      * 00 HOLDS GENERATION CONTROL RECORDS, NOT CELLS; ITS
      * (00,00) RECORD IS THE GENERATION-COMPLETE MARKER.
      ****************************************************
       2000-SCAN-ONE-RECORD.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   IF NOT DL100-GEN-IN-HAND
                      OR QQMAST-BUS-DATE NOT = DL100-CUR-GEN
                       IF DL100-GEN-IN-HAND
                           PERFORM 4000-CLOSE-GENERATION THRU 4000-EXIT
                       END-IF
                       PERFORM 2100-OPEN-GENERATION THRU 2100-EXIT
                   END-IF
                   IF QQMAST-SET-ID = 0
                       IF QQMAST-ROW-KEY = 0 AND QQMAST-COL-KEY = 0
                           MOVE "Y" TO DL100-MARKER-SEEN-SWITCH
                       END-IF
                   ELSE
                       IF NOT DL100-SET-IN-HAND
                          OR QQMAST-SET-ID NOT = DL100-CUR-SET
                           IF DL100-SET-IN-HAND
                               PERFORM 3000-CLOSE-SET THRU 3000-EXIT
                           END-IF
                           PERFORM 2200-OPEN-SET THRU 2200-EXIT
                       END-IF
                       PERFORM 2300-PROVE-ONE-CELL THRU 2300-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-OPEN-GENERATION.
           MOVE "Y" TO DL100-GEN-OPEN-SWITCH
           MOVE "N" TO DL100-SET-OPEN-SWITCH
           MOVE "N" TO DL100-MARKER-SEEN-SWITCH
           MOVE QQMAST-BUS-DATE TO DL100-CUR-GEN
           ADD 1 TO DL100-GENS-SCANNED
           MOVE SPACES TO QMKR-RECORD
           WRITE QMKR-RECORD
           MOVE DL100-CUR-GEN TO QMKR-GEN-DATE
           MOVE SPACES TO QMKR-GEN-FLAG
           WRITE QMKR-RECORD FROM QMKR-GEN-LINE.
       2100-EXIT.
           EXIT.

       2200-OPEN-SET.
           MOVE "Y" TO DL100-SET-OPEN-SWITCH
           MOVE QQMAST-SET-ID    TO DL100-CUR-SET
           MOVE QQMAST-OPERATION TO DL100-SET-OPERATION
           MOVE 0 TO DL100-SET-MAX-ROW DL100-SET-MAX-COL
                     DL100-SET-CELLS DL100-SET-FORMULA-BAD
                     DL100-SET-MISSING DL100-SET-EXTRA
                     DL100-SET-MIXED DL100-SET-LISTED
           MOVE SPACES TO DL100-GRID-TBL
           ADD 1 TO DL100-SETS-SCANNED
           SET QQCATLK-FN-LOOKUP TO TRUE
           MOVE DL100-CUR-SET    TO QQCATLK-SET-ID
           MOVE DL100-CUR-GEN    TO QQCATLK-ASOF-DATE
           CALL "QQCATLK" USING QQCATLK-AREA
           IF QQCATLK-FOUND
               MOVE QQCATLK-TAB-SIZE TO DL100-CAT-SIZE
           ELSE
               MOVE 0 TO DL100-CAT-SIZE
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************
      * 2300-PROVE-ONE-CELL - PLACE THE CELL IN THE GRID,
      * CHECK ITS OPERATION AGAINST THE SET'S, AND RECOMPUTE
      * ITS VALUE.  A CELL PAST THE CATALOG SIZE LIES OUTSIDE
      * THE TABLE AND IS NOT PLACED.  AN OPERATION CODE QQ
      * NEVER WRITES FAILS THE FORMULA OUTRIGHT (QQ ITSELF
      * WOULD MULTIPLY).
      ****************************************************
       2300-PROVE-ONE-CELL.
           ADD 1 TO DL100-SET-CELLS
           ADD 1 TO DL100-CELLS-SCANNED
           EVALUATE TRUE
               WHEN QQMAST-ROW-KEY = 0
               WHEN QQMAST-COL-KEY = 0
               WHEN DL100-CAT-SIZE > 0
                AND (QQMAST-ROW-KEY > DL100-CAT-SIZE
                  OR QQMAST-COL-KEY > DL100-CAT-SIZE)
                   ADD 1 TO DL100-SET-EXTRA
                   MOVE "CELL OUTSIDE THE TABLE" TO DL100-FINDING-TEXT
                   MOVE 0 TO DL100-EXPECT-VALUE
                   PERFORM 2400-LIST-FINDING THRU 2400-EXIT
               WHEN OTHER
                   PERFORM 2310-PROVE-THE-FORMULA THRU 2310-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      ****************************************************
      * 2310-PROVE-THE-FORMULA - A CELL INSIDE THE TABLE:
      * MARK IT IN THE GRID AND CHECK ITS OPERATION AND
      * VALUE.
      ****************************************************
       2310-PROVE-THE-FORMULA.
           MOVE "Y" TO DL100-GRID-CELL (QQMAST-ROW-KEY,
                                        QQMAST-COL-KEY)
           IF QQMAST-ROW-KEY > DL100-SET-MAX-ROW
               MOVE QQMAST-ROW-KEY TO DL100-SET-MAX-ROW
           END-IF
           IF QQMAST-COL-KEY > DL100-SET-MAX-COL
               MOVE QQMAST-COL-KEY TO DL100-SET-MAX-COL
           END-IF
           EVALUATE QQMAST-OPERATION
               WHEN "A"
                   COMPUTE DL100-EXPECT-VALUE =
                       QQMAST-ROW-KEY + QQMAST-COL-KEY
               WHEN "S"
                   IF QQMAST-ROW-KEY > QQMAST-COL-KEY
                       COMPUTE DL100-EXPECT-VALUE =
                           QQMAST-ROW-KEY - QQMAST-COL-KEY
                   ELSE
                       COMPUTE DL100-EXPECT-VALUE =
                           QQMAST-COL-KEY - QQMAST-ROW-KEY
                   END-IF
               WHEN OTHER
                   COMPUTE DL100-EXPECT-VALUE =
                       QQMAST-ROW-KEY * QQMAST-COL-KEY
           END-EVALUATE
           IF QQMAST-OPERATION NOT = "M" AND NOT = "A"
                               AND NOT = "S"
               ADD 1 TO DL100-SET-FORMULA-BAD
               MOVE "OPERATION CODE NOT M/A/S" TO DL100-FINDING-TEXT
               PERFORM 2400-LIST-FINDING THRU 2400-EXIT
           ELSE
               IF QQMAST-OPERATION NOT = DL100-SET-OPERATION
                   ADD 1 TO DL100-SET-MIXED
                   MOVE "OPERATION DIFFERS IN SET" TO DL100-FINDING-TEXT
                   PERFORM 2400-LIST-FINDING THRU 2400-EXIT
               END-IF
               IF QQMAST-VALUE IS NOT NUMERIC
                  OR QQMAST-VALUE NOT = DL100-EXPECT-VALUE
                   ADD 1 TO DL100-SET-FORMULA-BAD
                   MOVE "VALUE FAILS THE FORMULA" TO DL100-FINDING-TEXT
                   PERFORM 2400-LIST-FINDING THRU 2400-EXIT
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      ****************************************************
      * 2400-LIST-FINDING - ONE CELL FINDING ON THE REPORT,
      * UP TO THE LISTING LIMIT PER SET; THE REST ARE ONLY
      * COUNTED ON THE SET LINE.
      ****************************************************
       2400-LIST-FINDING.
           ADD 1 TO DL100-SET-LISTED
           IF DL100-SET-LISTED NOT > DL100-LIST-MAX
               IF QQMAST-VALUE IS NUMERIC
                   MOVE QQMAST-VALUE TO DL100-STORED-VALUE
               ELSE
                   MOVE 0 TO DL100-STORED-VALUE
               END-IF
               MOVE DL100-CUR-SET     TO QMKR-FND-SET
               MOVE QQMAST-ROW-KEY    TO QMKR-FND-ROW
               MOVE QQMAST-COL-KEY    TO QMKR-FND-COL
               MOVE DL100-FINDING-TEXT TO QMKR-FND-TEXT
               MOVE DL100-STORED-VALUE TO QMKR-FND-STORED
               MOVE DL100-EXPECT-VALUE TO QMKR-FND-EXPECT
               WRITE QMKR-RECORD FROM QMKR-FINDING-LINE
           END-IF.
       2400-EXIT.
           EXIT.

      ****************************************************
      * 3000-CLOSE-SET - COUNT THE CELLS MISSING FROM THE
      * SQUARE THE SET'S SIZE CALLS FOR (THE CATALOG SIZE, OR
      * THE HIGHEST KEY PRESENT WHEN THE CATALOG HAS NO
      * PRODUCT), PRINT THE SET LINE AND POST ANY SERIOUS
      * FINDING TO THE EXCEPTION LOG.
      ****************************************************
       3000-CLOSE-SET.
           IF DL100-CAT-SIZE > 0
               MOVE DL100-CAT-SIZE TO DL100-SET-SIZE
               MOVE "CAT" TO QMKR-SET-SIZE-SRC
           ELSE
               MOVE DL100-SET-MAX-ROW TO DL100-SET-SIZE
               IF DL100-SET-MAX-COL > DL100-SET-SIZE
                   MOVE DL100-SET-MAX-COL TO DL100-SET-SIZE
               END-IF
               MOVE "KEY" TO QMKR-SET-SIZE-SRC
           END-IF
           IF DL100-SET-SIZE > 0
               PERFORM 3100-CHECK-ONE-GRID-CELL THRU 3100-EXIT
                   VARYING DL100-SUB-R FROM 1 BY 1
                   UNTIL DL100-SUB-R > DL100-SET-SIZE
                   AFTER DL100-SUB-C FROM 1 BY 1
                   UNTIL DL100-SUB-C > DL100-SET-SIZE
           END-IF
           MOVE DL100-CUR-SET         TO QMKR-SET-ID
           MOVE DL100-SET-SIZE        TO QMKR-SET-SIZE
           MOVE DL100-SET-OPERATION   TO QMKR-SET-OP
           MOVE DL100-SET-CELLS       TO QMKR-SET-CELLS
           MOVE DL100-SET-FORMULA-BAD TO QMKR-SET-FORMULA
           MOVE DL100-SET-MISSING     TO QMKR-SET-MISSING
           MOVE DL100-SET-EXTRA       TO QMKR-SET-EXTRA
           MOVE DL100-SET-MIXED       TO QMKR-SET-MIXED
           WRITE QMKR-RECORD FROM QMKR-SET-LINE
           ADD DL100-SET-FORMULA-BAD TO DL100-TOT-FORMULA-BAD
           ADD DL100-SET-MISSING     TO DL100-TOT-MISSING
           ADD DL100-SET-EXTRA       TO DL100-TOT-EXTRA
           IF DL100-SET-FORMULA-BAD > 0
               MOVE "Y" TO DL100-SERIOUS-SWITCH
               DISPLAY "QK0002E GENERATION " DL100-CUR-GEN
                   " SET " DL100-CUR-SET " - "
                   DL100-SET-FORMULA-BAD
                   " CELL(S) FAIL THE FORMULA"
               MOVE "QK0002E" TO EXCPLOG-MSG-ID
               MOVE SPACES TO EXCPLOG-TEXT
               STRING "GENERATION " DL100-CUR-GEN " SET "
                      DL100-CUR-SET " - CELLS FAIL THE FORMULA"
                   DELIMITED BY SIZE INTO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-IF
           IF DL100-SET-MISSING > 0 OR DL100-SET-EXTRA > 0
               MOVE "Y" TO DL100-SERIOUS-SWITCH
               DISPLAY "QK0003E GENERATION " DL100-CUR-GEN
                   " SET " DL100-CUR-SET " - "
                   DL100-SET-MISSING " CELL(S) MISSING, "
                   DL100-SET-EXTRA " OUTSIDE THE TABLE"
               MOVE "QK0003E" TO EXCPLOG-MSG-ID
               MOVE SPACES TO EXCPLOG-TEXT
               STRING "GENERATION " DL100-CUR-GEN " SET "
                      DL100-CUR-SET " - CELLS MISSING OR EXTRA"
                   DELIMITED BY SIZE INTO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-IF
           IF DL100-SET-MIXED > 0
               ADD 1 TO DL100-TOT-MIXED-SETS
               MOVE "Y" TO DL100-WARNING-SWITCH
               DISPLAY "QK0005W GENERATION " DL100-CUR-GEN
                   " SET " DL100-CUR-SET " - MIXED OPERATION "
                   "CODES"
               MOVE "QK0005W" TO EXCPLOG-MSG-ID
               MOVE SPACES TO EXCPLOG-TEXT
               STRING "GENERATION " DL100-CUR-GEN " SET "
                      DL100-CUR-SET " - MIXED OPERATION CODES"
                   DELIMITED BY SIZE INTO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-IF
           MOVE "N" TO DL100-SET-OPEN-SWITCH.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-GRID-CELL.
           IF DL100-GRID-CELL (DL100-SUB-R, DL100-SUB-C) NOT = "Y"
               ADD 1 TO DL100-SET-MISSING
               ADD 1 TO DL100-SET-LISTED
               IF DL100-SET-LISTED NOT > DL100-LIST-MAX
                   MOVE DL100-CUR-SET TO QMKR-FND-SET
                   MOVE DL100-SUB-R TO QMKR-FND-ROW
                   MOVE DL100-SUB-C TO QMKR-FND-COL
                   MOVE "CELL MISSING FROM TABLE" TO QMKR-FND-TEXT
                   MOVE 0 TO QMKR-FND-STORED
                   MOVE 0 TO QMKR-FND-EXPECT
                   WRITE QMKR-RECORD FROM QMKR-FINDING-LINE
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      ****************************************************
      * 4000-CLOSE-GENERATION - CLOSE ITS LAST SET, THEN
      * PROVE THE GENERATION-COMPLETE MARKER.
      ****************************************************
       4000-CLOSE-GENERATION.
           IF DL100-SET-IN-HAND
               PERFORM 3000-CLOSE-SET THRU 3000-EXIT
           END-IF
           IF NOT DL100-MARKER-SEEN
               ADD 1 TO DL100-TOT-NO-MARKER
               MOVE "Y" TO DL100-SERIOUS-SWITCH
               MOVE DL100-CUR-GEN TO QMKR-GEN-DATE
               MOVE "** SET-00 GENERATION-COMPLETE MARKER MISSING"
                   TO QMKR-GEN-FLAG
               WRITE QMKR-RECORD FROM QMKR-GEN-LINE
               DISPLAY "QK0004E GENERATION " DL100-CUR-GEN
                   " HAS NO GENERATION-COMPLETE MARKER"
               MOVE "QK0004E" TO EXCPLOG-MSG-ID
               MOVE SPACES TO EXCPLOG-TEXT
               STRING "GENERATION " DL100-CUR-GEN
                      " HAS NO GENERATION-COMPLETE MARKER"
                   DELIMITED BY SIZE INTO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-IF
           MOVE "N" TO DL100-GEN-OPEN-SWITCH.
       4000-EXIT.
           EXIT.

      ****************************************************
      * 6000-WRITE-SUMMARY - COUNTS AND THE FINAL WORD.  A
      * FORMULA FAILURE, A MISSING OR EXTRA CELL, OR A
      * MISSING MARKER IS AN ERROR; MIXED OPERATIONS ALONE,
      * OR AN EMPTY MASTER, ARE A WARNING.
      ****************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO QMKR-RECORD
           WRITE QMKR-RECORD
           MOVE "GENERATIONS SCANNED"          TO QMKR-CNT-MSG
           MOVE DL100-GENS-SCANNED             TO QMKR-CNT-VALUE
           WRITE QMKR-RECORD FROM QMKR-COUNT-LINE
           MOVE "SETS SCANNED"                 TO QMKR-CNT-MSG
           MOVE DL100-SETS-SCANNED             TO QMKR-CNT-VALUE
           WRITE QMKR-RECORD FROM QMKR-COUNT-LINE
           MOVE "CELLS SCANNED"                TO QMKR-CNT-MSG
           MOVE DL100-CELLS-SCANNED            TO QMKR-CNT-VALUE
           WRITE QMKR-RECORD FROM QMKR-COUNT-LINE
           MOVE "CELLS FAILING THE FORMULA"    TO QMKR-CNT-MSG
           MOVE DL100-TOT-FORMULA-BAD          TO QMKR-CNT-VALUE
           WRITE QMKR-RECORD FROM QMKR-COUNT-LINE
           MOVE "CELLS MISSING FROM THEIR TABLE" TO QMKR-CNT-MSG
           MOVE DL100-TOT-MISSING              TO QMKR-CNT-VALUE
           WRITE QMKR-RECORD FROM QMKR-COUNT-LINE
           MOVE "CELLS OUTSIDE THEIR TABLE"    TO QMKR-CNT-MSG
           MOVE DL100-TOT-EXTRA                TO QMKR-CNT-VALUE
           WRITE QMKR-RECORD FROM QMKR-COUNT-LINE
           MOVE "SETS WITH MIXED OPERATION CODES" TO QMKR-CNT-MSG
           MOVE DL100-TOT-MIXED-SETS           TO QMKR-CNT-VALUE
           WRITE QMKR-RECORD FROM QMKR-COUNT-LINE
           MOVE "GENERATIONS WITHOUT A MARKER" TO QMKR-CNT-MSG
           MOVE DL100-TOT-NO-MARKER            TO QMKR-CNT-VALUE
           WRITE QMKR-RECORD FROM QMKR-COUNT-LINE
           MOVE SPACES TO QMKR-RECORD
           WRITE QMKR-RECORD
           EVALUATE TRUE
               WHEN DL100-SERIOUS-FOUND
                   MOVE "QK0006E INTEGRITY SCAN FOUND DAMAGED GENE
      -                "RATIONS - SEE THE SETS ABOVE" TO QMKR-TEXT-MSG
                   DISPLAY "QK0006E QQMAST INTEGRITY SCAN FOUND "
                       "DAMAGED GENERATIONS - SEE QMSCRPT"
                   MOVE "QK0006E" TO EXCPLOG-MSG-ID
                   MOVE "QQMAST INTEGRITY SCAN FOUND DAMAGED GENERATI
      -                "ONS" TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 8 TO RETURN-CODE
               WHEN DL100-WARNING-FOUND
                   MOVE "QK0007W INTEGRITY SCAN FOUND MIXED OPERAT
      -                "ION CODES ONLY" TO QMKR-TEXT-MSG
                   DISPLAY "QK0007W QQMAST INTEGRITY SCAN FOUND "
                       "MIXED OPERATION CODES ONLY"
                   MOVE 4 TO RETURN-CODE
               WHEN DL100-GENS-SCANNED = 0
                   MOVE "QK0008W QQMAST HOLDS NO GENERATIONS - NOTH
      -                "ING SCANNED" TO QMKR-TEXT-MSG
                   DISPLAY "QK0008W QQMAST HOLDS NO GENERATIONS - "
                       "NOTHING SCANNED"
                   MOVE "QK0008W" TO EXCPLOG-MSG-ID
                   MOVE "QQMAST HOLDS NO GENERATIONS - NOTHING SCANNE
      -                "D" TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "QK0000I EVERY CELL ON QQMAST PROVED AGAINS
      -                "T ITS FORMULA" TO QMKR-TEXT-MSG
                   DISPLAY "QK0000I QQMAST INTEGRITY SCAN CLEAN - "
                       DL100-GENS-SCANNED " GENERATION(S), "
                       DL100-CELLS-SCANNED " CELL(S)"
           END-EVALUATE
           WRITE QMKR-RECORD FROM QMKR-TEXT-LINE.
       6000-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "QQMSCAN" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - CLOSE WHATEVER OPENED CLEANLY.
      ****************************************************
       9000-TERMINATE.
           IF DL100-MAST-OPENED
               CLOSE QQ-MAST-FILE
           END-IF
           IF DL100-RPT-STATUS = "00" OR DL100-RPT-STATUS = "10"
               CLOSE SCAN-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
