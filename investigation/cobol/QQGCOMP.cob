000100******************************************************
000200* QQGCOMP.COB
000300*
000400* GENERATION COMPARISON REPORT FOR THE QQMAST MASTER.
000500* ANSWERS "WHAT CHANGED BETWEEN AUGUST 15 AND SEPTEMBER 2
000600* FOR SET 03" WITHOUT ANYONE DIFFING TWO QQPRINT
000700* LISTINGS BY HAND.  ONE QGCPARM CARD GIVES A FROM AS-OF
000800* DATE, A TO AS-OF DATE AND AN OPTIONAL SET ID.  EACH
000900* AS-OF DATE RESOLVES EXACTLY AS QQINQ RESOLVES ITS
001000* INQREQ-ASOF-DATE - THE NEWEST GENERATION ON OR BEFORE
001100* THE DATE, A BLANK OR ZERO DATE MEANING THE NEWEST
001200* GENERATION OF ALL.  A BLANK OR ZERO SET ID MEANS EVERY
001300* SET ON EITHER GENERATION.
001400*
001500* SET BY SET, THE QGCRPT REPORT LISTS EVERY CELL ADDED,
001600* REMOVED OR CHANGED IN VALUE OR OPERATION BETWEEN THE
001700* TWO GENERATIONS, IN ROW/COLUMN ORDER, FOLLOWED BY THE
001800* SET-LEVEL DIFFERENCES IN TABLE SIZE (HIGHEST ROW OR
001900* COLUMN KEY), OPERATION AND TOTAL OF ALL CELL VALUES.
002000* SET 00 HOLDS GENERATION CONTROL RECORDS, NOT CELLS, AND
002100* IS NEVER COMPARED; NOR ARE CELLS WITH A ZERO ROW OR
002200* COLUMN KEY, WHICH QQMSCAN REPORTS AS OUTSIDE THE TABLE.
002300* READ ONLY - THE MASTER IS NEVER UPDATED, SO NO RUNLOCK
002400* IS TAKEN.
002500*
002600* MODIFICATION HISTORY
002700*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.  FILES ARE CLOSED
      *                   AT END OF JOB ONLY WHEN THEY WERE
      *                   OPENED.
002800******************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. QQGCOMP.
003100 AUTHOR. D HARTLEY.
003200 INSTALLATION. DAILY UTILITY SUITE.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500******************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
           SELECT COMP-PARM-FILE ASSIGN TO "QGCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARM-STATUS.
           SELECT QQ-MAST-FILE ASSIGN TO "QQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QQMAST-KEY
               FILE STATUS IS DL100-MAST-STATUS.
           SELECT COMP-RPT-FILE ASSIGN TO "QGCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
003900******************************************************
004000 DATA DIVISION.
004100 FILE SECTION.
       FD  COMP-PARM-FILE.
       01  QGCPARM-RECORD.
           05  QGCPARM-FROM-ASOF       PIC X(08).
           05  QGCPARM-TO-ASOF         PIC X(08).
           05  QGCPARM-SET-ID          PIC X(02).
      *
       FD  QQ-MAST-FILE.
           COPY QQMASTRC.
      *
       FD  COMP-RPT-FILE.
       01  QGCR-RECORD                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-PARM-STATUS           PIC X(02) VALUE "00".
       01  DL100-MAST-STATUS           PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-MAST-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  DL100-MAST-OPENED           VALUE "Y".
       01  DL100-RPT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-RPT-OPENED            VALUE "Y".
       01  DL100-SCAN-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-SCAN-DONE             VALUE "Y".
       01  DL100-NOTHING-SWITCH        PIC X(01) VALUE "N".
           88  DL100-NOTHING-TO-COMPARE    VALUE "Y".
      ****************************************************
      * THE CARD, RESOLVED.  THE FROM AND TO GENERATIONS
      * ARE THE DATES OF THE GENERATIONS IN EFFECT ON THE
      * CARD'S TWO AS-OF DATES; ZERO MEANS NONE WAS.
      ****************************************************
       01  DL100-FROM-ASOF             PIC 9(08) VALUE 0.
       01  DL100-TO-ASOF               PIC 9(08) VALUE 0.
       01  DL100-FROM-GEN              PIC 9(08) VALUE 0.
       01  DL100-TO-GEN                PIC 9(08) VALUE 0.
       01  DL100-REQ-SET               PIC 9(02) VALUE 0.
      ****************************************************
      * GENERATION DIRECTORY - AS IN QQINQ, THE DISTINCT
      * BUSINESS DATES ON THE MASTER, GATHERED ONCE BY KEYED
      * HOPS.  WHEN THE MASTER HOLDS MORE GENERATIONS THAN
      * THE DIRECTORY CAN, THE OLDEST DATES ARE DROPPED SO A
      * BLANK AS-OF STILL RESOLVES TO THE TRUE NEWEST.
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
       01  DL100-EFF-GEN               PIC 9(08) VALUE 0.
       01  DL100-ASOF-DATE             PIC 9(08) VALUE 0.
      ****************************************************
      * SETS PRESENT ON EACH GENERATION, BY SET ID - "Y"
      * WHEN THE SET HOLDS AT LEAST ONE RECORD.
      ****************************************************
       01  DL100-SET-TBL.
           03  DL100-SET-ENTRY OCCURS 99 TIMES.
               05  DL100-SET-IN-FROM   PIC X(01).
               05  DL100-SET-IN-TO     PIC X(01).
       77  DL100-SUB-S                 PIC 9(03) COMP VALUE 0.
       01  DL100-HOP-GEN               PIC 9(08) VALUE 0.
       01  DL100-HOP-SIDE              PIC X(01) VALUE SPACE.
           88  DL100-HOP-FROM              VALUE "F".
           88  DL100-HOP-TO                VALUE "T".
      ****************************************************
      * THE SET IN HAND ON EACH GENERATION - CELLS BY ROW AND
      * COLUMN, AND THE SET-LEVEL FIGURES.  THE OPERATION IS
      * THE FIRST CELL'S; MIXED CODES ARE QQMSCAN'S FINDING.
      ****************************************************
       01  DL100-FROM-GRID.
           03  DL100-FROM-ROW OCCURS 99 TIMES.
               05  DL100-FROM-CELL OCCURS 99 TIMES.
                   07  DL100-FROM-HAVE PIC X(01).
                   07  DL100-FROM-VALUE
                                       PIC X(03).
                   07  DL100-FROM-OP   PIC X(01).
       01  DL100-TO-GRID.
           03  DL100-TO-ROW OCCURS 99 TIMES.
               05  DL100-TO-CELL OCCURS 99 TIMES.
                   07  DL100-TO-HAVE   PIC X(01).
                   07  DL100-TO-VALUE  PIC X(03).
                   07  DL100-TO-OP     PIC X(01).
       77  DL100-SUB-R                 PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-C                 PIC 9(03) COMP VALUE 0.
       77  DL100-FROM-SIZE             PIC 9(02) VALUE 0.
       77  DL100-TO-SIZE               PIC 9(02) VALUE 0.
       77  DL100-SCAN-SIZE             PIC 9(02) VALUE 0.
       77  DL100-FROM-TOTAL            PIC 9(08) VALUE 0.
       77  DL100-TO-TOTAL              PIC 9(08) VALUE 0.
       77  DL100-FROM-CELLS            PIC 9(05) VALUE 0.
       77  DL100-TO-CELLS              PIC 9(05) VALUE 0.
       01  DL100-FROM-OPERATION        PIC X(01) VALUE SPACE.
       01  DL100-TO-OPERATION          PIC X(01) VALUE SPACE.
       77  DL100-SET-ADDED             PIC 9(05) VALUE 0.
       77  DL100-SET-REMOVED           PIC 9(05) VALUE 0.
       77  DL100-SET-CHANGED           PIC 9(05) VALUE 0.
       01  DL100-SET-DIFF-SWITCH       PIC X(01) VALUE "N".
           88  DL100-SET-DIFFERS           VALUE "Y".
       01  DL100-EDIT-SIZE             PIC Z9.
       01  DL100-EDIT-TOTAL            PIC Z(07)9.
      ****************************************************
      * RUN COUNTERS
      ****************************************************
       77  DL100-SETS-COMPARED         PIC 9(05) VALUE 0.
       77  DL100-SETS-ADDED            PIC 9(05) VALUE 0.
       77  DL100-SETS-REMOVED          PIC 9(05) VALUE 0.
       77  DL100-SETS-DIFFERING        PIC 9(05) VALUE 0.
       77  DL100-TOT-ADDED             PIC 9(07) VALUE 0.
       77  DL100-TOT-REMOVED           PIC 9(07) VALUE 0.
       77  DL100-TOT-CHANGED           PIC 9(07) VALUE 0.
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  QGCR-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "QQGCOMP - QQMAST GENERATION COMPARISON".
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  QGCR-GEN-LINE.
           05  QGCR-GEN-SIDE           PIC X(06).
           05  FILLER                  PIC X(07) VALUE " AS-OF ".
           05  QGCR-GEN-ASOF           PIC X(08).
           05  FILLER                  PIC X(13) VALUE
               "  GENERATION ".
           05  QGCR-GEN-DATE           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QGCR-GEN-FLAG           PIC X(36).
       01  QGCR-FILTER-LINE.
           05  FILLER                  PIC X(13) VALUE
               "SETS COMPARED".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  QGCR-FILTER-TEXT        PIC X(30).
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  QGCR-SET-LINE.
           05  FILLER                  PIC X(04) VALUE "SET ".
           05  QGCR-SET-ID             PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QGCR-SET-TEXT           PIC X(40).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  QGCR-CELL-LINE.
           05  FILLER                  PIC X(08) VALUE
               "    ROW ".
           05  QGCR-CEL-ROW            PIC 9(02).
           05  FILLER                  PIC X(05) VALUE " COL ".
           05  QGCR-CEL-COL            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QGCR-CEL-TEXT           PIC X(08).
           05  FILLER                  PIC X(06) VALUE " FROM ".
           05  QGCR-CEL-FROM-VALUE     PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  QGCR-CEL-FROM-OP        PIC X(01).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  QGCR-CEL-TO-VALUE       PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  QGCR-CEL-TO-OP          PIC X(01).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  QGCR-CMP-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  QGCR-CMP-ITEM           PIC X(10).
           05  FILLER                  PIC X(05) VALUE "FROM ".
           05  QGCR-CMP-FROM           PIC X(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  QGCR-CMP-TO             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QGCR-CMP-FLAG           PIC X(12).
           05  FILLER                  PIC X(27) VALUE SPACES.
       01  QGCR-SET-COUNT-LINE.
           05  FILLER                  PIC X(18) VALUE
               "    CELLS ADDED   ".
           05  QGCR-SCT-ADDED          PIC Z(04)9.
           05  FILLER                  PIC X(09) VALUE " REMOVED ".
           05  QGCR-SCT-REMOVED        PIC Z(04)9.
           05  FILLER                  PIC X(09) VALUE " CHANGED ".
           05  QGCR-SCT-CHANGED        PIC Z(04)9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  QGCR-TEXT-LINE.
           05  QGCR-TEXT-MSG           PIC X(80).
       01  QGCR-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QGCR-CNT-MSG            PIC X(40).
           05  QGCR-CNT-VALUE          PIC Z(06)9.
           05  FILLER                  PIC X(31) VALUE SPACES.
      ****************************************************
004200 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 1300-RESOLVE-THE-CARD THRU 1300-EXIT
           END-IF
           IF NOT DL100-ABEND-OCCURRED
              AND NOT DL100-NOTHING-TO-COMPARE
               PERFORM 2000-COMPARE-ONE-SET THRU 2000-EXIT
                   VARYING DL100-SUB-S FROM 1 BY 1
                   UNTIL DL100-SUB-S > 99
           END-IF
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - READ THE CARD, OPEN THE REPORT AND
      * THE MASTER, AND GATHER THE GENERATION DIRECTORY.
      ****************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT
           IF NOT DL100-ABEND-OCCURRED
               OPEN OUTPUT COMP-RPT-FILE
               IF DL100-RPT-STATUS NOT = "00"
                   DISPLAY "QG0001E CANNOT OPEN QGCRPT REPORT "
                       "FILE - STATUS " DL100-RPT-STATUS
                   MOVE "QG0001E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN QGCRPT REPORT FILE - STATUS"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               ELSE
                   MOVE "Y" TO DL100-RPT-OPEN-SWITCH
                   WRITE QGCR-RECORD FROM QGCR-HEADING
                   MOVE SPACES TO QGCR-RECORD
                   WRITE QGCR-RECORD
                   PERFORM 1010-OPEN-THE-MASTER THRU 1010-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1010-OPEN-THE-MASTER.
           OPEN INPUT QQ-MAST-FILE
           IF DL100-MAST-STATUS NOT = "00"
               DISPLAY "QG0001E CANNOT OPEN QQMAST - STATUS "
                   DL100-MAST-STATUS " - RUN QQLOAD FIRST"
               MOVE "QG0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQMAST - STATUS - RUN QQLOAD FIRST"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE "Y" TO DL100-MAST-OPEN-SWITCH
               PERFORM 1100-BUILD-GEN-DIRECTORY THRU 1100-EXIT
           END-IF.
       1010-EXIT.
           EXIT.

      ****************************************************
      * 1050-READ-PARM-CARD - THE CARD IS REQUIRED.  EACH
      * AS-OF DATE MAY BE BLANK (THE NEWEST GENERATION) OR
      * A DATE; THE SET ID MAY BE BLANK (EVERY SET) OR 01-99.
      * ANYTHING ELSE IS REFUSED RATHER THAN GUESSED AT.
      ****************************************************
       1050-READ-PARM-CARD.
           OPEN INPUT COMP-PARM-FILE
           IF DL100-PARM-STATUS NOT = "00"
               PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
           ELSE
               READ COMP-PARM-FILE
                   AT END
                       PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
               END-READ
               CLOSE COMP-PARM-FILE
               IF NOT DL100-ABEND-OCCURRED
                   PERFORM 1060-EDIT-THE-CARD THRU 1060-EXIT
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

       1060-EDIT-THE-CARD.
           EVALUATE TRUE
               WHEN QGCPARM-FROM-ASOF NOT = SPACES
                AND QGCPARM-FROM-ASOF IS NOT NUMERIC
               WHEN QGCPARM-TO-ASOF NOT = SPACES
                AND QGCPARM-TO-ASOF IS NOT NUMERIC
               WHEN QGCPARM-SET-ID NOT = SPACES
                AND QGCPARM-SET-ID IS NOT NUMERIC
                   PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
               WHEN OTHER
                   MOVE 0 TO DL100-FROM-ASOF DL100-TO-ASOF
                             DL100-REQ-SET
                   IF QGCPARM-FROM-ASOF IS NUMERIC
                       MOVE QGCPARM-FROM-ASOF TO DL100-FROM-ASOF
                   END-IF
                   IF QGCPARM-TO-ASOF IS NUMERIC
                       MOVE QGCPARM-TO-ASOF TO DL100-TO-ASOF
                   END-IF
                   IF QGCPARM-SET-ID IS NUMERIC
                       MOVE QGCPARM-SET-ID TO DL100-REQ-SET
                   END-IF
           END-EVALUATE.
       1060-EXIT.
           EXIT.

      ****************************************************
      * 1100-BUILD-GEN-DIRECTORY - GATHER THE DISTINCT
      * GENERATION DATES ON THE MASTER, ONE KEYED HOP PER
      * GENERATION, EXACTLY AS QQINQ DOES.
      ****************************************************
       1100-BUILD-GEN-DIRECTORY.
           MOVE 0   TO DL100-GEN-COUNT
           MOVE "N" TO DL100-SCAN-DONE-SWITCH
           MOVE 0 TO QQMAST-BUS-DATE QQMAST-SET-ID
                     QQMAST-ROW-KEY QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS NOT LESS THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START
           PERFORM 1110-HOP-ONE-GENERATION THRU 1110-EXIT
               UNTIL DL100-SCAN-DONE.
       1100-EXIT.
           EXIT.

       1110-HOP-ONE-GENERATION.
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
                           DISPLAY "QG0004W MORE THAN "
                               DL100-GEN-MAX " GENERATIONS ON "
                               "QQMAST - THE OLDEST DATES ARE "
                               "DROPPED FROM THE DIRECTORY AND "
                               "CANNOT BE COMPARED"
                           MOVE "QG0004W" TO EXCPLOG-MSG-ID
                           MOVE "GENERATION DIRECTORY FULL - OLD
      -                        "EST DATES DROPPED"
                               TO EXCPLOG-TEXT
                           PERFORM 7900-LOG-EXCEPTION
                               THRU 7900-EXIT
                       END-IF
                       PERFORM 1120-DROP-OLDEST-GEN
                           THRU 1120-EXIT
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
       1110-EXIT.
           EXIT.

      ****************************************************
      * 1120-DROP-OLDEST-GEN - ENTRY 1 IS ALWAYS THE OLDEST
      * ON HAND; SHIFT EVERYTHING DOWN ONE SLOT TO MAKE ROOM
      * FOR THE NEWER DATE JUST READ.
      ****************************************************
       1120-DROP-OLDEST-GEN.
           PERFORM 1130-SHIFT-ONE-GEN THRU 1130-EXIT
               VARYING DL100-SUB-G FROM 1 BY 1
               UNTIL DL100-SUB-G >= DL100-GEN-MAX.
       1120-EXIT.
           EXIT.

       1130-SHIFT-ONE-GEN.
           COMPUTE DL100-SUB-G2 = DL100-SUB-G + 1
           MOVE DL100-GEN-DATE (DL100-SUB-G2)
               TO DL100-GEN-DATE (DL100-SUB-G).
       1130-EXIT.
           EXIT.

      ****************************************************
      * 1300-RESOLVE-THE-CARD - TURN EACH AS-OF DATE INTO ITS
      * GENERATION, PRINT BOTH ON THE REPORT, AND GATHER THE
      * SETS EACH GENERATION HOLDS.  A DATE WITH NO
      * GENERATION ON OR BEFORE IT, OR TWO DATES THAT LAND ON
      * THE SAME GENERATION, LEAVE NOTHING TO COMPARE.
      ****************************************************
       1300-RESOLVE-THE-CARD.
           MOVE DL100-FROM-ASOF TO DL100-ASOF-DATE
           PERFORM 1310-RESOLVE-ONE-DATE THRU 1310-EXIT
           MOVE DL100-EFF-GEN TO DL100-FROM-GEN
           MOVE DL100-TO-ASOF TO DL100-ASOF-DATE
           PERFORM 1310-RESOLVE-ONE-DATE THRU 1310-EXIT
           MOVE DL100-EFF-GEN TO DL100-TO-GEN
           MOVE "FROM" TO QGCR-GEN-SIDE
           MOVE QGCPARM-FROM-ASOF TO QGCR-GEN-ASOF
           MOVE DL100-FROM-GEN TO QGCR-GEN-DATE
           MOVE SPACES TO QGCR-GEN-FLAG
           IF DL100-FROM-ASOF = 0
               MOVE "NEWEST" TO QGCR-GEN-ASOF
           END-IF
           IF DL100-FROM-GEN = 0
               MOVE "** NO GENERATION ON OR BEFORE" TO QGCR-GEN-FLAG
           END-IF
           WRITE QGCR-RECORD FROM QGCR-GEN-LINE
           MOVE "TO" TO QGCR-GEN-SIDE
           MOVE QGCPARM-TO-ASOF TO QGCR-GEN-ASOF
           MOVE DL100-TO-GEN TO QGCR-GEN-DATE
           MOVE SPACES TO QGCR-GEN-FLAG
           IF DL100-TO-ASOF = 0
               MOVE "NEWEST" TO QGCR-GEN-ASOF
           END-IF
           IF DL100-TO-GEN = 0
               MOVE "** NO GENERATION ON OR BEFORE" TO QGCR-GEN-FLAG
           END-IF
           WRITE QGCR-RECORD FROM QGCR-GEN-LINE
           IF DL100-REQ-SET = 0
               MOVE "ALL SETS" TO QGCR-FILTER-TEXT
           ELSE
               MOVE SPACES TO QGCR-FILTER-TEXT
               STRING "SET " DL100-REQ-SET " ONLY"
                   DELIMITED BY SIZE INTO QGCR-FILTER-TEXT
           END-IF
           WRITE QGCR-RECORD FROM QGCR-FILTER-LINE
           MOVE SPACES TO QGCR-RECORD
           WRITE QGCR-RECORD
           IF DL100-FROM-GEN = 0 OR DL100-TO-GEN = 0
               MOVE "Y" TO DL100-NOTHING-SWITCH
               DISPLAY "QG0002W AN AS-OF DATE ON QGCPARM HAS NO "
                   "GENERATION ON OR BEFORE IT - NOTHING COMPARED"
               MOVE "QG0002W" TO EXCPLOG-MSG-ID
               MOVE "AS-OF DATE HAS NO GENERATION - NOTHING COMPARED"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           ELSE
               IF DL100-FROM-GEN = DL100-TO-GEN
                   MOVE "Y" TO DL100-NOTHING-SWITCH
                   DISPLAY "QG0005W BOTH AS-OF DATES RESOLVE TO "
                       "GENERATION " DL100-FROM-GEN
                       " - NOTHING COMPARED"
               ELSE
                   MOVE SPACES TO DL100-SET-TBL
                   MOVE DL100-FROM-GEN TO DL100-HOP-GEN
                   MOVE "F" TO DL100-HOP-SIDE
                   PERFORM 1400-GATHER-SETS THRU 1400-EXIT
                   MOVE DL100-TO-GEN TO DL100-HOP-GEN
                   MOVE "T" TO DL100-HOP-SIDE
                   PERFORM 1400-GATHER-SETS THRU 1400-EXIT
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      ****************************************************
      * 1310-RESOLVE-ONE-DATE - THE NEWEST GENERATION ON OR
      * BEFORE THE AS-OF DATE; ZERO MEANS THE NEWEST OF ALL.
      ****************************************************
       1310-RESOLVE-ONE-DATE.
           IF DL100-ASOF-DATE = 0
               MOVE 99999999 TO DL100-ASOF-DATE
           END-IF
           MOVE 0 TO DL100-EFF-GEN
           PERFORM 1320-CHECK-ONE-GENERATION THRU 1320-EXIT
               VARYING DL100-SUB-G FROM 1 BY 1
               UNTIL DL100-SUB-G > DL100-GEN-COUNT.
       1310-EXIT.
           EXIT.

       1320-CHECK-ONE-GENERATION.
           IF DL100-GEN-DATE (DL100-SUB-G) <= DL100-ASOF-DATE
              AND DL100-GEN-DATE (DL100-SUB-G) > DL100-EFF-GEN
               MOVE DL100-GEN-DATE (DL100-SUB-G)
                   TO DL100-EFF-GEN
           END-IF.
       1320-EXIT.
           EXIT.

      ****************************************************
      * 1400-GATHER-SETS - THE SET IDS ONE GENERATION HOLDS,
      * ONE KEYED HOP PER SET (START PAST THE SET'S LAST
      * POSSIBLE KEY), THE SAME WAY THE DIRECTORY HOPS
      * GENERATIONS.  SET 00 IS SKIPPED BY STARTING AT 01.
      ****************************************************
       1400-GATHER-SETS.
           MOVE "N" TO DL100-SCAN-DONE-SWITCH
           MOVE DL100-HOP-GEN TO QQMAST-BUS-DATE
           MOVE 1 TO QQMAST-SET-ID
           MOVE 0 TO QQMAST-ROW-KEY QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS NOT LESS THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START
           PERFORM 1410-HOP-ONE-SET THRU 1410-EXIT
               UNTIL DL100-SCAN-DONE.
       1400-EXIT.
           EXIT.

       1410-HOP-ONE-SET.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   IF QQMAST-BUS-DATE NOT = DL100-HOP-GEN
                       MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                   ELSE
                       PERFORM 1420-NOTE-THE-SET THRU 1420-EXIT
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

       1420-NOTE-THE-SET.
           IF DL100-HOP-FROM
               MOVE "Y" TO DL100-SET-IN-FROM (QQMAST-SET-ID)
           ELSE
               MOVE "Y" TO DL100-SET-IN-TO (QQMAST-SET-ID)
           END-IF
           IF QQMAST-SET-ID = 99
               MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           ELSE
               MOVE 99 TO QQMAST-ROW-KEY QQMAST-COL-KEY
               START QQ-MAST-FILE
                   KEY IS GREATER THAN QQMAST-KEY
                   INVALID KEY
                       MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               END-START
           END-IF.
       1420-EXIT.
           EXIT.

      ****************************************************
      * 2000-COMPARE-ONE-SET - ONE SET ID.  SKIPPED WHEN THE
      * CARD NAMES ANOTHER SET OR NEITHER GENERATION HOLDS
      * IT.  LOAD BOTH SIDES, LIST THE CELL DIFFERENCES IN
      * ROW/COLUMN ORDER, THEN THE SET-LEVEL FIGURES.
      ****************************************************
       2000-COMPARE-ONE-SET.
           EVALUATE TRUE
               WHEN DL100-REQ-SET NOT = 0
                AND DL100-REQ-SET NOT = DL100-SUB-S
                   CONTINUE
               WHEN DL100-SET-IN-FROM (DL100-SUB-S) NOT = "Y"
                AND DL100-SET-IN-TO (DL100-SUB-S) NOT = "Y"
                   IF DL100-REQ-SET NOT = 0
                       MOVE DL100-SUB-S TO QGCR-SET-ID
                       MOVE "NOT ON EITHER GENERATION"
                           TO QGCR-SET-TEXT
                       WRITE QGCR-RECORD FROM QGCR-SET-LINE
                   END-IF
               WHEN OTHER
                   PERFORM 2050-COMPARE-THE-SET THRU 2050-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2050-COMPARE-THE-SET.
           ADD 1 TO DL100-SETS-COMPARED
           MOVE "N" TO DL100-SET-DIFF-SWITCH
           MOVE 0 TO DL100-SET-ADDED DL100-SET-REMOVED
                     DL100-SET-CHANGED
           MOVE DL100-SUB-S TO QGCR-SET-ID
           EVALUATE TRUE
               WHEN DL100-SET-IN-FROM (DL100-SUB-S) NOT = "Y"
                   ADD 1 TO DL100-SETS-ADDED
                   MOVE "Y" TO DL100-SET-DIFF-SWITCH
                   MOVE "** SET ADDED - NOT ON THE FROM GENERATION"
                       TO QGCR-SET-TEXT
               WHEN DL100-SET-IN-TO (DL100-SUB-S) NOT = "Y"
                   ADD 1 TO DL100-SETS-REMOVED
                   MOVE "Y" TO DL100-SET-DIFF-SWITCH
                   MOVE "** SET REMOVED - NOT ON THE TO GENERATION"
                       TO QGCR-SET-TEXT
               WHEN OTHER
                   MOVE "ON BOTH GENERATIONS" TO QGCR-SET-TEXT
           END-EVALUATE
           WRITE QGCR-RECORD FROM QGCR-SET-LINE
           PERFORM 2100-LOAD-FROM-SET THRU 2100-EXIT
           PERFORM 2200-LOAD-TO-SET THRU 2200-EXIT
           MOVE DL100-FROM-SIZE TO DL100-SCAN-SIZE
           IF DL100-TO-SIZE > DL100-SCAN-SIZE
               MOVE DL100-TO-SIZE TO DL100-SCAN-SIZE
           END-IF
           IF DL100-SCAN-SIZE > 0
               PERFORM 2300-COMPARE-ONE-CELL THRU 2300-EXIT
                   VARYING DL100-SUB-R FROM 1 BY 1
                   UNTIL DL100-SUB-R > DL100-SCAN-SIZE
                   AFTER DL100-SUB-C FROM 1 BY 1
                   UNTIL DL100-SUB-C > DL100-SCAN-SIZE
           END-IF
           PERFORM 2400-WRITE-SET-FIGURES THRU 2400-EXIT
           IF DL100-SET-DIFFERS
               ADD 1 TO DL100-SETS-DIFFERING
           END-IF
           MOVE SPACES TO QGCR-RECORD
           WRITE QGCR-RECORD.
       2050-EXIT.
           EXIT.

      ****************************************************
      * 2100-LOAD-FROM-SET / 2200-LOAD-TO-SET - READ ONE
      * GENERATION'S CELLS OF THE SET INTO ITS GRID AND TAKE
      * THE SET'S SIZE, OPERATION, TOTAL AND CELL COUNT.
      ****************************************************
       2100-LOAD-FROM-SET.
           MOVE SPACES TO DL100-FROM-GRID
           MOVE 0 TO DL100-FROM-SIZE DL100-FROM-TOTAL
                     DL100-FROM-CELLS
           MOVE SPACE TO DL100-FROM-OPERATION
           IF DL100-SET-IN-FROM (DL100-SUB-S) = "Y"
               MOVE DL100-FROM-GEN TO DL100-HOP-GEN
               PERFORM 2500-START-THE-SET THRU 2500-EXIT
               PERFORM 2110-LOAD-ONE-FROM-CELL THRU 2110-EXIT
                   UNTIL DL100-SCAN-DONE
           END-IF.
       2100-EXIT.
           EXIT.

       2110-LOAD-ONE-FROM-CELL.
           PERFORM 2510-READ-NEXT-CELL THRU 2510-EXIT
           IF NOT DL100-SCAN-DONE
              AND QQMAST-ROW-KEY > 0 AND QQMAST-COL-KEY > 0
               MOVE "Y" TO DL100-FROM-HAVE (QQMAST-ROW-KEY,
                                            QQMAST-COL-KEY)
               MOVE QQMAST-VALUE TO DL100-FROM-VALUE (QQMAST-ROW-KEY,
                                                      QQMAST-COL-KEY)
               MOVE QQMAST-OPERATION TO DL100-FROM-OP (QQMAST-ROW-KEY,
                                                       QQMAST-COL-KEY)
               ADD 1 TO DL100-FROM-CELLS
               IF DL100-FROM-OPERATION = SPACE
                   MOVE QQMAST-OPERATION TO DL100-FROM-OPERATION
               END-IF
               IF QQMAST-ROW-KEY > DL100-FROM-SIZE
                   MOVE QQMAST-ROW-KEY TO DL100-FROM-SIZE
               END-IF
               IF QQMAST-COL-KEY > DL100-FROM-SIZE
                   MOVE QQMAST-COL-KEY TO DL100-FROM-SIZE
               END-IF
               IF QQMAST-VALUE IS NUMERIC
                   ADD QQMAST-VALUE TO DL100-FROM-TOTAL
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

       2200-LOAD-TO-SET.
           MOVE SPACES TO DL100-TO-GRID
           MOVE 0 TO DL100-TO-SIZE DL100-TO-TOTAL
                     DL100-TO-CELLS
           MOVE SPACE TO DL100-TO-OPERATION
           IF DL100-SET-IN-TO (DL100-SUB-S) = "Y"
               MOVE DL100-TO-GEN TO DL100-HOP-GEN
               PERFORM 2500-START-THE-SET THRU 2500-EXIT
               PERFORM 2210-LOAD-ONE-TO-CELL THRU 2210-EXIT
                   UNTIL DL100-SCAN-DONE
           END-IF.
       2200-EXIT.
           EXIT.

       2210-LOAD-ONE-TO-CELL.
           PERFORM 2510-READ-NEXT-CELL THRU 2510-EXIT
           IF NOT DL100-SCAN-DONE
              AND QQMAST-ROW-KEY > 0 AND QQMAST-COL-KEY > 0
               MOVE "Y" TO DL100-TO-HAVE (QQMAST-ROW-KEY,
                                          QQMAST-COL-KEY)
               MOVE QQMAST-VALUE TO DL100-TO-VALUE (QQMAST-ROW-KEY,
                                                    QQMAST-COL-KEY)
               MOVE QQMAST-OPERATION TO DL100-TO-OP (QQMAST-ROW-KEY,
                                                     QQMAST-COL-KEY)
               ADD 1 TO DL100-TO-CELLS
               IF DL100-TO-OPERATION = SPACE
                   MOVE QQMAST-OPERATION TO DL100-TO-OPERATION
               END-IF
               IF QQMAST-ROW-KEY > DL100-TO-SIZE
                   MOVE QQMAST-ROW-KEY TO DL100-TO-SIZE
               END-IF
               IF QQMAST-COL-KEY > DL100-TO-SIZE
                   MOVE QQMAST-COL-KEY TO DL100-TO-SIZE
               END-IF
               IF QQMAST-VALUE IS NUMERIC
                   ADD QQMAST-VALUE TO DL100-TO-TOTAL
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      ****************************************************
      * 2300-COMPARE-ONE-CELL - ONE ROW/COLUMN POSITION.  A
      * CELL ON ONE SIDE ONLY IS ADDED OR REMOVED; ON BOTH
      * SIDES IT IS CHANGED WHEN ITS VALUE OR OPERATION
      * DIFFERS.
      ****************************************************
       2300-COMPARE-ONE-CELL.
           EVALUATE TRUE
               WHEN DL100-FROM-HAVE (DL100-SUB-R, DL100-SUB-C)
                       NOT = "Y"
                AND DL100-TO-HAVE (DL100-SUB-R, DL100-SUB-C)
                       NOT = "Y"
                   CONTINUE
               WHEN DL100-FROM-HAVE (DL100-SUB-R, DL100-SUB-C)
                       NOT = "Y"
                   ADD 1 TO DL100-SET-ADDED
                   MOVE "ADDED" TO QGCR-CEL-TEXT
                   PERFORM 2310-LIST-THE-CELL THRU 2310-EXIT
               WHEN DL100-TO-HAVE (DL100-SUB-R, DL100-SUB-C)
                       NOT = "Y"
                   ADD 1 TO DL100-SET-REMOVED
                   MOVE "REMOVED" TO QGCR-CEL-TEXT
                   PERFORM 2310-LIST-THE-CELL THRU 2310-EXIT
               WHEN DL100-FROM-CELL (DL100-SUB-R, DL100-SUB-C)
                       = DL100-TO-CELL (DL100-SUB-R, DL100-SUB-C)
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO DL100-SET-CHANGED
                   MOVE "CHANGED" TO QGCR-CEL-TEXT
                   PERFORM 2310-LIST-THE-CELL THRU 2310-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2310-LIST-THE-CELL.
           MOVE DL100-SUB-R TO QGCR-CEL-ROW
           MOVE DL100-SUB-C TO QGCR-CEL-COL
           MOVE DL100-FROM-VALUE (DL100-SUB-R, DL100-SUB-C)
               TO QGCR-CEL-FROM-VALUE
           MOVE DL100-FROM-OP (DL100-SUB-R, DL100-SUB-C)
               TO QGCR-CEL-FROM-OP
           MOVE DL100-TO-VALUE (DL100-SUB-R, DL100-SUB-C)
               TO QGCR-CEL-TO-VALUE
           MOVE DL100-TO-OP (DL100-SUB-R, DL100-SUB-C)
               TO QGCR-CEL-TO-OP
           MOVE "Y" TO DL100-SET-DIFF-SWITCH
           WRITE QGCR-RECORD FROM QGCR-CELL-LINE.
       2310-EXIT.
           EXIT.

      ****************************************************
      * 2400-WRITE-SET-FIGURES - SIZE, OPERATION AND TOTAL
      * SIDE BY SIDE, EACH DIFFERENCE FLAGGED, THEN THE
      * SET'S CELL COUNTS.
      ****************************************************
       2400-WRITE-SET-FIGURES.
           MOVE "SIZE" TO QGCR-CMP-ITEM
           MOVE DL100-FROM-SIZE TO DL100-EDIT-SIZE
           MOVE DL100-EDIT-SIZE TO QGCR-CMP-FROM
           MOVE DL100-TO-SIZE TO DL100-EDIT-SIZE
           MOVE DL100-EDIT-SIZE TO QGCR-CMP-TO
           MOVE SPACES TO QGCR-CMP-FLAG
           IF DL100-FROM-SIZE NOT = DL100-TO-SIZE
               MOVE "** CHANGED" TO QGCR-CMP-FLAG
               MOVE "Y" TO DL100-SET-DIFF-SWITCH
           END-IF
           WRITE QGCR-RECORD FROM QGCR-CMP-LINE
           MOVE "OPERATION" TO QGCR-CMP-ITEM
           MOVE DL100-FROM-OPERATION TO QGCR-CMP-FROM
           MOVE DL100-TO-OPERATION TO QGCR-CMP-TO
           MOVE SPACES TO QGCR-CMP-FLAG
           IF DL100-FROM-OPERATION NOT = DL100-TO-OPERATION
               MOVE "** CHANGED" TO QGCR-CMP-FLAG
               MOVE "Y" TO DL100-SET-DIFF-SWITCH
           END-IF
           WRITE QGCR-RECORD FROM QGCR-CMP-LINE
           MOVE "TOTAL" TO QGCR-CMP-ITEM
           MOVE DL100-FROM-TOTAL TO DL100-EDIT-TOTAL
           MOVE DL100-EDIT-TOTAL TO QGCR-CMP-FROM
           MOVE DL100-TO-TOTAL TO DL100-EDIT-TOTAL
           MOVE DL100-EDIT-TOTAL TO QGCR-CMP-TO
           MOVE SPACES TO QGCR-CMP-FLAG
           IF DL100-FROM-TOTAL NOT = DL100-TO-TOTAL
               MOVE "** CHANGED" TO QGCR-CMP-FLAG
               MOVE "Y" TO DL100-SET-DIFF-SWITCH
           END-IF
           WRITE QGCR-RECORD FROM QGCR-CMP-LINE
           MOVE DL100-SET-ADDED   TO QGCR-SCT-ADDED
           MOVE DL100-SET-REMOVED TO QGCR-SCT-REMOVED
           MOVE DL100-SET-CHANGED TO QGCR-SCT-CHANGED
           WRITE QGCR-RECORD FROM QGCR-SET-COUNT-LINE
           ADD DL100-SET-ADDED   TO DL100-TOT-ADDED
           ADD DL100-SET-REMOVED TO DL100-TOT-REMOVED
           ADD DL100-SET-CHANGED TO DL100-TOT-CHANGED.
       2400-EXIT.
           EXIT.

      ****************************************************
      * 2500-START-THE-SET - POSITION AT THE SET'S FIRST KEY
      * ON THE GENERATION IN DL100-HOP-GEN.
      ****************************************************
       2500-START-THE-SET.
           MOVE "N" TO DL100-SCAN-DONE-SWITCH
           MOVE DL100-HOP-GEN TO QQMAST-BUS-DATE
           MOVE DL100-SUB-S   TO QQMAST-SET-ID
           MOVE 0 TO QQMAST-ROW-KEY QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS NOT LESS THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START.
       2500-EXIT.
           EXIT.

      ****************************************************
      * 2510-READ-NEXT-CELL - ONE SEQUENTIAL READ.  THE END
      * OF THE FILE OR A KEY OUTSIDE THE GENERATION AND SET
      * BEING LOADED ENDS THE SCAN.
      ****************************************************
       2510-READ-NEXT-CELL.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   IF QQMAST-BUS-DATE NOT = DL100-HOP-GEN
                      OR QQMAST-SET-ID NOT = DL100-SUB-S
                       MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

      ****************************************************
      * 6000-WRITE-SUMMARY - RUN COUNTS AND THE FINAL WORD.
      * DIFFERENCES ARE THE ANSWER, NOT AN ERROR; A CARD THAT
      * LEFT NOTHING TO COMPARE ENDS WITH A WARNING CODE.
      ****************************************************
       6000-WRITE-SUMMARY.
           MOVE "SETS COMPARED"                TO QGCR-CNT-MSG
           MOVE DL100-SETS-COMPARED            TO QGCR-CNT-VALUE
           WRITE QGCR-RECORD FROM QGCR-COUNT-LINE
           MOVE "SETS ADDED"                   TO QGCR-CNT-MSG
           MOVE DL100-SETS-ADDED               TO QGCR-CNT-VALUE
           WRITE QGCR-RECORD FROM QGCR-COUNT-LINE
           MOVE "SETS REMOVED"                 TO QGCR-CNT-MSG
           MOVE DL100-SETS-REMOVED             TO QGCR-CNT-VALUE
           WRITE QGCR-RECORD FROM QGCR-COUNT-LINE
           MOVE "SETS WITH ANY DIFFERENCE"     TO QGCR-CNT-MSG
           MOVE DL100-SETS-DIFFERING           TO QGCR-CNT-VALUE
           WRITE QGCR-RECORD FROM QGCR-COUNT-LINE
           MOVE "CELLS ADDED"                  TO QGCR-CNT-MSG
           MOVE DL100-TOT-ADDED                TO QGCR-CNT-VALUE
           WRITE QGCR-RECORD FROM QGCR-COUNT-LINE
           MOVE "CELLS REMOVED"                TO QGCR-CNT-MSG
           MOVE DL100-TOT-REMOVED              TO QGCR-CNT-VALUE
           WRITE QGCR-RECORD FROM QGCR-COUNT-LINE
           MOVE "CELLS CHANGED"                TO QGCR-CNT-MSG
           MOVE DL100-TOT-CHANGED              TO QGCR-CNT-VALUE
           WRITE QGCR-RECORD FROM QGCR-COUNT-LINE
           MOVE SPACES TO QGCR-RECORD
           WRITE QGCR-RECORD
           EVALUATE TRUE
               WHEN DL100-NOTHING-TO-COMPARE
                   MOVE "QG0002W NOTHING COMPARED - SEE THE GENERATI
      -                "ONS ABOVE" TO QGCR-TEXT-MSG
                   MOVE 4 TO RETURN-CODE
               WHEN DL100-SETS-COMPARED = 0
                   MOVE "QG0006W NO SET TO COMPARE ON EITHER GENERAT
      -                "ION" TO QGCR-TEXT-MSG
                   DISPLAY "QG0006W NO SET TO COMPARE ON EITHER "
                       "GENERATION"
                   MOVE 4 TO RETURN-CODE
               WHEN DL100-SETS-DIFFERING = 0
                   MOVE "QG0000I THE TWO GENERATIONS ARE IDENTICAL"
                       TO QGCR-TEXT-MSG
                   DISPLAY "QG0000I GENERATIONS " DL100-FROM-GEN
                       " AND " DL100-TO-GEN " ARE IDENTICAL"
               WHEN OTHER
                   MOVE "QG0000I COMPARISON COMPLETE - DIFFERENCES L
      -                "ISTED ABOVE" TO QGCR-TEXT-MSG
                   DISPLAY "QG0000I GENERATIONS " DL100-FROM-GEN
                       " AND " DL100-TO-GEN " COMPARED - "
                       DL100-SETS-DIFFERING " SET(S) DIFFER"
           END-EVALUATE
           WRITE QGCR-RECORD FROM QGCR-TEXT-LINE.
       6000-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "QQGCOMP" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 8000-BAD-PARM-CARD - MISSING OR UNREADABLE QGCPARM
      * CARD.  REFUSE RATHER THAN COMPARE THE WRONG DATES.
      ****************************************************
       8000-BAD-PARM-CARD.
           DISPLAY "QG0003E QGCPARM CARD MISSING OR NOT "
               "READABLE - NOTHING COMPARED"
           MOVE "QG0003E" TO EXCPLOG-MSG-ID
           MOVE "QGCPARM CARD MISSING OR BAD - NOTHING COMPARED"
               TO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           MOVE "Y" TO DL100-ABEND-SWITCH
           MOVE 16  TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - CLOSE WHATEVER OPENED CLEANLY.
      ****************************************************
       9000-TERMINATE.
           IF DL100-MAST-OPENED
               CLOSE QQ-MAST-FILE
           END-IF
           IF DL100-RPT-OPENED
               CLOSE COMP-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
