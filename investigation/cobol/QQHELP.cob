000100******************************************************
000200* QQHELP.COB
000300*
000400* INTERACTIVE HELP-DESK INQUIRY AGAINST THE QQMAST
000500* MASTER.  QQINQ ANSWERS QQINQREQ CARDS IN THE NEXT
000600* BATCH RUN; THIS PROGRAM ANSWERS A SINGLE QUESTION
000700* ASKED OVER THE PHONE WHILE THE CALLER WAITS.  IT IS A
000800* LINE-MODE CONVERSATION AT THE TERMINAL:
000900*   - THE HELP-DESK USER SIGNS ON WITH A USER ID;
001000*   - EACH LOOKUP TAKES A SET (BLANK MEANS 01, AS ON
001100*     QQINQ), A ROW, A COLUMN AND AN OPTIONAL AS-OF DATE
001200*     (BLANK MEANS THE NEWEST GENERATION), RESOLVED TO
001300*     A GENERATION EXACTLY AS QQINQ RESOLVES ITS
001400*     INQREQ-ASOF-DATE;
001500*   - THE ANSWER SHOWS THE CELL'S VALUE AND OPERATION,
001600*     ITS FOUR ROW AND COLUMN NEIGHBOURS AND THE
001700*     GENERATION IT CAME FROM;
001800*   - THE USER MAY THEN PAGE THROUGH THE CELL'S ROW OR
001900*     COLUMN, TEN CELLS A PAGE, FORWARD AND BACK.
002000* EVERY ANSWER GIVEN - THE LOOKED-UP CELL AND EVERY
002100* CELL ON A PAGE SHOWN - IS APPENDED TO THE QQINQLOG
002200* INQUIRY LOG WITH THE USER ID, DATE AND TIME, SO A
002300* DISPUTED PHONE ANSWER CAN BE TRACED LATER.  NO LOG,
002400* NO SESSION.
002500*
002600* THE MASTER IS OPENED FOR INPUT ONLY AND THE RUNLOCK IS
002700* NEVER TAKEN, SO THE SCREEN STAYS USABLE WHILE THE
002800* NIGHTLY STREAM HOLDS THE LOCK.  THE GENERATION
002900* DIRECTORY IS GATHERED AGAIN FOR EACH LOOKUP, SO A
003000* GENERATION THAT LANDS DURING THE SESSION IS SEEN.
003100*
003200* MODIFICATION HISTORY
003300*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.
003400******************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. QQHELP.
003700 AUTHOR. D HARTLEY.
003800 INSTALLATION. DAILY UTILITY SUITE.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.
004100******************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
           SELECT QQ-MAST-FILE ASSIGN TO "QQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QQMAST-KEY
               FILE STATUS IS DL100-MAST-STATUS.
           SELECT INQ-LOG-FILE ASSIGN TO "QQINQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LOG-STATUS.
004500******************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
       FD  QQ-MAST-FILE.
           COPY QQMASTRC.
      *
       FD  INQ-LOG-FILE.
           COPY QQILOGRC.
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-MAST-STATUS           PIC X(02) VALUE "00".
       01  DL100-LOG-STATUS            PIC X(02) VALUE "00".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-MAST-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  DL100-MAST-OPENED           VALUE "Y".
       01  DL100-LOG-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-LOG-OPENED            VALUE "Y".
       01  DL100-SCAN-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-SCAN-DONE             VALUE "Y".
       01  DL100-SESSION-SWITCH        PIC X(01) VALUE "N".
           88  DL100-SESSION-ENDED         VALUE "Y".
       01  DL100-KEY-OK-SWITCH         PIC X(01) VALUE "N".
           88  DL100-KEY-OK                VALUE "Y".
       01  DL100-CELL-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-CELL-DONE             VALUE "Y".
       01  DL100-PAGING-SWITCH         PIC X(01) VALUE "N".
           88  DL100-PAGING-DONE           VALUE "Y".
      ****************************************************
      * THE SIGNED-ON USER AND THE LOOKUP IN HAND
      ****************************************************
       01  DL100-USER-ID               PIC X(08) VALUE SPACES.
       01  DL100-REQ-SET               PIC 9(02) VALUE 0.
       01  DL100-REQ-ROW               PIC 9(02) VALUE 0.
       01  DL100-REQ-COL               PIC 9(02) VALUE 0.
       01  DL100-REQ-ASOF              PIC 9(08) VALUE 0.
      ****************************************************
      * TERMINAL INPUT FIELDS.  A ONE-DIGIT ANSWER TO A
      * TWO-DIGIT PROMPT IS RIGHT-JUSTIFIED BEFORE IT IS
      * EDITED, SO "5" READS AS 05.
      ****************************************************
       01  DL100-IN-SET                PIC X(02) VALUE SPACES.
       01  DL100-IN-ROW                PIC X(02) VALUE SPACES.
       01  DL100-IN-COL                PIC X(02) VALUE SPACES.
       01  DL100-IN-ASOF               PIC X(08) VALUE SPACES.
       01  DL100-IN-ACTION             PIC X(01) VALUE SPACE.
       01  DL100-IN-TWO                PIC X(02) VALUE SPACES.
      ****************************************************
      * GENERATION DIRECTORY - AS IN QQINQ, THE DISTINCT
      * BUSINESS DATES ON THE MASTER, GATHERED BY KEYED
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
       01  DL100-EFF-GEN               PIC 9(08) VALUE 0.
       01  DL100-ASOF-DATE             PIC 9(08) VALUE 0.
      ****************************************************
      * ONE KEYED READ - THE KEY ASKED FOR AND WHAT CAME
      * BACK.  THE ROW AND COLUMN ARE WIDE ENOUGH TO HOLD
      * A NEIGHBOUR OR PAGE POSITION OFF EITHER EDGE OF THE
      * TABLE, WHICH IS NEVER READ.
      ****************************************************
       77  DL100-RD-ROW                PIC 9(03) VALUE 0.
       77  DL100-RD-COL                PIC 9(03) VALUE 0.
       01  DL100-RD-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  DL100-RD-FOUND              VALUE "Y".
       01  DL100-RD-VALUE              PIC X(03) VALUE SPACES.
       01  DL100-RD-OPERATION          PIC X(01) VALUE SPACE.
      ****************************************************
      * ROW AND COLUMN PAGING
      ****************************************************
       77  DL100-PAGE-SIZE             PIC 9(03) VALUE 10.
       77  DL100-PAGE-START            PIC 9(03) VALUE 0.
       77  DL100-PAGE-POS              PIC 9(03) VALUE 0.
       77  DL100-PAGE-SHOWN            PIC 9(03) VALUE 0.
       01  DL100-PAGE-TYPE             PIC X(01) VALUE SPACE.
           88  DL100-PAGE-BY-ROW           VALUE "R".
           88  DL100-PAGE-BY-COL           VALUE "L".
      ****************************************************
      * SESSION COUNTERS
      ****************************************************
       77  DL100-LOOKUP-COUNT          PIC 9(05) VALUE 0.
       77  DL100-LOGGED-COUNT          PIC 9(05) VALUE 0.
      ****************************************************
      * TERMINAL LINE LAYOUTS
      ****************************************************
       01  QHS-CELL-LINE.
           05  FILLER                  PIC X(04) VALUE "SET ".
           05  QHS-CEL-SET             PIC 9(02).
           05  FILLER                  PIC X(05) VALUE " ROW ".
           05  QHS-CEL-ROW             PIC 9(02).
           05  FILLER                  PIC X(05) VALUE " COL ".
           05  QHS-CEL-COL             PIC 9(02).
           05  FILLER                  PIC X(08) VALUE
               "  VALUE ".
           05  QHS-CEL-VALUE           PIC X(03).
           05  FILLER                  PIC X(04) VALUE " OP ".
           05  QHS-CEL-OP              PIC X(01).
           05  FILLER                  PIC X(13) VALUE
               "  GENERATION ".
           05  QHS-CEL-GEN             PIC 9(08).
       01  QHS-UP-LINE.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "ROW ".
           05  QHS-UP-ROW              PIC X(02).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  QHS-UP-VALUE            PIC X(03).
       01  QHS-MID-LINE.
           05  FILLER                  PIC X(04) VALUE "COL ".
           05  QHS-LEFT-COL            PIC X(02).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  QHS-LEFT-VALUE          PIC X(03).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE "[ ".
           05  QHS-MID-VALUE           PIC X(03).
           05  FILLER                  PIC X(02) VALUE " ]".
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "COL ".
           05  QHS-RIGHT-COL           PIC X(02).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  QHS-RIGHT-VALUE         PIC X(03).
       01  QHS-DOWN-LINE.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "ROW ".
           05  QHS-DOWN-ROW            PIC X(02).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  QHS-DOWN-VALUE          PIC X(03).
       01  QHS-EDIT-KEY                PIC 9(02) VALUE 0.
       01  QHS-PAGE-LINE.
           05  FILLER                  PIC X(04) VALUE "    ".
           05  FILLER                  PIC X(04) VALUE "ROW ".
           05  QHS-PG-ROW              PIC 9(02).
           05  FILLER                  PIC X(05) VALUE " COL ".
           05  QHS-PG-COL              PIC 9(02).
           05  FILLER                  PIC X(08) VALUE
               "  VALUE ".
           05  QHS-PG-VALUE            PIC X(03).
           05  FILLER                  PIC X(04) VALUE " OP ".
           05  QHS-PG-OP               PIC X(01).
      ****************************************************
004800 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 2000-ONE-LOOKUP THRU 2000-EXIT
                   UNTIL DL100-SESSION-ENDED
               DISPLAY "QH0000I SESSION ENDED FOR " DL100-USER-ID
                   " - " DL100-LOOKUP-COUNT " LOOKUP(S), "
                   DL100-LOGGED-COUNT " ANSWER(S) LOGGED"
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - SIGN THE USER ON, OPEN THE MASTER
      * FOR INPUT (NO RUNLOCK) AND OPEN THE INQUIRY LOG FOR
      * APPEND.  THE FIRST SESSION EVER CREATES THE LOG.
      ****************************************************
       1000-INITIALIZE.
           DISPLAY "QQHELP - QQMAST HELP-DESK INQUIRY"
           DISPLAY " "
           DISPLAY "USER ID ==> " WITH NO ADVANCING
           ACCEPT DL100-USER-ID
           IF DL100-USER-ID = SPACES
               DISPLAY "QH0002E NO USER ID ENTERED - EVERY ANSWER "
                   "MUST BE LOGGED AGAINST A USER - SESSION ENDED"
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 8   TO RETURN-CODE
           ELSE
               OPEN INPUT QQ-MAST-FILE
               IF DL100-MAST-STATUS NOT = "00"
                   DISPLAY "QH0001E CANNOT OPEN QQMAST - STATUS "
                       DL100-MAST-STATUS
                   MOVE "QH0001E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN QQMAST - STATUS" TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               ELSE
                   MOVE "Y" TO DL100-MAST-OPEN-SWITCH
                   PERFORM 1010-OPEN-THE-LOG THRU 1010-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1010-OPEN-THE-LOG.
           OPEN EXTEND INQ-LOG-FILE
           IF DL100-LOG-STATUS NOT = "00"
               OPEN OUTPUT INQ-LOG-FILE
           END-IF
           IF DL100-LOG-STATUS NOT = "00"
               DISPLAY "QH0001E CANNOT OPEN QQINQLOG - STATUS "
                   DL100-LOG-STATUS " - NO ANSWERS WITHOUT A LOG"
               MOVE "QH0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQINQLOG - STATUS - SESSION REFUSED"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE "Y" TO DL100-LOG-OPEN-SWITCH
           END-IF.
       1010-EXIT.
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
      * 2000-ONE-LOOKUP - TAKE A KEY FROM THE TERMINAL,
      * RESOLVE ITS GENERATION, SHOW THE CELL, THEN OFFER
      * PAGING UNTIL THE USER ASKS FOR A NEW LOOKUP OR ENDS.
      ****************************************************
       2000-ONE-LOOKUP.
           PERFORM 2010-ACCEPT-THE-KEY THRU 2010-EXIT
           IF DL100-KEY-OK AND NOT DL100-SESSION-ENDED
               ADD 1 TO DL100-LOOKUP-COUNT
               PERFORM 1100-BUILD-GEN-DIRECTORY THRU 1100-EXIT
               PERFORM 2030-RESOLVE-GENERATION THRU 2030-EXIT
               PERFORM 2100-SHOW-THE-CELL THRU 2100-EXIT
               IF DL100-EFF-GEN NOT = 0
                   MOVE "N" TO DL100-CELL-DONE-SWITCH
                   PERFORM 2200-ASK-NEXT-ACTION THRU 2200-EXIT
                       UNTIL DL100-CELL-DONE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      ****************************************************
      * 2010-ACCEPT-THE-KEY - PROMPT FOR SET, ROW, COLUMN
      * AND AS-OF DATE.  "X" AT THE SET PROMPT ENDS THE
      * SESSION; A BAD ENTRY IS NAMED AND THE LOOKUP IS
      * STARTED OVER.
      ****************************************************
       2010-ACCEPT-THE-KEY.
           PERFORM 2011-ACCEPT-THE-SET THRU 2011-EXIT
           IF DL100-KEY-OK
               PERFORM 2012-ACCEPT-THE-ROW THRU 2012-EXIT
           END-IF
           IF DL100-KEY-OK
               PERFORM 2013-ACCEPT-THE-COLUMN THRU 2013-EXIT
           END-IF
           IF DL100-KEY-OK
               PERFORM 2014-ACCEPT-THE-ASOF THRU 2014-EXIT
           END-IF.
       2010-EXIT.
           EXIT.

       2011-ACCEPT-THE-SET.
           MOVE "N" TO DL100-KEY-OK-SWITCH
           DISPLAY " "
           DISPLAY "SET (BLANK = 01, X = END SESSION) ==> "
               WITH NO ADVANCING
           MOVE SPACES TO DL100-IN-SET
           ACCEPT DL100-IN-SET
           MOVE DL100-IN-SET TO DL100-IN-TWO
           PERFORM 2050-RIGHT-JUSTIFY THRU 2050-EXIT
           EVALUATE TRUE
               WHEN DL100-IN-SET = "X " OR DL100-IN-SET = "x "
                   MOVE "Y" TO DL100-SESSION-SWITCH
               WHEN DL100-IN-TWO = SPACES
                   MOVE 1 TO DL100-REQ-SET
                   MOVE "Y" TO DL100-KEY-OK-SWITCH
               WHEN DL100-IN-TWO IS NUMERIC
                   MOVE DL100-IN-TWO TO DL100-REQ-SET
                   IF DL100-REQ-SET = 0
                       MOVE 1 TO DL100-REQ-SET
                   END-IF
                   MOVE "Y" TO DL100-KEY-OK-SWITCH
               WHEN OTHER
                   DISPLAY "QH0003W SET MUST BE 01 THRU 99"
           END-EVALUATE.
       2011-EXIT.
           EXIT.

       2012-ACCEPT-THE-ROW.
           DISPLAY "ROW (01-99) ==> " WITH NO ADVANCING
           MOVE SPACES TO DL100-IN-ROW
           ACCEPT DL100-IN-ROW
           MOVE DL100-IN-ROW TO DL100-IN-TWO
           PERFORM 2050-RIGHT-JUSTIFY THRU 2050-EXIT
           IF DL100-IN-TWO IS NOT NUMERIC OR DL100-IN-TWO = "00"
               DISPLAY "QH0003W ROW MUST BE 01 THRU 99"
               MOVE "N" TO DL100-KEY-OK-SWITCH
           ELSE
               MOVE DL100-IN-TWO TO DL100-REQ-ROW
           END-IF.
       2012-EXIT.
           EXIT.

       2013-ACCEPT-THE-COLUMN.
           DISPLAY "COLUMN (01-99) ==> " WITH NO ADVANCING
           MOVE SPACES TO DL100-IN-COL
           ACCEPT DL100-IN-COL
           MOVE DL100-IN-COL TO DL100-IN-TWO
           PERFORM 2050-RIGHT-JUSTIFY THRU 2050-EXIT
           IF DL100-IN-TWO IS NOT NUMERIC OR DL100-IN-TWO = "00"
               DISPLAY "QH0003W COLUMN MUST BE 01 THRU 99"
               MOVE "N" TO DL100-KEY-OK-SWITCH
           ELSE
               MOVE DL100-IN-TWO TO DL100-REQ-COL
           END-IF.
       2013-EXIT.
           EXIT.

       2014-ACCEPT-THE-ASOF.
           DISPLAY "AS-OF DATE (YYYYMMDD, BLANK = NEWEST) ==> "
               WITH NO ADVANCING
           MOVE SPACES TO DL100-IN-ASOF
           ACCEPT DL100-IN-ASOF
           EVALUATE TRUE
               WHEN DL100-IN-ASOF = SPACES
                   MOVE 0 TO DL100-REQ-ASOF
               WHEN DL100-IN-ASOF IS NUMERIC
                   MOVE DL100-IN-ASOF TO DL100-REQ-ASOF
               WHEN OTHER
                   DISPLAY "QH0003W AS-OF DATE MUST BE YYYYMMDD "
                       "OR BLANK"
                   MOVE "N" TO DL100-KEY-OK-SWITCH
           END-EVALUATE.
       2014-EXIT.
           EXIT.

      ****************************************************
      * 2030-RESOLVE-GENERATION - THE NEWEST GENERATION ON OR
      * BEFORE THE AS-OF DATE; A ZERO AS-OF MEANS THE NEWEST
      * OF ALL.  NONE QUALIFYING LEAVES THE EFFECTIVE DATE
      * AT ZERO.
      ****************************************************
       2030-RESOLVE-GENERATION.
           IF DL100-REQ-ASOF > 0
               MOVE DL100-REQ-ASOF TO DL100-ASOF-DATE
           ELSE
               MOVE 99999999 TO DL100-ASOF-DATE
           END-IF
           MOVE 0 TO DL100-EFF-GEN
           PERFORM 2040-CHECK-ONE-GENERATION THRU 2040-EXIT
               VARYING DL100-SUB-G FROM 1 BY 1
               UNTIL DL100-SUB-G > DL100-GEN-COUNT.
       2030-EXIT.
           EXIT.

       2040-CHECK-ONE-GENERATION.
           IF DL100-GEN-DATE (DL100-SUB-G) <= DL100-ASOF-DATE
              AND DL100-GEN-DATE (DL100-SUB-G) > DL100-EFF-GEN
               MOVE DL100-GEN-DATE (DL100-SUB-G)
                   TO DL100-EFF-GEN
           END-IF.
       2040-EXIT.
           EXIT.

      ****************************************************
      * 2050-RIGHT-JUSTIFY - "5 " BECOMES "05".
      ****************************************************
       2050-RIGHT-JUSTIFY.
           IF DL100-IN-TWO (2:1) = SPACE
              AND DL100-IN-TWO (1:1) NOT = SPACE
               MOVE DL100-IN-TWO (1:1) TO DL100-IN-TWO (2:1)
               MOVE "0" TO DL100-IN-TWO (1:1)
           END-IF.
       2050-EXIT.
           EXIT.

      ****************************************************
      * 2100-SHOW-THE-CELL - THE CELL ITSELF, THEN ITS FOUR
      * NEIGHBOURS (ONE ROW UP AND DOWN, ONE COLUMN LEFT AND
      * RIGHT), EACH A KEYED READ.  A NEIGHBOUR OFF THE EDGE
      * OF THE TABLE SHOWS AS "---".  THE CELL'S ANSWER IS
      * LOGGED WHETHER OR NOT IT WAS FOUND.
      ****************************************************
       2100-SHOW-THE-CELL.
           DISPLAY " "
           IF DL100-EFF-GEN = 0
               DISPLAY "QH0004W NO GENERATION ON QQMAST ON OR "
                   "BEFORE THE AS-OF DATE - NOTHING TO SHOW"
               MOVE DL100-REQ-ROW TO INQLOG-ROW-KEY
               MOVE DL100-REQ-COL TO INQLOG-COL-KEY
               MOVE SPACES TO INQLOG-VALUE INQLOG-OPERATION
               MOVE "C" TO INQLOG-TYPE
               MOVE "G" TO INQLOG-RESULT
               PERFORM 2800-WRITE-LOG-RECORD THRU 2800-EXIT
           ELSE
               MOVE DL100-REQ-ROW TO DL100-RD-ROW
               MOVE DL100-REQ-COL TO DL100-RD-COL
               PERFORM 2700-READ-ONE-CELL THRU 2700-EXIT
               MOVE DL100-REQ-ROW TO INQLOG-ROW-KEY
               MOVE DL100-REQ-COL TO INQLOG-COL-KEY
               MOVE "C" TO INQLOG-TYPE
               IF DL100-RD-FOUND
                   MOVE "F" TO INQLOG-RESULT
                   MOVE DL100-RD-VALUE TO INQLOG-VALUE
                   MOVE DL100-RD-OPERATION TO INQLOG-OPERATION
               ELSE
                   MOVE "N" TO INQLOG-RESULT
                   MOVE SPACES TO INQLOG-VALUE INQLOG-OPERATION
               END-IF
               PERFORM 2800-WRITE-LOG-RECORD THRU 2800-EXIT
               MOVE DL100-REQ-SET      TO QHS-CEL-SET
               MOVE DL100-REQ-ROW      TO QHS-CEL-ROW
               MOVE DL100-REQ-COL      TO QHS-CEL-COL
               MOVE DL100-EFF-GEN      TO QHS-CEL-GEN
               IF DL100-RD-FOUND
                   MOVE DL100-RD-VALUE     TO QHS-CEL-VALUE
                   MOVE DL100-RD-OPERATION TO QHS-CEL-OP
                   DISPLAY QHS-CELL-LINE
               ELSE
                   MOVE "---" TO QHS-CEL-VALUE
                   MOVE SPACE TO QHS-CEL-OP
                   DISPLAY QHS-CELL-LINE
                   DISPLAY "QH0005W CELL NOT IN THE TABLE ON THAT "
                       "GENERATION"
               END-IF
               PERFORM 2150-READ-NEIGHBOURS THRU 2150-EXIT
               DISPLAY " "
               DISPLAY QHS-UP-LINE
               DISPLAY QHS-MID-LINE
               DISPLAY QHS-DOWN-LINE
           END-IF.
       2100-EXIT.
           EXIT.

       2150-READ-NEIGHBOURS.
           MOVE QHS-CEL-VALUE TO QHS-MID-VALUE
           COMPUTE DL100-RD-ROW = DL100-REQ-ROW - 1
           MOVE DL100-REQ-COL TO DL100-RD-COL
           PERFORM 2700-READ-ONE-CELL THRU 2700-EXIT
           MOVE DL100-RD-VALUE TO QHS-UP-VALUE
           MOVE "--" TO QHS-UP-ROW
           IF DL100-RD-ROW > 0
               MOVE DL100-RD-ROW TO QHS-EDIT-KEY
               MOVE QHS-EDIT-KEY TO QHS-UP-ROW
           END-IF
           COMPUTE DL100-RD-ROW = DL100-REQ-ROW + 1
           PERFORM 2700-READ-ONE-CELL THRU 2700-EXIT
           MOVE DL100-RD-VALUE TO QHS-DOWN-VALUE
           MOVE "--" TO QHS-DOWN-ROW
           IF DL100-RD-ROW < 100
               MOVE DL100-RD-ROW TO QHS-EDIT-KEY
               MOVE QHS-EDIT-KEY TO QHS-DOWN-ROW
           END-IF
           MOVE DL100-REQ-ROW TO DL100-RD-ROW
           COMPUTE DL100-RD-COL = DL100-REQ-COL - 1
           PERFORM 2700-READ-ONE-CELL THRU 2700-EXIT
           MOVE DL100-RD-VALUE TO QHS-LEFT-VALUE
           MOVE "--" TO QHS-LEFT-COL
           IF DL100-RD-COL > 0
               MOVE DL100-RD-COL TO QHS-EDIT-KEY
               MOVE QHS-EDIT-KEY TO QHS-LEFT-COL
           END-IF
           COMPUTE DL100-RD-COL = DL100-REQ-COL + 1
           PERFORM 2700-READ-ONE-CELL THRU 2700-EXIT
           MOVE DL100-RD-VALUE TO QHS-RIGHT-VALUE
           MOVE "--" TO QHS-RIGHT-COL
           IF DL100-RD-COL < 100
               MOVE DL100-RD-COL TO QHS-EDIT-KEY
               MOVE QHS-EDIT-KEY TO QHS-RIGHT-COL
           END-IF.
       2150-EXIT.
           EXIT.

      ****************************************************
      * 2200-ASK-NEXT-ACTION - PAGE THE ROW, PAGE THE
      * COLUMN, START A NEW LOOKUP OR END THE SESSION.
      * PAGING STARTS AT THE PAGE HOLDING THE CELL.
      ****************************************************
       2200-ASK-NEXT-ACTION.
           DISPLAY " "
           DISPLAY "R = PAGE THE ROW  L = PAGE THE COLUMN  "
               "N = NEW LOOKUP  X = END ==> " WITH NO ADVANCING
           MOVE SPACE TO DL100-IN-ACTION
           ACCEPT DL100-IN-ACTION
           EVALUATE DL100-IN-ACTION
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO DL100-PAGE-TYPE
                   MOVE DL100-REQ-COL TO DL100-PAGE-POS
                   PERFORM 2250-FIRST-PAGE THRU 2250-EXIT
                   PERFORM 2300-PAGE-THE-LINE THRU 2300-EXIT
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO DL100-PAGE-TYPE
                   MOVE DL100-REQ-ROW TO DL100-PAGE-POS
                   PERFORM 2250-FIRST-PAGE THRU 2250-EXIT
                   PERFORM 2300-PAGE-THE-LINE THRU 2300-EXIT
               WHEN "N"
               WHEN "n"
               WHEN SPACE
                   MOVE "Y" TO DL100-CELL-DONE-SWITCH
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO DL100-CELL-DONE-SWITCH
                   MOVE "Y" TO DL100-SESSION-SWITCH
               WHEN OTHER
                   DISPLAY "QH0003W ENTER R, L, N OR X"
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ****************************************************
      * 2250-FIRST-PAGE - THE PAGE HOLDING THE POSITION IN
      * DL100-PAGE-POS.  THE DIVIDE TRUNCATES, SO PAGES
      * ALWAYS BEGIN AT 01, 11, 21 AND SO ON.
      ****************************************************
       2250-FIRST-PAGE.
           SUBTRACT 1 FROM DL100-PAGE-POS
           DIVIDE DL100-PAGE-POS BY DL100-PAGE-SIZE
               GIVING DL100-PAGE-START
           MULTIPLY DL100-PAGE-SIZE BY DL100-PAGE-START
           ADD 1 TO DL100-PAGE-START.
       2250-EXIT.
           EXIT.

      ****************************************************
      * 2300-PAGE-THE-LINE - SHOW A PAGE, THEN TAKE F(ORWARD),
      * B(ACK) OR Q(UIT PAGING) UNTIL THE USER QUITS.
      ****************************************************
       2300-PAGE-THE-LINE.
           MOVE "N" TO DL100-PAGING-SWITCH
           PERFORM 2310-SHOW-ONE-PAGE THRU 2310-EXIT
           PERFORM 2350-ASK-PAGE-ACTION THRU 2350-EXIT
               UNTIL DL100-PAGING-DONE.
       2300-EXIT.
           EXIT.

       2310-SHOW-ONE-PAGE.
           DISPLAY " "
           IF DL100-PAGE-BY-ROW
               DISPLAY "ROW " DL100-REQ-ROW " OF SET "
                   DL100-REQ-SET " - GENERATION " DL100-EFF-GEN
           ELSE
               DISPLAY "COLUMN " DL100-REQ-COL " OF SET "
                   DL100-REQ-SET " - GENERATION " DL100-EFF-GEN
           END-IF
           MOVE 0 TO DL100-PAGE-SHOWN
           PERFORM 2320-SHOW-ONE-PAGE-CELL THRU 2320-EXIT
               VARYING DL100-PAGE-POS FROM DL100-PAGE-START BY 1
               UNTIL DL100-PAGE-POS >
                         DL100-PAGE-START + DL100-PAGE-SIZE - 1
                  OR DL100-PAGE-POS > 99
           IF DL100-PAGE-SHOWN = 0
               DISPLAY "QH0005W NO CELLS ON THIS PAGE"
               MOVE "N" TO INQLOG-RESULT
               MOVE SPACES TO INQLOG-VALUE INQLOG-OPERATION
               MOVE DL100-PAGE-TYPE TO INQLOG-TYPE
               IF DL100-PAGE-BY-ROW
                   MOVE DL100-REQ-ROW TO INQLOG-ROW-KEY
                   MOVE DL100-PAGE-START TO INQLOG-COL-KEY
               ELSE
                   MOVE DL100-PAGE-START TO INQLOG-ROW-KEY
                   MOVE DL100-REQ-COL TO INQLOG-COL-KEY
               END-IF
               PERFORM 2800-WRITE-LOG-RECORD THRU 2800-EXIT
           END-IF.
       2310-EXIT.
           EXIT.

       2320-SHOW-ONE-PAGE-CELL.
           IF DL100-PAGE-BY-ROW
               MOVE DL100-REQ-ROW  TO DL100-RD-ROW
               MOVE DL100-PAGE-POS TO DL100-RD-COL
           ELSE
               MOVE DL100-PAGE-POS TO DL100-RD-ROW
               MOVE DL100-REQ-COL  TO DL100-RD-COL
           END-IF
           PERFORM 2700-READ-ONE-CELL THRU 2700-EXIT
           IF DL100-RD-FOUND
               ADD 1 TO DL100-PAGE-SHOWN
               MOVE DL100-RD-ROW       TO QHS-PG-ROW
               MOVE DL100-RD-COL       TO QHS-PG-COL
               MOVE DL100-RD-VALUE     TO QHS-PG-VALUE
               MOVE DL100-RD-OPERATION TO QHS-PG-OP
               DISPLAY QHS-PAGE-LINE
               MOVE DL100-PAGE-TYPE    TO INQLOG-TYPE
               MOVE DL100-RD-ROW       TO INQLOG-ROW-KEY
               MOVE DL100-RD-COL       TO INQLOG-COL-KEY
               MOVE "F"                TO INQLOG-RESULT
               MOVE DL100-RD-VALUE     TO INQLOG-VALUE
               MOVE DL100-RD-OPERATION TO INQLOG-OPERATION
               PERFORM 2800-WRITE-LOG-RECORD THRU 2800-EXIT
           END-IF.
       2320-EXIT.
           EXIT.

       2350-ASK-PAGE-ACTION.
           DISPLAY " "
           DISPLAY "F = FORWARD  B = BACK  Q = QUIT PAGING ==> "
               WITH NO ADVANCING
           MOVE SPACE TO DL100-IN-ACTION
           ACCEPT DL100-IN-ACTION
           EVALUATE DL100-IN-ACTION
               WHEN "F"
               WHEN "f"
                   IF DL100-PAGE-START + DL100-PAGE-SIZE > 99
                       DISPLAY "QH0006I ALREADY AT THE LAST PAGE"
                   ELSE
                       ADD DL100-PAGE-SIZE TO DL100-PAGE-START
                       PERFORM 2310-SHOW-ONE-PAGE THRU 2310-EXIT
                   END-IF
               WHEN "B"
               WHEN "b"
                   IF DL100-PAGE-START NOT > DL100-PAGE-SIZE
                       DISPLAY "QH0006I ALREADY AT THE FIRST PAGE"
                   ELSE
                       SUBTRACT DL100-PAGE-SIZE FROM DL100-PAGE-START
                       PERFORM 2310-SHOW-ONE-PAGE THRU 2310-EXIT
                   END-IF
               WHEN "Q"
               WHEN "q"
               WHEN SPACE
                   MOVE "Y" TO DL100-PAGING-SWITCH
               WHEN OTHER
                   DISPLAY "QH0003W ENTER F, B OR Q"
           END-EVALUATE.
       2350-EXIT.
           EXIT.

      ****************************************************
      * 2700-READ-ONE-CELL - ONE KEYED READ OF THE LOOKUP'S
      * GENERATION AND SET.  A ROW OR COLUMN OFF EITHER EDGE
      * OF THE TABLE IS NOT READ AND COMES BACK NOT FOUND,
      * SHOWING AS "---".
      ****************************************************
       2700-READ-ONE-CELL.
           MOVE "N"   TO DL100-RD-FOUND-SWITCH
           MOVE "---" TO DL100-RD-VALUE
           MOVE SPACE TO DL100-RD-OPERATION
           IF DL100-RD-ROW > 0 AND DL100-RD-ROW NOT > 99
              AND DL100-RD-COL > 0 AND DL100-RD-COL NOT > 99
               MOVE DL100-EFF-GEN TO QQMAST-BUS-DATE
               MOVE DL100-REQ-SET TO QQMAST-SET-ID
               MOVE DL100-RD-ROW  TO QQMAST-ROW-KEY
               MOVE DL100-RD-COL  TO QQMAST-COL-KEY
               READ QQ-MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO DL100-RD-FOUND-SWITCH
                       MOVE QQMAST-VALUE     TO DL100-RD-VALUE
                       MOVE QQMAST-OPERATION TO DL100-RD-OPERATION
               END-READ
           END-IF.
       2700-EXIT.
           EXIT.

      ****************************************************
      * 2800-WRITE-LOG-RECORD - STAMP AND APPEND ONE ANSWER.
      * THE CALLER STAGES THE TYPE, KEY, RESULT AND VALUE.
      ****************************************************
       2800-WRITE-LOG-RECORD.
           MOVE DL100-USER-ID  TO INQLOG-USER-ID
           ACCEPT INQLOG-DATE FROM DATE YYYYMMDD
           ACCEPT INQLOG-TIME FROM TIME
           MOVE "H"            TO INQLOG-SOURCE
           MOVE DL100-REQ-SET  TO INQLOG-SET-ID
           MOVE DL100-REQ-ASOF TO INQLOG-ASOF-DATE
           MOVE DL100-EFF-GEN  TO INQLOG-GEN-DATE
           WRITE INQLOG-RECORD
           IF DL100-LOG-STATUS NOT = "00"
               DISPLAY "QH0007E QQINQLOG WRITE FAILED - STATUS "
                   DL100-LOG-STATUS " - SESSION ENDED"
               MOVE "QH0007E" TO EXCPLOG-MSG-ID
               MOVE "QQINQLOG WRITE FAILED - HELP-DESK SESSION ENDED"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-SESSION-SWITCH
               MOVE "Y" TO DL100-CELL-DONE-SWITCH
               MOVE "Y" TO DL100-PAGING-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               ADD 1 TO DL100-LOGGED-COUNT
           END-IF.
       2800-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "QQHELP" TO EXCPLOG-PROGRAM
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
           IF DL100-LOG-OPENED
               CLOSE INQ-LOG-FILE
           END-IF.
       9000-EXIT.
           EXIT.
