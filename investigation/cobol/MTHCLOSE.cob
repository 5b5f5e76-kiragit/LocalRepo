000100******************************************************
000200* MTHCLOSE.COB
000300*
000400* MONTH-END CLOSE.  NOTHING ELSE IN THE SUITE KNOWS A
000500* MONTH HAS ENDED, SO THE QQMAST GENERATION IN EFFECT ON
000600* THE LAST BUSINESS DAY OF THE MONTH - THE ONE THE
000700* AUDITORS ALWAYS ASK FOR - WAS FAIR GAME FOR THE
000800* QQMSWEEP RETENTION SWEEP LIKE ANY OTHER.  THIS STEP:
000900*   - WORKS OUT THE LAST BUSINESS DAY OF THE MONTH FROM
001000*     THE BUSCAL HOLIDAY FILE AND THE SAME ZELLER'S-
001100*     CONGRUENCE WEEKEND RULE BUSDATE USES;
001200*   - FINDS THE QQMAST GENERATION IN EFFECT ON THAT DAY
001300*     (THE NEWEST GENERATION DATED ON OR BEFORE IT, THE
001400*     SAME WAY QQINQ RESOLVES AN AS-OF DATE), PROVES IT
001500*     CARRIES ITS SET-00 GENERATION-COMPLETE MARKER, AND
001600*     WRITES ITS MONTH-END PROTECTION MARKER AT
001700*     (DATE, 00, 00, 01) - QQMSWEEP NEVER PRUNES A
001800*     GENERATION CARRYING ONE;
001900*   - PRINTS THE MONTHLY OPERATIONS SUMMARY ON ONE
002000*     REPORT (MCRPT): RUNS AND ELAPSED TIMES BY PROGRAM
002100*     FROM RUNHIST, EXCEPTIONS BY SEVERITY FROM
002200*     EXCPFILE, FEEDS CUT, CONFIRMED AND OUTSTANDING
002300*     FROM QQFEEDRG (WITH EACH OUTSTANDING FEED LISTED),
002400*     AND HELP-DESK INQUIRY VOLUMES FROM QQINQLOG.
002500*
002600* THE MONTH COMES FROM THE MCPARM CONTROL CARD (YYYYMM).
002700* WITH NO CARD IT IS THE MONTH OF THE OFFICIAL BUSINESS
002800* DATE WHEN THAT DATE IS ALREADY THE MONTH'S LAST
002900* BUSINESS DAY (THE STEP RUN AT THE END OF THE LAST
003000* NIGHT OF THE MONTH), OTHERWISE THE MONTH BEFORE (THE
003100* STEP RUN EARLY THE FOLLOWING MONTH).  RUNHIST, EXCPFILE
003200* AND QQFEEDRG ARE SELECTED BY BUSINESS DATE; QQINQLOG
003300* CARRIES THE SYSTEM DATE OF EACH LOOKUP AND IS SELECTED
003400* BY THAT.  RERUNNING THE CLOSE IS HARMLESS - A
003500* GENERATION ALREADY PROTECTED IS REPORTED AS SUCH.
003600*
003700* THE RUN ENDS RC 8 WHEN THE MONTH-END GENERATION COULD
003800* NOT BE PROTECTED AND RC 4 ON A WARNING (THE GENERATION
003900* IN EFFECT IS NOT DATED ON THE LAST BUSINESS DAY ITSELF,
004000* OR RUNHIST, EXCPFILE OR QQFEEDRG IS MISSING).  NO
      * QQINQLOG IS NOT A WARNING - THE LOG IS ONLY STARTED BY
      * THE FIRST HELP-DESK LOOKUP, SO NO LOG MEANS THE HELP
      * DESK ANSWERED NOTHING FROM THE MASTER.
004100*
004200* MODIFICATION HISTORY
004300*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  FEEDS BACKED OUT BY QQBKOUT ARE
      *                   COUNTED ON THEIR OWN, NOT AS
      *                   OUTSTANDING.
      *   2026-10-15 DLH  A MISSING EXCPFILE IS NOW REPORTED AS
      *                   A MISSING SOURCE (RC 4) INSTEAD OF
      *                   PRINTING ZERO COUNTS; A MISSING
      *                   QQINQLOG IS NOTED ON THE REPORT.  THE
      *                   MC0011W VERDICT IS NOW ALSO POSTED TO
      *                   THE EXCEPTION LOG.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.  SOME EXCEPTION-LOG
      *                   TEXTS ARE REWORDED TO FIT.
004400******************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. MTHCLOSE.
004700 AUTHOR. D HARTLEY.
004800 INSTALLATION. DAILY UTILITY SUITE.
004900 DATE-WRITTEN. 2026-10-15.
005000 DATE-COMPILED.
005100******************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
           SELECT MC-PARM-FILE ASSIGN TO "MCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARM-STATUS.
           SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CAL-STATUS.
           SELECT QQ-MAST-FILE ASSIGN TO "QQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QQMAST-KEY
               FILE STATUS IS DL100-MAST-STATUS.
           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HIST-STATUS.
           SELECT EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-EXCP-STATUS.
           SELECT FEED-REG-FILE ASSIGN TO "QQFEEDRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-FEED-STATUS.
           SELECT INQ-LOG-FILE ASSIGN TO "QQINQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-INQ-STATUS.
           SELECT MC-RPT-FILE ASSIGN TO "MCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
005500******************************************************
005600 DATA DIVISION.
005700 FILE SECTION.
       FD  MC-PARM-FILE.
       01  MCPARM-RECORD.
           05  MCPARM-MONTH            PIC X(06).
      *
       FD  BUS-CAL-FILE.
       01  BUSCAL-RECORD.
           05  BUSCAL-DATE             PIC 9(08).
      *
       FD  QQ-MAST-FILE.
           COPY QQMASTRC.
      *
       FD  RUN-HIST-FILE.
           COPY RUNHISTR.
      *
       FD  EXCP-FILE.
           COPY EXCPREC.
      *
       FD  FEED-REG-FILE.
           COPY QQFEEDRC.
      *
       FD  INQ-LOG-FILE.
           COPY QQILOGRC.
      *
       FD  MC-RPT-FILE.
       01  MCR-RECORD                  PIC X(90).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * OFFICIAL BUSINESS DATE - PICKS THE MONTH WHEN THERE
      * IS NO MCPARM CARD.
      ****************************************************
       COPY BUSDATEL.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-PARM-STATUS           PIC X(02) VALUE "00".
       01  DL100-CAL-STATUS            PIC X(02) VALUE "00".
       01  DL100-MAST-STATUS           PIC X(02) VALUE "00".
       01  DL100-HIST-STATUS           PIC X(02) VALUE "00".
       01  DL100-EXCP-STATUS           PIC X(02) VALUE "00".
       01  DL100-FEED-STATUS           PIC X(02) VALUE "00".
       01  DL100-INQ-STATUS            PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-CAL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  DL100-CAL-EOF               VALUE "Y".
       01  DL100-FILE-EOF-SWITCH       PIC X(01) VALUE "N".
           88  DL100-FILE-EOF              VALUE "Y".
       01  DL100-SCAN-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-SCAN-DONE             VALUE "Y".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-CARD-MONTH-SWITCH     PIC X(01) VALUE "N".
           88  DL100-MONTH-FROM-CARD       VALUE "Y".
       01  DL100-DAY-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  DL100-DAY-FOUND             VALUE "Y".
       01  DL100-BUS-DAY-SWITCH        PIC X(01) VALUE "N".
           88  DL100-IS-BUS-DAY            VALUE "Y".
      ****************************************************
      * THE MONTH BEING CLOSED AND ITS LAST BUSINESS DAY.
      * THE RANGE FIELDS BRACKET EVERY DATE IN THE MONTH
      * (YYYYMM00 TO YYYYMM99) FOR THE SUMMARY SELECTIONS.
      ****************************************************
       01  DL100-CLOSE-MONTH-SPLIT.
           05  DL100-CM-YEAR           PIC 9(04).
           05  DL100-CM-MONTH          PIC 9(02).
       01  DL100-CLOSE-MONTH REDEFINES DL100-CLOSE-MONTH-SPLIT
                                       PIC 9(06).
       01  DL100-LAST-BUS-DAY          PIC 9(08) VALUE 0.
       01  DL100-RANGE-LOW             PIC 9(08) VALUE 0.
       01  DL100-RANGE-HIGH            PIC 9(08) VALUE 0.
      ****************************************************
      * THE DAY BEING TRIED WHILE STEPPING BACK FROM THE END
      * OF THE MONTH.
      ****************************************************
       01  DL100-PROBE.
           05  DL100-PR-YEAR           PIC 9(04).
           05  DL100-PR-MONTH          PIC 9(02).
           05  DL100-PR-DAY            PIC 9(02).
       01  DL100-PROBE-DATE REDEFINES DL100-PROBE
                                       PIC 9(08).
       01  DL100-MONTH-DAYS-TBL.
           05  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  DL100-MONTH-DAYS-VIEW REDEFINES DL100-MONTH-DAYS-TBL.
           05  DL100-MONTH-DAYS OCCURS 12 TIMES
                                       PIC 9(02).
       77  DL100-LEAP-WORK             PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-REM-4            PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-REM-100          PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-REM-400          PIC 9(04) COMP VALUE 0.
      ****************************************************
      * HOLIDAY TABLE LOADED FROM BUSCAL - SAME CAPACITY AS
      * THE TABLE BUSDATE LOADS IT INTO.
      ****************************************************
       77  DL100-HOLIDAY-MAX           PIC 9(03) COMP VALUE 200.
       77  DL100-HOLIDAY-COUNT         PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-H                 PIC 9(03) COMP VALUE 0.
       01  DL100-HOLIDAY-TBL.
           03  DL100-HOLIDAY OCCURS 200 TIMES
                                       PIC 9(08).
      ****************************************************
      * DAY-OF-WEEK WORK FIELDS (ZELLER'S CONGRUENCE) - THE
      * SAME RULE BUSDATE APPLIES.  DL100-ZEL-DOW: 0 =
      * SATURDAY, 1 = SUNDAY, 2 = MONDAY, ... 6 = FRIDAY.
      ****************************************************
       77  DL100-ZEL-YEAR              PIC 9(04) COMP VALUE 0.
       77  DL100-ZEL-MONTH             PIC 9(02) COMP VALUE 0.
       77  DL100-ZEL-K                 PIC 9(02) COMP VALUE 0.
       77  DL100-ZEL-J                 PIC 9(02) COMP VALUE 0.
       77  DL100-ZEL-T1                PIC 9(04) COMP VALUE 0.
       77  DL100-ZEL-T2                PIC 9(04) COMP VALUE 0.
       77  DL100-ZEL-T3                PIC 9(04) COMP VALUE 0.
       77  DL100-ZEL-WORK              PIC 9(06) COMP VALUE 0.
       77  DL100-ZEL-DOW               PIC 9(01) COMP VALUE 0.
      ****************************************************
      * MONTH-END GENERATION
      ****************************************************
       01  DL100-ME-GEN                PIC 9(08) VALUE 0.
       01  DL100-PROTECT-SWITCH        PIC X(01) VALUE SPACE.
           88  DL100-PROTECT-WRITTEN       VALUE "W".
           88  DL100-PROTECT-ALREADY       VALUE "A".
           88  DL100-PROTECT-FAILED        VALUE "F".
      ****************************************************
      * RUN SUMMARY TABLE - ONE ENTRY PER PROGRAM SEEN ON
      * RUNHIST IN THE MONTH.
      ****************************************************
       77  DL100-PGM-MAX               PIC 9(03) COMP VALUE 50.
       77  DL100-PGM-COUNT             PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-P                 PIC 9(03) COMP VALUE 0.
       77  DL100-MATCH-P               PIC 9(03) COMP VALUE 0.
       01  DL100-PGM-TBL.
           03  DL100-PGM-ENTRY OCCURS 50 TIMES.
               05  DL100-PG-PROGRAM    PIC X(08).
               05  DL100-PG-DATES      PIC 9(05).
               05  DL100-PG-STARTS     PIC 9(05).
               05  DL100-PG-TOTAL-SECS PIC 9(09).
               05  DL100-PG-MAX-SECS   PIC 9(06).
               05  DL100-PG-FAILED     PIC 9(05).
       77  DL100-AVG-SECS              PIC 9(06) VALUE 0.
       77  DL100-TOT-DATES             PIC 9(05) VALUE 0.
       77  DL100-TOT-STARTS            PIC 9(05) VALUE 0.
       77  DL100-TOT-SECS              PIC 9(09) VALUE 0.
       77  DL100-TOT-FAILED            PIC 9(05) VALUE 0.
      ****************************************************
      * EXCEPTION, FEED AND INQUIRY COUNTERS
      ****************************************************
       77  DL100-EXC-ERROR             PIC 9(07) VALUE 0.
       77  DL100-EXC-WARNING           PIC 9(07) VALUE 0.
       77  DL100-EXC-INFO              PIC 9(07) VALUE 0.
       77  DL100-FEED-CUT              PIC 9(07) VALUE 0.
       77  DL100-FEED-CONFIRMED        PIC 9(07) VALUE 0.
       77  DL100-FEED-DOUBLE           PIC 9(07) VALUE 0.
       77  DL100-FEED-PENDING          PIC 9(07) VALUE 0.
       77  DL100-FEED-SPLIT            PIC 9(07) VALUE 0.
       77  DL100-FEED-BACKED-OUT       PIC 9(07) VALUE 0.
       77  DL100-INQ-TOTAL             PIC 9(07) VALUE 0.
       77  DL100-INQ-CELL              PIC 9(07) VALUE 0.
       77  DL100-INQ-ROW-PAGE          PIC 9(07) VALUE 0.
       77  DL100-INQ-COL-PAGE          PIC 9(07) VALUE 0.
       77  DL100-INQ-NOT-FOUND         PIC 9(07) VALUE 0.
       77  DL100-INQ-NO-GEN            PIC 9(07) VALUE 0.
      ****************************************************
      * VERDICT COUNTERS
      ****************************************************
       77  DL100-ERROR-COUNT           PIC 9(03) VALUE 0.
       77  DL100-WARN-COUNT            PIC 9(03) VALUE 0.
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  MCR-HEADING.
           05  FILLER                  PIC X(42) VALUE
               "MTHCLOSE - MONTH-END CLOSE FOR MONTH".
           05  MCR-HDG-MONTH           PIC 9(06).
           05  FILLER                  PIC X(42) VALUE SPACES.
       01  MCR-SECTION-LINE.
           05  MCR-SECTION-TITLE       PIC X(90).
       01  MCR-ITEM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MCR-ITEM-LABEL          PIC X(40).
           05  MCR-ITEM-VALUE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MCR-ITEM-FLAG           PIC X(36).
       01  MCR-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MCR-CNT-MSG             PIC X(40).
           05  MCR-CNT-VALUE           PIC Z(06)9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  MCR-RUN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(08) VALUE "   DATES".
           05  FILLER                  PIC X(08) VALUE "  STARTS".
           05  FILLER                  PIC X(12) VALUE
               "  TOTAL SECS".
           05  FILLER                  PIC X(10) VALUE
               "  AVG SECS".
           05  FILLER                  PIC X(10) VALUE
               "  MAX SECS".
           05  FILLER                  PIC X(14) VALUE
               "  NOT COMPLETE".
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  MCR-RUN-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MCR-RUN-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MCR-RUN-DATES           PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MCR-RUN-STARTS          PIC Z(06)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MCR-RUN-TOTAL           PIC Z(08)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  MCR-RUN-AVG             PIC Z(05)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  MCR-RUN-MAX             PIC Z(05)9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  MCR-RUN-FAILED          PIC Z(06)9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  MCR-FEED-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               "FEED SEQ ".
           05  MCR-FD-SEQ              PIC 9(06).
           05  FILLER                  PIC X(12) VALUE
               "  BUS DATE ".
           05  MCR-FD-BUS-DATE         PIC 9(08).
           05  FILLER                  PIC X(14) VALUE
               "  SUBSCRIBER ".
           05  MCR-FD-SUB-ID           PIC X(08).
           05  FILLER                  PIC X(26) VALUE
               "  ** STILL PENDING".
       01  MCR-TEXT-LINE.
           05  MCR-TEXT-MSG            PIC X(90).
      ****************************************************
005800 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 3000-PROTECT-THE-GENERATION THRU 3000-EXIT
               PERFORM 4000-SUMMARIZE-RUNS THRU 4000-EXIT
               PERFORM 4500-SUMMARIZE-EXCEPTIONS THRU 4500-EXIT
               PERFORM 5000-SUMMARIZE-FEEDS THRU 5000-EXIT
               PERFORM 5500-SUMMARIZE-INQUIRIES THRU 5500-EXIT
               PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - THE MONTH, THE CALENDAR, THE LAST
      * BUSINESS DAY, THEN THE REPORT.
      ****************************************************
       1000-INITIALIZE.
           CALL "BUSDATE" USING BUSDATE-AREA
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
               PERFORM 1300-SETTLE-THE-MONTH THRU 1300-EXIT
               OPEN OUTPUT MC-RPT-FILE
               IF DL100-RPT-STATUS NOT = "00"
                   DISPLAY "MC0001E CANNOT OPEN MCRPT REPORT "
                       "FILE - STATUS " DL100-RPT-STATUS
                   MOVE "MC0001E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN MCRPT REPORT FILE - STATUS"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               ELSE
                   MOVE DL100-CLOSE-MONTH TO MCR-HDG-MONTH
                   WRITE MCR-RECORD FROM MCR-HEADING
                   MOVE SPACES TO MCR-RECORD
                   WRITE MCR-RECORD
                   MOVE "LAST BUSINESS DAY OF THE MONTH"
                       TO MCR-ITEM-LABEL
                   IF DL100-DAY-FOUND
                       MOVE DL100-LAST-BUS-DAY TO MCR-ITEM-VALUE
                       MOVE SPACES TO MCR-ITEM-FLAG
                   ELSE
                       MOVE "(NONE)" TO MCR-ITEM-VALUE
                       MOVE "** EVERY DAY IS A HOLIDAY OR WEEKEND"
                           TO MCR-ITEM-FLAG
                   END-IF
                   WRITE MCR-RECORD FROM MCR-ITEM-LINE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************
      * 1100-READ-PARM-CARD - A BLANK OR ABSENT CARD LEAVES
      * THE MONTH TO 1300.  A MONTH THAT IS NOT A REAL YYYYMM
      * IS A BAD CARD - CLOSING THE WRONG MONTH WOULD PROTECT
      * THE WRONG GENERATION FOREVER.
      ****************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT MC-PARM-FILE
           IF DL100-PARM-STATUS = "00"
               READ MC-PARM-FILE
                   AT END
                       MOVE SPACES TO MCPARM-RECORD
               END-READ
               CLOSE MC-PARM-FILE
               IF MCPARM-MONTH NOT = SPACES
                   IF MCPARM-MONTH IS NUMERIC
                       MOVE MCPARM-MONTH TO DL100-CLOSE-MONTH
                       IF DL100-CM-YEAR > 1900
                          AND DL100-CM-MONTH > 0
                          AND DL100-CM-MONTH < 13
                           MOVE "Y" TO DL100-CARD-MONTH-SWITCH
                       ELSE
                           PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
                       END-IF
                   ELSE
                       PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
                   END-IF
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      ****************************************************
      * 1200-LOAD-CALENDAR - NO BUSCAL FILE MEANS NO HOLIDAYS
      * ON RECORD; THE WEEKEND RULE STILL APPLIES.
      ****************************************************
       1200-LOAD-CALENDAR.
           OPEN INPUT BUS-CAL-FILE
           IF DL100-CAL-STATUS = "00"
               PERFORM 1210-LOAD-ONE-HOLIDAY THRU 1210-EXIT
                   UNTIL DL100-CAL-EOF
               CLOSE BUS-CAL-FILE
           ELSE
               DISPLAY "MC0009W NO BUSCAL CALENDAR FILE - "
                   "WEEKEND RULE ONLY"
               MOVE "MC0009W" TO EXCPLOG-MSG-ID
               MOVE "NO BUSCAL CALENDAR FILE - WEEKEND RULE ONLY"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               ADD 1 TO DL100-WARN-COUNT
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-HOLIDAY.
           READ BUS-CAL-FILE
               AT END
                   MOVE "Y" TO DL100-CAL-EOF-SWITCH
               NOT AT END
                   IF BUSCAL-DATE IS NUMERIC
                      AND BUSCAL-DATE > 19000101
                      AND DL100-HOLIDAY-COUNT
                          < DL100-HOLIDAY-MAX
                       ADD 1 TO DL100-HOLIDAY-COUNT
                       MOVE BUSCAL-DATE TO
                           DL100-HOLIDAY (DL100-HOLIDAY-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************
      * 1300-SETTLE-THE-MONTH - WITH NO CARD, TRY THE MONTH OF
      * THE BUSINESS DATE; IF THAT MONTH'S LAST BUSINESS DAY
      * IS STILL AHEAD, THE MONTH BEING CLOSED IS THE ONE
      * BEFORE.
      ****************************************************
       1300-SETTLE-THE-MONTH.
           IF NOT DL100-MONTH-FROM-CARD
               MOVE BUSDATE-BUS-DATE TO DL100-PROBE-DATE
               MOVE DL100-PR-YEAR  TO DL100-CM-YEAR
               MOVE DL100-PR-MONTH TO DL100-CM-MONTH
               PERFORM 2000-FIND-LAST-BUS-DAY THRU 2000-EXIT
               IF BUSDATE-BUS-DATE < DL100-LAST-BUS-DAY
                   IF DL100-CM-MONTH = 1
                       MOVE 12 TO DL100-CM-MONTH
                       SUBTRACT 1 FROM DL100-CM-YEAR
                   ELSE
                       SUBTRACT 1 FROM DL100-CM-MONTH
                   END-IF
               END-IF
           END-IF
           PERFORM 2000-FIND-LAST-BUS-DAY THRU 2000-EXIT
           COMPUTE DL100-RANGE-LOW  = DL100-CLOSE-MONTH * 100
           COMPUTE DL100-RANGE-HIGH = DL100-CLOSE-MONTH * 100 + 99.
       1300-EXIT.
           EXIT.

      ****************************************************
      * 2000-FIND-LAST-BUS-DAY - START AT THE LAST CALENDAR
      * DAY OF THE MONTH AND STEP BACK OVER WEEKENDS AND
      * BUSCAL HOLIDAYS.  FEBRUARY HAS 29 DAYS IN A LEAP YEAR
      * (EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY
      * 400).
      ****************************************************
       2000-FIND-LAST-BUS-DAY.
           MOVE 0   TO DL100-LAST-BUS-DAY
           MOVE "N" TO DL100-DAY-FOUND-SWITCH
           MOVE DL100-CM-YEAR  TO DL100-PR-YEAR
           MOVE DL100-CM-MONTH TO DL100-PR-MONTH
           MOVE DL100-MONTH-DAYS (DL100-CM-MONTH) TO DL100-PR-DAY
           IF DL100-CM-MONTH = 2
               DIVIDE DL100-CM-YEAR BY 4 GIVING DL100-LEAP-WORK
                   REMAINDER DL100-LEAP-REM-4
               DIVIDE DL100-CM-YEAR BY 100 GIVING DL100-LEAP-WORK
                   REMAINDER DL100-LEAP-REM-100
               DIVIDE DL100-CM-YEAR BY 400 GIVING DL100-LEAP-WORK
                   REMAINDER DL100-LEAP-REM-400
               IF DL100-LEAP-REM-4 = 0
                  AND (DL100-LEAP-REM-100 NOT = 0
                       OR DL100-LEAP-REM-400 = 0)
                   MOVE 29 TO DL100-PR-DAY
               END-IF
           END-IF
           PERFORM 2100-TRY-ONE-DAY THRU 2100-EXIT
               UNTIL DL100-DAY-FOUND
                  OR DL100-PR-DAY = 0.
       2000-EXIT.
           EXIT.

       2100-TRY-ONE-DAY.
           PERFORM 2200-JUDGE-THE-PROBE THRU 2200-EXIT
           IF DL100-IS-BUS-DAY
               MOVE "Y" TO DL100-DAY-FOUND-SWITCH
               MOVE DL100-PROBE-DATE TO DL100-LAST-BUS-DAY
           ELSE
               SUBTRACT 1 FROM DL100-PR-DAY
           END-IF.
       2100-EXIT.
           EXIT.

       2200-JUDGE-THE-PROBE.
           MOVE "Y" TO DL100-BUS-DAY-SWITCH
           PERFORM 2210-CHECK-ONE-HOLIDAY THRU 2210-EXIT
               VARYING DL100-SUB-H FROM 1 BY 1
               UNTIL DL100-SUB-H > DL100-HOLIDAY-COUNT
           PERFORM 2300-COMPUTE-DAY-OF-WEEK THRU 2300-EXIT
           IF DL100-ZEL-DOW < 2
               MOVE "N" TO DL100-BUS-DAY-SWITCH
           END-IF.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-HOLIDAY.
           IF DL100-HOLIDAY (DL100-SUB-H) = DL100-PROBE-DATE
               MOVE "N" TO DL100-BUS-DAY-SWITCH
           END-IF.
       2210-EXIT.
           EXIT.

      ****************************************************
      * 2300-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE, AS IN
      * BUSDATE.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND
      * 14 OF THE PRIOR YEAR.  RESULT 0 IS SATURDAY, 1 IS
      * SUNDAY.  EACH QUOTIENT IS FLOORED IN A FIELD OF ITS
      * OWN.
      ****************************************************
       2300-COMPUTE-DAY-OF-WEEK.
           MOVE DL100-PR-YEAR  TO DL100-ZEL-YEAR
           MOVE DL100-PR-MONTH TO DL100-ZEL-MONTH
           IF DL100-ZEL-MONTH < 3
               ADD 12 TO DL100-ZEL-MONTH
               SUBTRACT 1 FROM DL100-ZEL-YEAR
           END-IF
           DIVIDE DL100-ZEL-YEAR BY 100 GIVING DL100-ZEL-J
               REMAINDER DL100-ZEL-K
           COMPUTE DL100-ZEL-T1 =
               (13 * (DL100-ZEL-MONTH + 1)) / 5
           COMPUTE DL100-ZEL-T2 = DL100-ZEL-K / 4
           COMPUTE DL100-ZEL-T3 = DL100-ZEL-J / 4
           COMPUTE DL100-ZEL-WORK = DL100-PR-DAY
               + DL100-ZEL-T1 + DL100-ZEL-K + DL100-ZEL-T2
               + DL100-ZEL-T3 + 5 * DL100-ZEL-J
           DIVIDE DL100-ZEL-WORK BY 7 GIVING DL100-ZEL-T1
               REMAINDER DL100-ZEL-DOW.
       2300-EXIT.
           EXIT.

      ****************************************************
      * 3000-PROTECT-THE-GENERATION - FIND THE GENERATION IN
      * EFFECT ON THE LAST BUSINESS DAY, PROVE ITS COMPLETE
      * MARKER AND WRITE ITS PROTECTION MARKER.  A FAILURE
      * HERE IS AN ERROR, BUT THE SUMMARY STILL PRINTS.
      ****************************************************
       3000-PROTECT-THE-GENERATION.
           MOVE SPACES TO MCR-RECORD
           WRITE MCR-RECORD
           MOVE "MONTH-END GENERATION" TO MCR-SECTION-TITLE
           WRITE MCR-RECORD FROM MCR-SECTION-LINE
           IF NOT DL100-DAY-FOUND
               MOVE "F" TO DL100-PROTECT-SWITCH
               DISPLAY "MC0003E NO BUSINESS DAY IN MONTH "
                   DL100-CLOSE-MONTH " - NOTHING PROTECTED"
               MOVE "MC0003E" TO EXCPLOG-MSG-ID
               MOVE "NO BUSINESS DAY IN THE MONTH - NOTHING PROTECTED"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               ADD 1 TO DL100-ERROR-COUNT
           ELSE
               OPEN I-O QQ-MAST-FILE
               IF DL100-MAST-STATUS NOT = "00"
                   MOVE "F" TO DL100-PROTECT-SWITCH
                   DISPLAY "MC0001E CANNOT OPEN QQMAST FOR UPDATE - "
                       "STATUS " DL100-MAST-STATUS
                   MOVE "MC0001E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN QQMAST FOR UPDATE - STATUS"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "QQMAST" TO MCR-ITEM-LABEL
                   MOVE "(NO FILE)" TO MCR-ITEM-VALUE
                   MOVE "** NOTHING PROTECTED" TO MCR-ITEM-FLAG
                   WRITE MCR-RECORD FROM MCR-ITEM-LINE
                   ADD 1 TO DL100-ERROR-COUNT
               ELSE
                   PERFORM 3100-FIND-THE-GENERATION THRU 3100-EXIT
                   PERFORM 3200-MARK-THE-GENERATION THRU 3200-EXIT
                   CLOSE QQ-MAST-FILE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************
      * 3100-FIND-THE-GENERATION - ONE KEYED HOP PER
      * GENERATION, KEEPING THE NEWEST DATED ON OR BEFORE THE
      * LAST BUSINESS DAY.
      ****************************************************
       3100-FIND-THE-GENERATION.
           MOVE 0   TO DL100-ME-GEN
           MOVE "N" TO DL100-SCAN-DONE-SWITCH
           MOVE 0 TO QQMAST-BUS-DATE QQMAST-SET-ID
                     QQMAST-ROW-KEY QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS NOT LESS THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START
           PERFORM 3110-HOP-ONE-GENERATION THRU 3110-EXIT
               UNTIL DL100-SCAN-DONE.
       3100-EXIT.
           EXIT.

       3110-HOP-ONE-GENERATION.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   IF QQMAST-BUS-DATE > DL100-LAST-BUS-DAY
                       MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                   ELSE
                       MOVE QQMAST-BUS-DATE TO DL100-ME-GEN
                       MOVE 99 TO QQMAST-SET-ID
                                  QQMAST-ROW-KEY
                                  QQMAST-COL-KEY
                       START QQ-MAST-FILE
                           KEY IS GREATER THAN QQMAST-KEY
                           INVALID KEY
                               MOVE "Y"
                                   TO DL100-SCAN-DONE-SWITCH
                       END-START
                   END-IF
           END-READ.
       3110-EXIT.
           EXIT.

      ****************************************************
      * 3200-MARK-THE-GENERATION - THE GENERATION MUST BE
      * COMPLETE (SET-00 MARKER AT 00/00) BEFORE IT IS KEPT
      * FOREVER.  THE PROTECTION MARKER AT 00/01 CARRIES
      * OPERATION "P" AND A ZERO VALUE; AN EXISTING ONE MEANS
      * THE MONTH WAS ALREADY CLOSED.
      ****************************************************
       3200-MARK-THE-GENERATION.
           MOVE "GENERATION IN EFFECT ON LAST BUSINESS DAY"
               TO MCR-ITEM-LABEL
           MOVE SPACES TO MCR-ITEM-FLAG
           IF DL100-ME-GEN = 0
               MOVE "F" TO DL100-PROTECT-SWITCH
               MOVE "(NONE)" TO MCR-ITEM-VALUE
               MOVE "** NOTHING TO PROTECT" TO MCR-ITEM-FLAG
               WRITE MCR-RECORD FROM MCR-ITEM-LINE
               DISPLAY "MC0004E NO QQMAST GENERATION IN EFFECT "
                   "ON " DL100-LAST-BUS-DAY " - NOTHING PROTECTED"
               MOVE "MC0004E" TO EXCPLOG-MSG-ID
               MOVE "NO QQMAST GENERATION IN EFFECT AT MONTH END"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               ADD 1 TO DL100-ERROR-COUNT
           ELSE
               MOVE DL100-ME-GEN TO MCR-ITEM-VALUE
               IF DL100-ME-GEN NOT = DL100-LAST-BUS-DAY
                   MOVE "** NOT DATED ON THE LAST BUSINESS DAY"
                       TO MCR-ITEM-FLAG
                   DISPLAY "MC0005W NO GENERATION DATED "
                       DL100-LAST-BUS-DAY " - PROTECTING "
                       DL100-ME-GEN ", IN EFFECT ON THAT DAY"
                   MOVE "MC0005W" TO EXCPLOG-MSG-ID
                   MOVE "MONTH-END GENERATION NOT DATED ON LAST BUS DAY"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   ADD 1 TO DL100-WARN-COUNT
               END-IF
               WRITE MCR-RECORD FROM MCR-ITEM-LINE
               MOVE DL100-ME-GEN TO QQMAST-BUS-DATE
               MOVE 0 TO QQMAST-SET-ID QQMAST-ROW-KEY QQMAST-COL-KEY
               READ QQ-MAST-FILE
                   INVALID KEY
                       MOVE "F" TO DL100-PROTECT-SWITCH
               END-READ
               IF DL100-PROTECT-FAILED
                   MOVE "SET-00 GENERATION-COMPLETE MARKER"
                       TO MCR-ITEM-LABEL
                   MOVE "MISSING" TO MCR-ITEM-VALUE
                   MOVE "** INCOMPLETE - NOT PROTECTED" TO MCR-ITEM-FLAG
                   WRITE MCR-RECORD FROM MCR-ITEM-LINE
                   DISPLAY "MC0006E GENERATION " DL100-ME-GEN
                       " HAS NO GENERATION-COMPLETE MARKER - NOT "
                       "PROTECTED"
                   MOVE "MC0006E" TO EXCPLOG-MSG-ID
                   MOVE "MONTH-END GEN INCOMPLETE - NOT PROTECTED"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   ADD 1 TO DL100-ERROR-COUNT
               ELSE
                   PERFORM 3210-WRITE-THE-MARKER THRU 3210-EXIT
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      ****************************************************
      * 3210-WRITE-THE-MARKER - THE GENERATION IS COMPLETE:
      * ADD THE PROTECTION MARKER, OR FIND IT ALREADY THERE.
      ****************************************************
       3210-WRITE-THE-MARKER.
           MOVE DL100-ME-GEN TO QQMAST-BUS-DATE
           MOVE 0   TO QQMAST-SET-ID QQMAST-ROW-KEY
           MOVE 1   TO QQMAST-COL-KEY
           MOVE 0   TO QQMAST-VALUE
           MOVE "P" TO QQMAST-OPERATION
           WRITE QQMAST-RECORD
               INVALID KEY
                   MOVE "A" TO DL100-PROTECT-SWITCH
               NOT INVALID KEY
                   MOVE "W" TO DL100-PROTECT-SWITCH
           END-WRITE
           MOVE "MONTH-END PROTECTION MARKER" TO MCR-ITEM-LABEL
           MOVE SPACES TO MCR-ITEM-FLAG
           EVALUATE TRUE
               WHEN DL100-PROTECT-WRITTEN
                   MOVE "WRITTEN" TO MCR-ITEM-VALUE
                   DISPLAY "MC0007I GENERATION " DL100-ME-GEN
                       " PROTECTED AS THE MONTH-END GENERATION "
                       "FOR " DL100-CLOSE-MONTH
               WHEN DL100-MAST-STATUS = "22"
                   MOVE "PRESENT" TO MCR-ITEM-VALUE
                   MOVE "ALREADY PROTECTED BY AN EARLIER CLOSE"
                       TO MCR-ITEM-FLAG
                   DISPLAY "MC0007I GENERATION " DL100-ME-GEN
                       " WAS ALREADY PROTECTED"
               WHEN OTHER
                   MOVE "F" TO DL100-PROTECT-SWITCH
                   MOVE "FAILED" TO MCR-ITEM-VALUE
                   MOVE "** NOT PROTECTED" TO MCR-ITEM-FLAG
                   DISPLAY "MC0008E CANNOT WRITE PROTECTION MARKER "
                       "FOR " DL100-ME-GEN " - STATUS "
                       DL100-MAST-STATUS
                   MOVE "MC0008E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT WRITE MONTH-END PROTECTION MARKER"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   ADD 1 TO DL100-ERROR-COUNT
           END-EVALUATE
           WRITE MCR-RECORD FROM MCR-ITEM-LINE.
       3210-EXIT.
           EXIT.

      ****************************************************
      * 4000-SUMMARIZE-RUNS - RUNHIST FOR THE MONTH'S
      * BUSINESS DATES, ONE LINE PER PROGRAM: DATES RUN,
      * TIMES STARTED, ELAPSED SECONDS (TOTAL, AVERAGE PER
      * DATE, LONGEST) AND DATES THAT DID NOT END COMPLETE.
      ****************************************************
       4000-SUMMARIZE-RUNS.
           MOVE SPACES TO MCR-RECORD
           WRITE MCR-RECORD
           MOVE "RUNS AND ELAPSED TIMES (RUNHIST)"
               TO MCR-SECTION-TITLE
           WRITE MCR-RECORD FROM MCR-SECTION-LINE
           MOVE "N" TO DL100-FILE-EOF-SWITCH
           OPEN INPUT RUN-HIST-FILE
           IF DL100-HIST-STATUS NOT = "00"
               MOVE "  NO RUNHIST FILE - RUN RUNSTATS BEFORE THE CLOSE"
                   TO MCR-TEXT-MSG
               WRITE MCR-RECORD FROM MCR-TEXT-LINE
               PERFORM 7100-MISSING-SOURCE THRU 7100-EXIT
           ELSE
               PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT
                   UNTIL DL100-FILE-EOF
               CLOSE RUN-HIST-FILE
               WRITE MCR-RECORD FROM MCR-RUN-HEADING
               PERFORM 4300-WRITE-ONE-PROGRAM THRU 4300-EXIT
                   VARYING DL100-SUB-P FROM 1 BY 1
                   UNTIL DL100-SUB-P > DL100-PGM-COUNT
               MOVE "TOTAL"          TO MCR-RUN-PROGRAM
               MOVE DL100-TOT-DATES  TO MCR-RUN-DATES
               MOVE DL100-TOT-STARTS TO MCR-RUN-STARTS
               MOVE DL100-TOT-SECS   TO MCR-RUN-TOTAL
               MOVE 0                TO MCR-RUN-AVG MCR-RUN-MAX
               MOVE DL100-TOT-FAILED TO MCR-RUN-FAILED
               WRITE MCR-RECORD FROM MCR-RUN-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-HISTORY.
           READ RUN-HIST-FILE
               AT END
                   MOVE "Y" TO DL100-FILE-EOF-SWITCH
               NOT AT END
                   IF RUNHIST-BUS-DATE IS NUMERIC
                      AND RUNHIST-BUS-DATE > DL100-RANGE-LOW
                      AND RUNHIST-BUS-DATE < DL100-RANGE-HIGH
                       PERFORM 4200-POST-ONE-HISTORY
                           THRU 4200-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-POST-ONE-HISTORY.
           MOVE 0 TO DL100-MATCH-P
           PERFORM 4210-MATCH-ONE-PROGRAM THRU 4210-EXIT
               VARYING DL100-SUB-P FROM 1 BY 1
               UNTIL DL100-SUB-P > DL100-PGM-COUNT
                  OR DL100-MATCH-P > 0
           IF DL100-MATCH-P = 0
              AND DL100-PGM-COUNT < DL100-PGM-MAX
               ADD 1 TO DL100-PGM-COUNT
               MOVE DL100-PGM-COUNT TO DL100-MATCH-P
               INITIALIZE DL100-PGM-ENTRY (DL100-MATCH-P)
               MOVE RUNHIST-PROGRAM
                   TO DL100-PG-PROGRAM (DL100-MATCH-P)
           END-IF
           IF DL100-MATCH-P > 0
               ADD 1 TO DL100-PG-DATES (DL100-MATCH-P)
               ADD 1 TO DL100-TOT-DATES
               IF RUNHIST-RUN-COUNT IS NUMERIC
                   ADD RUNHIST-RUN-COUNT
                       TO DL100-PG-STARTS (DL100-MATCH-P)
                   ADD RUNHIST-RUN-COUNT TO DL100-TOT-STARTS
               END-IF
               IF RUNHIST-ELAPSED-SECS IS NUMERIC
                   ADD RUNHIST-ELAPSED-SECS
                       TO DL100-PG-TOTAL-SECS (DL100-MATCH-P)
                   ADD RUNHIST-ELAPSED-SECS TO DL100-TOT-SECS
                   IF RUNHIST-ELAPSED-SECS
                      > DL100-PG-MAX-SECS (DL100-MATCH-P)
                       MOVE RUNHIST-ELAPSED-SECS
                           TO DL100-PG-MAX-SECS (DL100-MATCH-P)
                   END-IF
               END-IF
               IF RUNHIST-STATUS NOT = "COMPLETE"
                   ADD 1 TO DL100-PG-FAILED (DL100-MATCH-P)
                   ADD 1 TO DL100-TOT-FAILED
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4210-MATCH-ONE-PROGRAM.
           IF DL100-PG-PROGRAM (DL100-SUB-P) = RUNHIST-PROGRAM
               MOVE DL100-SUB-P TO DL100-MATCH-P
           END-IF.
       4210-EXIT.
           EXIT.

       4300-WRITE-ONE-PROGRAM.
           MOVE DL100-PG-PROGRAM (DL100-SUB-P) TO MCR-RUN-PROGRAM
           MOVE DL100-PG-DATES (DL100-SUB-P)   TO MCR-RUN-DATES
           MOVE DL100-PG-STARTS (DL100-SUB-P)  TO MCR-RUN-STARTS
           MOVE DL100-PG-TOTAL-SECS (DL100-SUB-P)
               TO MCR-RUN-TOTAL
           DIVIDE DL100-PG-TOTAL-SECS (DL100-SUB-P)
               BY DL100-PG-DATES (DL100-SUB-P)
               GIVING DL100-AVG-SECS
           MOVE DL100-AVG-SECS TO MCR-RUN-AVG
           MOVE DL100-PG-MAX-SECS (DL100-SUB-P) TO MCR-RUN-MAX
           MOVE DL100-PG-FAILED (DL100-SUB-P)   TO MCR-RUN-FAILED
           WRITE MCR-RECORD FROM MCR-RUN-LINE.
       4300-EXIT.
           EXIT.

      ****************************************************
      * 4500-SUMMARIZE-EXCEPTIONS - EXCPFILE FOR THE MONTH'S
      * BUSINESS DATES, COUNTED BY SEVERITY.
      ****************************************************
       4500-SUMMARIZE-EXCEPTIONS.
           MOVE SPACES TO MCR-RECORD
           WRITE MCR-RECORD
           MOVE "EXCEPTIONS BY SEVERITY (EXCPFILE)"
               TO MCR-SECTION-TITLE
           WRITE MCR-RECORD FROM MCR-SECTION-LINE
           MOVE "N" TO DL100-FILE-EOF-SWITCH
           OPEN INPUT EXCP-FILE
           IF DL100-EXCP-STATUS NOT = "00"
               MOVE "  NO EXCPFILE EXCEPTION LOG" TO MCR-TEXT-MSG
               WRITE MCR-RECORD FROM MCR-TEXT-LINE
               PERFORM 7100-MISSING-SOURCE THRU 7100-EXIT
           ELSE
               PERFORM 4510-READ-ONE-EXCEPTION THRU 4510-EXIT
                   UNTIL DL100-FILE-EOF
               CLOSE EXCP-FILE
               MOVE "ERRORS"          TO MCR-CNT-MSG
               MOVE DL100-EXC-ERROR   TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
               MOVE "WARNINGS"        TO MCR-CNT-MSG
               MOVE DL100-EXC-WARNING TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
               MOVE "INFORMATION"     TO MCR-CNT-MSG
               MOVE DL100-EXC-INFO    TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
           END-IF.
       4500-EXIT.
           EXIT.

       4510-READ-ONE-EXCEPTION.
           READ EXCP-FILE
               AT END
                   MOVE "Y" TO DL100-FILE-EOF-SWITCH
               NOT AT END
                   IF EXCP-BUS-DATE IS NUMERIC
                      AND EXCP-BUS-DATE > DL100-RANGE-LOW
                      AND EXCP-BUS-DATE < DL100-RANGE-HIGH
                       EVALUATE TRUE
                           WHEN EXCP-SEV-ERROR
                               ADD 1 TO DL100-EXC-ERROR
                           WHEN EXCP-SEV-INFO
                               ADD 1 TO DL100-EXC-INFO
                           WHEN OTHER
                               ADD 1 TO DL100-EXC-WARNING
                       END-EVALUATE
                   END-IF
           END-READ.
       4510-EXIT.
           EXIT.

      ****************************************************
      * 5000-SUMMARIZE-FEEDS - QQFEEDRG ENTRIES FOR THE
      * MONTH'S BUSINESS DATES BY ACKNOWLEDGMENT STATUS.
      * EVERY FEED STILL PENDING IS LISTED BY NAME.
      ****************************************************
       5000-SUMMARIZE-FEEDS.
           MOVE SPACES TO MCR-RECORD
           WRITE MCR-RECORD
           MOVE "FEEDS (QQFEEDRG)" TO MCR-SECTION-TITLE
           WRITE MCR-RECORD FROM MCR-SECTION-LINE
           MOVE "N" TO DL100-FILE-EOF-SWITCH
           OPEN INPUT FEED-REG-FILE
           IF DL100-FEED-STATUS NOT = "00"
               MOVE "  NO QQFEEDRG FEED REGISTER" TO MCR-TEXT-MSG
               WRITE MCR-RECORD FROM MCR-TEXT-LINE
               PERFORM 7100-MISSING-SOURCE THRU 7100-EXIT
           ELSE
               PERFORM 5100-READ-ONE-FEED THRU 5100-EXIT
                   UNTIL DL100-FILE-EOF
               CLOSE FEED-REG-FILE
               MOVE "FEEDS CUT (REGISTER ENTRIES)" TO MCR-CNT-MSG
               MOVE DL100-FEED-CUT TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
               MOVE "CONFIRMED" TO MCR-CNT-MSG
               MOVE DL100-FEED-CONFIRMED TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
               MOVE "CONFIRMED MORE THAN ONCE" TO MCR-CNT-MSG
               MOVE DL100-FEED-DOUBLE TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
               MOVE "SPLIT INTO SUBSCRIBER EXTRACTS" TO MCR-CNT-MSG
               MOVE DL100-FEED-SPLIT TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
               MOVE "BACKED OUT FOR REISSUE" TO MCR-CNT-MSG
               MOVE DL100-FEED-BACKED-OUT TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
               MOVE "OUTSTANDING (STILL PENDING)" TO MCR-CNT-MSG
               MOVE DL100-FEED-PENDING TO MCR-CNT-VALUE
               WRITE MCR-RECORD FROM MCR-COUNT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-READ-ONE-FEED.
           READ FEED-REG-FILE
               AT END
                   MOVE "Y" TO DL100-FILE-EOF-SWITCH
               NOT AT END
                   IF FEEDREG-BUS-DATE IS NUMERIC
                      AND FEEDREG-BUS-DATE > DL100-RANGE-LOW
                      AND FEEDREG-BUS-DATE < DL100-RANGE-HIGH
                       PERFORM 5200-POST-ONE-FEED THRU 5200-EXIT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-POST-ONE-FEED.
           ADD 1 TO DL100-FEED-CUT
           EVALUATE TRUE
               WHEN FEEDREG-CONFIRMED
                   ADD 1 TO DL100-FEED-CONFIRMED
               WHEN FEEDREG-OVER-CONFIRMED
                   ADD 1 TO DL100-FEED-DOUBLE
               WHEN FEEDREG-DISTRIBUTED
                   ADD 1 TO DL100-FEED-SPLIT
               WHEN FEEDREG-BACKED-OUT
                   ADD 1 TO DL100-FEED-BACKED-OUT
               WHEN OTHER
                   ADD 1 TO DL100-FEED-PENDING
                   MOVE FEEDREG-SEQ      TO MCR-FD-SEQ
                   MOVE FEEDREG-BUS-DATE TO MCR-FD-BUS-DATE
                   IF FEEDREG-SUB-ID = SPACES
                       MOVE "(HOUSE)" TO MCR-FD-SUB-ID
                   ELSE
                       MOVE FEEDREG-SUB-ID TO MCR-FD-SUB-ID
                   END-IF
                   WRITE MCR-RECORD FROM MCR-FEED-LINE
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      ****************************************************
      * 5500-SUMMARIZE-INQUIRIES - QQINQLOG RECORDS LOGGED IN
      * THE MONTH (BY THE SYSTEM DATE OF THE LOOKUP), BY
      * KIND OF LOOKUP AND BY ANSWER.  NO LOG MEANS THE HELP
      * DESK ANSWERED NOTHING FROM THE MASTER.
      ****************************************************
       5500-SUMMARIZE-INQUIRIES.
           MOVE SPACES TO MCR-RECORD
           WRITE MCR-RECORD
           MOVE "HELP-DESK INQUIRY VOLUMES (QQINQLOG)"
               TO MCR-SECTION-TITLE
           WRITE MCR-RECORD FROM MCR-SECTION-LINE
           MOVE "N" TO DL100-FILE-EOF-SWITCH
           OPEN INPUT INQ-LOG-FILE
           IF DL100-INQ-STATUS = "00"
               PERFORM 5510-READ-ONE-INQUIRY THRU 5510-EXIT
                   UNTIL DL100-FILE-EOF
               CLOSE INQ-LOG-FILE
           ELSE
               MOVE "  NO QQINQLOG - NO HELP-DESK LOOKUPS LOGGED"
                   TO MCR-TEXT-MSG
               WRITE MCR-RECORD FROM MCR-TEXT-LINE
           END-IF
           MOVE "ANSWERS LOGGED"               TO MCR-CNT-MSG
           MOVE DL100-INQ-TOTAL                TO MCR-CNT-VALUE
           WRITE MCR-RECORD FROM MCR-COUNT-LINE
           MOVE "  SINGLE-CELL LOOKUPS"        TO MCR-CNT-MSG
           MOVE DL100-INQ-CELL                 TO MCR-CNT-VALUE
           WRITE MCR-RECORD FROM MCR-COUNT-LINE
           MOVE "  CELLS SHOWN ON ROW PAGES"   TO MCR-CNT-MSG
           MOVE DL100-INQ-ROW-PAGE             TO MCR-CNT-VALUE
           WRITE MCR-RECORD FROM MCR-COUNT-LINE
           MOVE "  CELLS SHOWN ON COLUMN PAGES" TO MCR-CNT-MSG
           MOVE DL100-INQ-COL-PAGE             TO MCR-CNT-VALUE
           WRITE MCR-RECORD FROM MCR-COUNT-LINE
           MOVE "ANSWERED NOT FOUND"           TO MCR-CNT-MSG
           MOVE DL100-INQ-NOT-FOUND            TO MCR-CNT-VALUE
           WRITE MCR-RECORD FROM MCR-COUNT-LINE
           MOVE "ANSWERED NO GENERATION IN EFFECT"
               TO MCR-CNT-MSG
           MOVE DL100-INQ-NO-GEN               TO MCR-CNT-VALUE
           WRITE MCR-RECORD FROM MCR-COUNT-LINE.
       5500-EXIT.
           EXIT.

       5510-READ-ONE-INQUIRY.
           READ INQ-LOG-FILE
               AT END
                   MOVE "Y" TO DL100-FILE-EOF-SWITCH
               NOT AT END
                   IF INQLOG-DATE IS NUMERIC
                      AND INQLOG-DATE > DL100-RANGE-LOW
                      AND INQLOG-DATE < DL100-RANGE-HIGH
                       PERFORM 5520-POST-ONE-INQUIRY
                           THRU 5520-EXIT
                   END-IF
           END-READ.
       5510-EXIT.
           EXIT.

       5520-POST-ONE-INQUIRY.
           ADD 1 TO DL100-INQ-TOTAL
           EVALUATE TRUE
               WHEN INQLOG-IS-ROW-PAGE
                   ADD 1 TO DL100-INQ-ROW-PAGE
               WHEN INQLOG-IS-COL-PAGE
                   ADD 1 TO DL100-INQ-COL-PAGE
               WHEN OTHER
                   ADD 1 TO DL100-INQ-CELL
           END-EVALUATE
           EVALUATE TRUE
               WHEN INQLOG-NOT-FOUND
                   ADD 1 TO DL100-INQ-NOT-FOUND
               WHEN INQLOG-NO-GENERATION
                   ADD 1 TO DL100-INQ-NO-GEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5520-EXIT.
           EXIT.

      ****************************************************
      * 6000-WRITE-VERDICT - RC 8 WHEN THE MONTH-END
      * GENERATION WAS NOT PROTECTED, RC 4 ON A WARNING.
      ****************************************************
       6000-WRITE-VERDICT.
           MOVE SPACES TO MCR-RECORD
           WRITE MCR-RECORD
           EVALUATE TRUE
               WHEN DL100-ERROR-COUNT > 0
                   MOVE "MC0010E MONTH-END CLOSE INCOMPLETE - SEE ABOVE"
                       TO MCR-TEXT-MSG
                   DISPLAY "MC0010E MONTH-END CLOSE FOR "
                       DL100-CLOSE-MONTH " INCOMPLETE - "
                       DL100-ERROR-COUNT " ERROR(S)"
                   MOVE "MC0010E" TO EXCPLOG-MSG-ID
                   MOVE "MONTH-END CLOSE INCOMPLETE - NOT PROTECTED"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 8 TO RETURN-CODE
               WHEN DL100-WARN-COUNT > 0
                   MOVE "MC0011W MONTH-END CLOSE COMPLETE WITH WARNINGS"
                       TO MCR-TEXT-MSG
                   DISPLAY "MC0011W MONTH-END CLOSE FOR "
                       DL100-CLOSE-MONTH " COMPLETE WITH "
                       DL100-WARN-COUNT " WARNING(S)"
                   MOVE "MC0011W" TO EXCPLOG-MSG-ID
                   MOVE "MONTH-END CLOSE COMPLETE WITH WARNINGS"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "MC0000I MONTH-END CLOSE COMPLETE"
                       TO MCR-TEXT-MSG
                   DISPLAY "MC0000I MONTH-END CLOSE FOR "
                       DL100-CLOSE-MONTH " COMPLETE - GENERATION "
                       DL100-ME-GEN " PROTECTED"
           END-EVALUATE
           WRITE MCR-RECORD FROM MCR-TEXT-LINE.
       6000-EXIT.
           EXIT.

      ****************************************************
      * 7100-MISSING-SOURCE - A SUMMARY SOURCE FILE IS NOT
      * THERE.  THE REST OF THE SUMMARY STILL PRINTS.
      ****************************************************
       7100-MISSING-SOURCE.
           DISPLAY "MC0012W MONTHLY SUMMARY SOURCE FILE MISSING - "
               "SEE MCRPT"
           MOVE "MC0012W" TO EXCPLOG-MSG-ID
           MOVE "MONTHLY SUMMARY SOURCE FILE MISSING - SEE MCRPT"
               TO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           ADD 1 TO DL100-WARN-COUNT.
       7100-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "MTHCLOSE" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 8000-BAD-PARM-CARD - AN MCPARM MONTH THAT IS NOT A
      * REAL YYYYMM.  CLOSE NOTHING RATHER THAN GUESS.
      ****************************************************
       8000-BAD-PARM-CARD.
           DISPLAY "MC0002E MCPARM MONTH " MCPARM-MONTH
               " IS NOT A VALID YYYYMM - MONTH NOT CLOSED"
           MOVE "MC0002E" TO EXCPLOG-MSG-ID
           MOVE "MCPARM MONTH NOT A VALID YYYYMM - MONTH NOT CLOSED"
               TO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           MOVE "Y" TO DL100-ABEND-SWITCH
           MOVE 16  TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - CLOSE THE REPORT.  EVERY SOURCE FILE
      * WAS CLOSED BY THE SECTION THAT READ IT.
      ****************************************************
       9000-TERMINATE.
           IF DL100-RPT-STATUS = "00" OR DL100-RPT-STATUS = "10"
               CLOSE MC-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
