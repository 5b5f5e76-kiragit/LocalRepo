000100******************************************************
000200* PREFLITE.COB
000300*
000400* PRE-FLIGHT READINESS GATE FOR THE NIGHTLY STREAM.
000500* CARDEDIT PROVES THE CONTROL CARDS; THIS STEP PROVES
000600* THE FILES THE NIGHT WILL STAND ON, BEFORE QQ
000700* OVERWRITES ANYTHING.  RUN IT AS THE FIRST STEPCTL STEP
000800* WITH STOP FLAG "Y".  EACH CHECK GETS ONE VERDICT LINE
000900* (OK, WARN OR FAIL) ON THE PFRPT READINESS REPORT:
001000*   - BUSCAL CARRIES HOLIDAYS FOR THE BUSINESS DATE'S
001100*     YEAR AND FOR THE YEAR AFTER.  NEXT YEAR MISSING IS
001200*     A WARNING UNTIL DECEMBER AND A FAILURE FROM THEN
001300*     ON, WHEN THE STREAM IS ABOUT TO RUN INTO IT;
001400*   - THE PRIOR GENERATION QQDELTA WILL DIFFERENCE
001500*     AGAINST IS THERE AND NOT EMPTY - QQFLAT ON A FRESH
001600*     NIGHT (QQ ROLLS IT TO QQFLATP), QQFLATP ITSELF WHEN
001700*     QQ IS RESUMING AND WILL NOT ROLL.  WITHOUT IT
001800*     QQDELTA SENDS A FULL "ALL ADDS" FEED;
001900*   - THE NEWEST QQMAST GENERATION CARRIES ITS SET-00
002000*     GENERATION-COMPLETE MARKER;
002100*   - STRMCKPT DOES NOT SHOW AN EARLIER NIGHT'S STREAM
002200*     LEFT UNFINISHED;
002300*   - AN IN-PROGRESS QQRESTRT CHECKPOINT MATCHES THE
002400*     QQPARM CARD IT WILL RESUME AGAINST (SAME RULES QQ
002500*     APPLIES, SO A REFUSED RESUME IS CAUGHT HERE);
      *     WITH A QQCATLG CATALOG ON FILE, THE CATALOG
      *     PRODUCT IN EFFECT UNDER THE SET TONIGHT INSTEAD;
002600*   - NO QQFEEDRG FEED HAS BEEN LEFT PENDING FOR DAYS.
002700*     PENDING TWO BUSINESS DAYS IS A WARNING, THREE OR
002800*     MORE A FAILURE.
002900*
003000* ANY FAILURE ENDS THE STEP RC 8, SO UTILMENU HOLDS THE
003100* STREAM; A WARNING ENDS IT RC 4 AND THE STREAM RUNS ON.
003200* READ ONLY - LIKE SUITESTA IT NEVER TAKES THE RUN LOCK
003300* AND NEVER CHANGES A SUITE FILE, SO IT CAN ALSO BE RUN
003400* BY HAND AHEAD OF THE NIGHT.
003500*
003600* MODIFICATION HISTORY
003700*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  THE QQ RESTART CHECK NOW MATCHES THE
      *                   CHECKPOINT AGAINST THE QQCATLG PRODUCT
      *                   IN EFFECT UNDER THE RESUME SET ON THE
      *                   BUSINESS DATE (QQCATLK SUBPROGRAM)
      *                   WHEN A CATALOG IS ON FILE, AS QQ NOW
      *                   DOES.  NO PRODUCT IN EFFECT IS A FAIL.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.
003800******************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. PREFLITE.
004100 AUTHOR. D HARTLEY.
004200 INSTALLATION. DAILY UTILITY SUITE.
004300 DATE-WRITTEN. 2026-10-15.
004400 DATE-COMPILED.
004500******************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
           SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CAL-STATUS.
           SELECT QQ-FLAT-FILE ASSIGN TO "QQFLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-FLAT-STATUS.
           SELECT QQ-FLATP-FILE ASSIGN TO "QQFLATP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-FLATP-STATUS.
           SELECT QQ-MAST-FILE ASSIGN TO "QQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QQMAST-KEY
               FILE STATUS IS DL100-MAST-STATUS.
           SELECT STREAM-CKPT-FILE ASSIGN TO "STRMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CKPT-STATUS.
           SELECT QQ-RESTART-FILE ASSIGN TO "QQRESTRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RESTART-STATUS.
           SELECT QQ-PARM-FILE ASSIGN TO "QQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARM-STATUS.
           SELECT FEED-REG-FILE ASSIGN TO "QQFEEDRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-FEED-STATUS.
           SELECT PF-RPT-FILE ASSIGN TO "PFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
004900******************************************************
005000 DATA DIVISION.
005100 FILE SECTION.
       FD  BUS-CAL-FILE.
       01  BUSCAL-RECORD.
           05  BUSCAL-DATE             PIC 9(08).
      *
       FD  QQ-FLAT-FILE.
       01  QQFLAT-RECORD               PIC X(10).
      *
       FD  QQ-FLATP-FILE.
       01  QQFLATP-RECORD              PIC X(10).
      *
       FD  QQ-MAST-FILE.
           COPY QQMASTRC.
      *
       FD  STREAM-CKPT-FILE.
       01  STRMCK-RECORD.
           05  STRMCK-BUS-DATE         PIC 9(08).
           05  STRMCK-LAST-STEP        PIC 9(03).
           05  STRMCK-STATUS           PIC X(01).
               88  STRMCK-COMPLETE         VALUE "C".
               88  STRMCK-IN-PROGRESS      VALUE "I".
      *
       FD  QQ-RESTART-FILE.
           COPY QQRESTRC.
      *
       FD  QQ-PARM-FILE.
       01  QQPARM-RECORD.
           05  QQPARM-TAB-SIZE         PIC 9(02).
           05  QQPARM-OPERATION        PIC X(01).
      *
       FD  FEED-REG-FILE.
           COPY QQFEEDRC.
      *
       FD  PF-RPT-FILE.
       01  PFR-RECORD                  PIC X(90).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * OFFICIAL BUSINESS DATE - THE NIGHT BEING CHECKED
      ****************************************************
       COPY BUSDATEL.
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
       01  DL100-CAL-STATUS            PIC X(02) VALUE "00".
       01  DL100-FLAT-STATUS           PIC X(02) VALUE "00".
       01  DL100-FLATP-STATUS          PIC X(02) VALUE "00".
       01  DL100-MAST-STATUS           PIC X(02) VALUE "00".
       01  DL100-CKPT-STATUS           PIC X(02) VALUE "00".
       01  DL100-RESTART-STATUS        PIC X(02) VALUE "00".
       01  DL100-PARM-STATUS           PIC X(02) VALUE "00".
       01  DL100-FEED-STATUS           PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-CAL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  DL100-CAL-EOF               VALUE "Y".
       01  DL100-PARM-EOF-SWITCH       PIC X(01) VALUE "N".
           88  DL100-PARM-EOF              VALUE "Y".
       01  DL100-FEED-EOF-SWITCH       PIC X(01) VALUE "N".
           88  DL100-FEED-EOF              VALUE "Y".
       01  DL100-SCAN-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-SCAN-DONE             VALUE "Y".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-BUS-DAY-SWITCH        PIC X(01) VALUE "N".
           88  DL100-IS-BUS-DAY            VALUE "Y".
      ****************************************************
      * THE BUSINESS DATE SPLIT FOR THE CALENDAR-YEAR CHECKS
      ****************************************************
       01  DL100-TODAY.
           05  DL100-TD-YEAR           PIC 9(04).
           05  DL100-TD-MONTH          PIC 9(02).
           05  DL100-TD-DAY            PIC 9(02).
       01  DL100-TODAY-DATE REDEFINES DL100-TODAY
                                       PIC 9(08).
       01  DL100-NEXT-YEAR             PIC 9(04) VALUE 0.
      ****************************************************
      * HOLIDAY TABLE LOADED FROM BUSCAL - SAME CAPACITY AS
      * THE TABLE BUSDATE LOADS IT INTO - AND THE HOLIDAYS
      * FOUND FOR THIS YEAR AND NEXT.
      ****************************************************
       77  DL100-HOLIDAY-MAX           PIC 9(03) COMP VALUE 200.
       77  DL100-HOLIDAY-COUNT         PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-H                 PIC 9(03) COMP VALUE 0.
       77  DL100-THIS-YEAR-HOLS        PIC 9(03) VALUE 0.
       77  DL100-NEXT-YEAR-HOLS        PIC 9(03) VALUE 0.
       01  DL100-HOLIDAY-TBL.
           03  DL100-HOLIDAY OCCURS 200 TIMES
                                       PIC 9(08).
       01  DL100-HOL-WORK.
           05  DL100-HW-YEAR           PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  DL100-HOL-WORK-DATE REDEFINES DL100-HOL-WORK
                                       PIC 9(08).
      ****************************************************
      * THE DAY BEING STEPPED THROUGH WHILE AGEING A PENDING
      * FEED, WITH THE MONTH LENGTHS AND LEAP-YEAR WORK.
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
       77  DL100-MONTH-LEN             PIC 9(02) VALUE 0.
       77  DL100-LEAP-WORK             PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-REM-4            PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-REM-100          PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-REM-400          PIC 9(04) COMP VALUE 0.
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
      * QQ RESTART STATE, READ ONCE UP FRONT - WHETHER QQ
      * WILL RESUME DECIDES WHICH FLAT GENERATION QQDELTA
      * WILL DIFFERENCE AGAINST.  THE RESUME SET'S QQPARM
      * CARD IS EDITED THE WAY QQ EDITS IT: A BAD OR BLANK
      * SIZE MEANS THE DEFAULT SIZE, A BAD OR BLANK
      * OPERATION MEANS MULTIPLY.  WITH A CATALOG ON FILE
      * THE SET'S PRODUCT IN EFFECT TAKES THE CARD'S PLACE
      * AND THE SOURCE NAMES QQCATLG.
      ****************************************************
       01  DL100-RESUME-SWITCH         PIC X(01) VALUE "N".
           88  DL100-QQ-RESUMING           VALUE "Y".
       01  DL100-RESUME-SET            PIC 9(02) VALUE 0.
       01  DL100-RESUME-J              PIC 9(02) VALUE 0.
       01  DL100-CKPT-TAB-SIZE         PIC 9(02) VALUE 0.
       01  DL100-CKPT-OPERATION        PIC X(01) VALUE SPACE.
       77  DL100-DEFAULT-TAB-SIZE      PIC 9(02) VALUE 20.
       77  DL100-DEFAULT-OPERATION     PIC X(01) VALUE "M".
       77  DL100-CARD-COUNT            PIC 9(02) VALUE 0.
       01  DL100-CARD-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  DL100-CARD-FOUND            VALUE "Y".
       01  DL100-CARD-TAB-SIZE         PIC 9(02) VALUE 0.
       01  DL100-CARD-OPERATION        PIC X(01) VALUE SPACE.
       01  DL100-CARD-SOURCE           PIC X(07) VALUE "QQPARM".
           88  DL100-FROM-CATALOG          VALUE "QQCATLG".
      ****************************************************
      * NEWEST QQMAST GENERATION
      ****************************************************
       01  DL100-NEWEST-GEN            PIC 9(08) VALUE 0.
      ****************************************************
      * FEED AGEING - BUSINESS DAYS A PENDING FEED HAS BEEN
      * WAITING SINCE ITS OWN BUSINESS DATE.  COUNTING STOPS
      * AT THE FAILURE LIMIT; NOTHING OLDER NEEDS A NUMBER.
      * THE OVERDUE FEEDS ARE HELD FOR LISTING UNDER THEIR
      * CHECK LINE.
      ****************************************************
       77  DL100-PEND-WARN-DAYS        PIC 9(03) COMP VALUE 2.
       77  DL100-PEND-FAIL-DAYS        PIC 9(03) COMP VALUE 3.
       77  DL100-FEED-AGE              PIC 9(03) COMP VALUE 0.
       77  DL100-FEED-LATE             PIC 9(05) VALUE 0.
       77  DL100-FEED-STALE            PIC 9(05) VALUE 0.
       77  DL100-LIST-MAX              PIC 9(03) COMP VALUE 50.
       77  DL100-LIST-COUNT            PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-L                 PIC 9(03) COMP VALUE 0.
       77  DL100-LIST-OVER             PIC 9(05) VALUE 0.
       77  DL100-EDIT-COUNT            PIC Z(04)9.
       01  DL100-LIST-TBL.
           03  DL100-LIST-ENTRY OCCURS 50 TIMES.
               05  DL100-LS-SEQ        PIC 9(06).
               05  DL100-LS-BUS-DATE   PIC 9(08).
               05  DL100-LS-SUB-ID     PIC X(08).
               05  DL100-LS-AGE        PIC 9(03).
      ****************************************************
      * VERDICT COUNTERS AND THE CHECK BEING POSTED
      ****************************************************
       77  DL100-FAIL-COUNT            PIC 9(03) VALUE 0.
       77  DL100-WARN-COUNT            PIC 9(03) VALUE 0.
       01  DL100-VERDICT               PIC X(04) VALUE SPACES.
           88  DL100-VERDICT-OK            VALUE "OK".
           88  DL100-VERDICT-WARN          VALUE "WARN".
           88  DL100-VERDICT-FAIL          VALUE "FAIL".
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  PFR-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "PREFLITE - NIGHTLY STREAM READINESS FOR BUS DATE".
           05  PFR-HDG-BUS-DATE        PIC 9(08).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  PFR-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "CHECK".
           05  FILLER                  PIC X(08) VALUE "VERDICT".
           05  FILLER                  PIC X(40) VALUE "DETAIL".
       01  PFR-CHECK-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PFR-CHECK-LABEL         PIC X(40).
           05  PFR-CHECK-VERDICT       PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  PFR-CHECK-DETAIL        PIC X(40).
       01  PFR-DETAIL-VIEW REDEFINES PFR-CHECK-LINE.
           05  FILLER                  PIC X(50).
           05  PFR-DV-TEXT             PIC X(28).
           05  PFR-DV-VALUE            PIC X(10).
           05  FILLER                  PIC X(02).
       01  PFR-FEED-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               "FEED SEQ ".
           05  PFR-FD-SEQ              PIC 9(06).
           05  FILLER                  PIC X(12) VALUE
               "  BUS DATE ".
           05  PFR-FD-BUS-DATE         PIC 9(08).
           05  FILLER                  PIC X(14) VALUE
               "  SUBSCRIBER ".
           05  PFR-FD-SUB-ID           PIC X(08).
           05  FILLER                  PIC X(10) VALUE
               "  PENDING ".
           05  PFR-FD-AGE              PIC Z9.
           05  FILLER                  PIC X(14) VALUE
               " BUSINESS DAYS".
       01  PFR-TEXT-LINE.
           05  PFR-TEXT-MSG            PIC X(90).
      ****************************************************
005200 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 2000-CHECK-CALENDAR THRU 2000-EXIT
               PERFORM 2100-CHECK-PRIOR-FLAT THRU 2100-EXIT
               PERFORM 2200-CHECK-NEWEST-GEN THRU 2200-EXIT
               PERFORM 2300-CHECK-STREAM-CKPT THRU 2300-EXIT
               PERFORM 2400-CHECK-QQ-RESTART THRU 2400-EXIT
               PERFORM 2500-CHECK-PENDING-FEEDS THRU 2500-EXIT
               PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - THE BUSINESS DATE, THE CALENDAR
      * AND THE QQ RESTART STATE, THEN THE REPORT.
      ****************************************************
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE
           CALL "BUSDATE" USING BUSDATE-AREA
           MOVE BUSDATE-BUS-DATE TO DL100-TODAY-DATE
           COMPUTE DL100-NEXT-YEAR = DL100-TD-YEAR + 1
           PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
           PERFORM 1200-READ-QQ-RESTART THRU 1200-EXIT
           OPEN OUTPUT PF-RPT-FILE
           IF DL100-RPT-STATUS NOT = "00"
               DISPLAY "PF0001E CANNOT OPEN PFRPT REPORT "
                   "FILE - STATUS " DL100-RPT-STATUS
               MOVE "PF0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN PFRPT REPORT FILE - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE BUSDATE-BUS-DATE TO PFR-HDG-BUS-DATE
               WRITE PFR-RECORD FROM PFR-HEADING
               MOVE SPACES TO PFR-RECORD
               WRITE PFR-RECORD
               WRITE PFR-RECORD FROM PFR-COLUMN-HEADING
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************
      * 1100-LOAD-CALENDAR - LOAD THE HOLIDAYS (FOR AGEING
      * PENDING FEEDS) AND COUNT THOSE FALLING IN THIS YEAR
      * AND NEXT.  A MISSING FILE IS JUDGED BY 2000.
      ****************************************************
       1100-LOAD-CALENDAR.
           OPEN INPUT BUS-CAL-FILE
           IF DL100-CAL-STATUS = "00"
               PERFORM 1110-LOAD-ONE-HOLIDAY THRU 1110-EXIT
                   UNTIL DL100-CAL-EOF
               CLOSE BUS-CAL-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-HOLIDAY.
           READ BUS-CAL-FILE
               AT END
                   MOVE "Y" TO DL100-CAL-EOF-SWITCH
               NOT AT END
                   IF BUSCAL-DATE IS NUMERIC
                      AND BUSCAL-DATE > 19000101
                       MOVE BUSCAL-DATE TO DL100-HOL-WORK-DATE
                       IF DL100-HW-YEAR = DL100-TD-YEAR
                           ADD 1 TO DL100-THIS-YEAR-HOLS
                       END-IF
                       IF DL100-HW-YEAR = DL100-NEXT-YEAR
                           ADD 1 TO DL100-NEXT-YEAR-HOLS
                       END-IF
                       IF DL100-HOLIDAY-COUNT < DL100-HOLIDAY-MAX
                           ADD 1 TO DL100-HOLIDAY-COUNT
                           MOVE BUSCAL-DATE TO
                               DL100-HOLIDAY (DL100-HOLIDAY-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************
      * 1200-READ-QQ-RESTART - QQ RESUMES ONLY FROM AN
      * IN-PROGRESS CHECKPOINT PAST ROW ZERO (SEE QQ 1200).
      * AN OLD-FORMAT CHECKPOINT WITH NO SET ID MEANS SET 1.
      ****************************************************
       1200-READ-QQ-RESTART.
           OPEN INPUT QQ-RESTART-FILE
           IF DL100-RESTART-STATUS = "00"
               READ QQ-RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QQRESTRT-IN-PROGRESS
                          AND QQRESTRT-LAST-J > 0
                           MOVE "Y" TO DL100-RESUME-SWITCH
                           MOVE QQRESTRT-LAST-J TO DL100-RESUME-J
                           MOVE QQRESTRT-TAB-SIZE
                               TO DL100-CKPT-TAB-SIZE
                           MOVE QQRESTRT-OPERATION
                               TO DL100-CKPT-OPERATION
                           IF QQRESTRT-SET-ID IS NUMERIC
                              AND QQRESTRT-SET-ID > 0
                               MOVE QQRESTRT-SET-ID
                                   TO DL100-RESUME-SET
                           ELSE
                               MOVE 1 TO DL100-RESUME-SET
                           END-IF
                       END-IF
               END-READ
               CLOSE QQ-RESTART-FILE
           END-IF.
       1200-EXIT.
           EXIT.

      ****************************************************
      * 2000-CHECK-CALENDAR - NO BUSCAL, OR NO HOLIDAYS FOR
      * THE CURRENT YEAR, AND BUSDATE IS RUNNING ON THE
      * WEEKEND RULE ALONE.  NEXT YEAR'S HOLIDAYS ARE
      * USUALLY LOADED LATE IN THE YEAR, SO THEIR ABSENCE
      * ONLY FAILS THE NIGHT IN DECEMBER.
      ****************************************************
       2000-CHECK-CALENDAR.
           MOVE "BUSCAL HOLIDAY CALENDAR" TO PFR-CHECK-LABEL
           EVALUATE TRUE
               WHEN DL100-CAL-STATUS NOT = "00"
                   MOVE "FAIL" TO DL100-VERDICT
                   MOVE "NO BUSCAL FILE - WEEKENDS ONLY"
                       TO PFR-CHECK-DETAIL
                   DISPLAY "PF0002E NO BUSCAL CALENDAR FILE - "
                       "STATUS " DL100-CAL-STATUS
                   MOVE "PF0002E" TO EXCPLOG-MSG-ID
                   MOVE "NO BUSCAL CALENDAR FILE - STREAM NOT READY"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN DL100-THIS-YEAR-HOLS = 0
                   MOVE "FAIL" TO DL100-VERDICT
                   MOVE "NO HOLIDAYS LOADED FOR THIS YEAR"
                       TO PFR-CHECK-DETAIL
                   DISPLAY "PF0003E BUSCAL HAS NO HOLIDAYS FOR "
                       DL100-TD-YEAR
                   MOVE "PF0003E" TO EXCPLOG-MSG-ID
                   MOVE "BUSCAL HAS NO HOLIDAYS FOR THE CURRENT YEAR"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN DL100-NEXT-YEAR-HOLS = 0
                AND DL100-TD-MONTH = 12
                   MOVE "FAIL" TO DL100-VERDICT
                   MOVE "NO HOLIDAYS LOADED FOR NEXT YEAR"
                       TO PFR-CHECK-DETAIL
                   DISPLAY "PF0004E BUSCAL HAS NO HOLIDAYS FOR "
                       DL100-NEXT-YEAR
                   MOVE "PF0004E" TO EXCPLOG-MSG-ID
                   MOVE "BUSCAL HAS NO HOLIDAYS FOR NEXT YEAR"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN DL100-NEXT-YEAR-HOLS = 0
                   MOVE "WARN" TO DL100-VERDICT
                   MOVE "NO HOLIDAYS LOADED FOR NEXT YEAR"
                       TO PFR-CHECK-DETAIL
                   DISPLAY "PF0005W BUSCAL HAS NO HOLIDAYS FOR "
                       DL100-NEXT-YEAR " YET"
                   MOVE "PF0005W" TO EXCPLOG-MSG-ID
                   MOVE "BUSCAL HAS NO HOLIDAYS FOR NEXT YEAR YET"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN OTHER
                   MOVE "OK" TO DL100-VERDICT
                   MOVE "HOLIDAYS LOADED, THIS YEAR AND NEXT"
                       TO PFR-CHECK-DETAIL
           END-EVALUATE
           PERFORM 7000-POST-CHECK THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************
      * 2100-CHECK-PRIOR-FLAT - THE GENERATION QQDELTA WILL
      * DIFFERENCE TONIGHT'S EXPORT AGAINST.  ON A FRESH
      * NIGHT QQ ROLLS QQFLAT TO QQFLATP BEFORE REBUILDING,
      * SO QQFLAT IS WHAT MUST BE THERE; A RESUMING QQ DOES
      * NOT ROLL, SO QQFLATP MUST ALREADY BE THERE.  EITHER
      * WAY, MISSING OR EMPTY MEANS AN "ALL ADDS" FEED.
      ****************************************************
       2100-CHECK-PRIOR-FLAT.
           MOVE "OK" TO DL100-VERDICT
           IF DL100-QQ-RESUMING
               MOVE "PRIOR FLAT GENERATION (QQFLATP)"
                   TO PFR-CHECK-LABEL
               OPEN INPUT QQ-FLATP-FILE
               IF DL100-FLATP-STATUS = "00"
                   READ QQ-FLATP-FILE
                       AT END
                           MOVE "FAIL" TO DL100-VERDICT
                           MOVE "QQFLATP IS EMPTY"
                               TO PFR-CHECK-DETAIL
                   END-READ
                   CLOSE QQ-FLATP-FILE
               ELSE
                   MOVE "FAIL" TO DL100-VERDICT
                   MOVE "NO QQFLATP FILE" TO PFR-CHECK-DETAIL
               END-IF
           ELSE
               MOVE "PRIOR FLAT GENERATION (QQFLAT TO ROLL)"
                   TO PFR-CHECK-LABEL
               OPEN INPUT QQ-FLAT-FILE
               IF DL100-FLAT-STATUS = "00"
                   READ QQ-FLAT-FILE
                       AT END
                           MOVE "FAIL" TO DL100-VERDICT
                           MOVE "QQFLAT IS EMPTY"
                               TO PFR-CHECK-DETAIL
                   END-READ
                   CLOSE QQ-FLAT-FILE
               ELSE
                   MOVE "FAIL" TO DL100-VERDICT
                   MOVE "NO QQFLAT FILE" TO PFR-CHECK-DETAIL
               END-IF
           END-IF
           IF DL100-VERDICT-FAIL
               DISPLAY "PF0006E NO PRIOR FLAT GENERATION - "
                   "QQDELTA WOULD SEND AN ALL-ADDS FEED"
               MOVE "PF0006E" TO EXCPLOG-MSG-ID
               MOVE "NO PRIOR FLAT GENERATION - ALL-ADDS FEED"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           ELSE
               MOVE "PRESENT AND NOT EMPTY" TO PFR-CHECK-DETAIL
           END-IF
           PERFORM 7000-POST-CHECK THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

      ****************************************************
      * 2200-CHECK-NEWEST-GEN - THE NEWEST QQMAST GENERATION
      * MUST CARRY ITS SET-00 GENERATION-COMPLETE MARKER AT
      * (DATE, 00, 00, 00).  NO MASTER, OR NO GENERATION YET,
      * IS ONLY A WARNING - QQLOAD BUILDS THE FIRST ONE.
      ****************************************************
       2200-CHECK-NEWEST-GEN.
           MOVE "NEWEST QQMAST GENERATION COMPLETE"
               TO PFR-CHECK-LABEL
           OPEN INPUT QQ-MAST-FILE
           IF DL100-MAST-STATUS NOT = "00"
               MOVE "WARN" TO DL100-VERDICT
               MOVE "NO QQMAST FILE - FIRST LOAD"
                   TO PFR-CHECK-DETAIL
               DISPLAY "PF0007W NO QQMAST GENERATION YET - "
                   "STATUS " DL100-MAST-STATUS
               MOVE "PF0007W" TO EXCPLOG-MSG-ID
               MOVE "NO QQMAST GENERATION YET - FIRST LOAD"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               PERFORM 7000-POST-CHECK THRU 7000-EXIT
           ELSE
               PERFORM 2210-FIND-NEWEST-GEN THRU 2210-EXIT
               EVALUATE TRUE
                   WHEN DL100-NEWEST-GEN = 0
                       MOVE "WARN" TO DL100-VERDICT
                       MOVE "QQMAST HOLDS NO GENERATION"
                           TO PFR-CHECK-DETAIL
                       DISPLAY "PF0007W NO QQMAST GENERATION YET - "
                           "FILE IS EMPTY"
                       MOVE "PF0007W" TO EXCPLOG-MSG-ID
                       MOVE "NO QQMAST GENERATION YET - FIRST LOAD"
                           TO EXCPLOG-TEXT
                       PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   WHEN OTHER
                       MOVE DL100-NEWEST-GEN TO QQMAST-BUS-DATE
                       MOVE 0 TO QQMAST-SET-ID QQMAST-ROW-KEY
                                 QQMAST-COL-KEY
                       MOVE "OK" TO DL100-VERDICT
                       READ QQ-MAST-FILE
                           INVALID KEY
                               MOVE "FAIL" TO DL100-VERDICT
                       END-READ
                       IF DL100-VERDICT-FAIL
                           MOVE "NO COMPLETE MARKER ON GENERATION"
                               TO PFR-CHECK-DETAIL
                           DISPLAY "PF0008E NEWEST QQMAST GENERATION "
                               DL100-NEWEST-GEN " HAS NO SET-00 "
                               "COMPLETE MARKER"
                           MOVE "PF0008E" TO EXCPLOG-MSG-ID
                           MOVE "NEWEST QQMAST GENERATION NOT COMPLETE"
                               TO EXCPLOG-TEXT
                           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                       ELSE
                           MOVE "COMPLETE - GENERATION"
                               TO PFR-DV-TEXT
                           MOVE DL100-NEWEST-GEN TO PFR-DV-VALUE
                       END-IF
               END-EVALUATE
               CLOSE QQ-MAST-FILE
               PERFORM 7000-POST-CHECK THRU 7000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************
      * 2210-FIND-NEWEST-GEN - ONE KEYED HOP PER GENERATION;
      * THE LAST ONE REACHED IS THE NEWEST.
      ****************************************************
       2210-FIND-NEWEST-GEN.
           MOVE 0   TO DL100-NEWEST-GEN
           MOVE "N" TO DL100-SCAN-DONE-SWITCH
           MOVE 0 TO QQMAST-BUS-DATE QQMAST-SET-ID
                     QQMAST-ROW-KEY QQMAST-COL-KEY
           START QQ-MAST-FILE
               KEY IS NOT LESS THAN QQMAST-KEY
               INVALID KEY
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
           END-START
           PERFORM 2220-HOP-ONE-GENERATION THRU 2220-EXIT
               UNTIL DL100-SCAN-DONE.
       2210-EXIT.
           EXIT.

       2220-HOP-ONE-GENERATION.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   MOVE QQMAST-BUS-DATE TO DL100-NEWEST-GEN
                   MOVE 99 TO QQMAST-SET-ID
                              QQMAST-ROW-KEY
                              QQMAST-COL-KEY
                   START QQ-MAST-FILE
                       KEY IS GREATER THAN QQMAST-KEY
                       INVALID KEY
                           MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                   END-START
           END-READ.
       2220-EXIT.
           EXIT.

      ****************************************************
      * 2300-CHECK-STREAM-CKPT - UTILMENU HAS NOT YET MOVED
      * THE CHECKPOINT WHEN THIS FIRST STEP RUNS, SO IT STILL
      * SHOWS THE LAST STREAM.  IN PROGRESS FOR AN EARLIER
      * DATE MEANS THAT NIGHT NEVER FINISHED.  IN PROGRESS
      * FOR TONIGHT IS A RESUME; COMPLETE FOR TONIGHT MEANS
      * THE WHOLE NIGHT IS BEING RUN AGAIN.  A CHECKPOINT
      * DATED AFTER TONIGHT MEANS THE BUSINESS DATE WENT
      * BACKWARDS.
      ****************************************************
       2300-CHECK-STREAM-CKPT.
           MOVE "LAST NIGHTLY STREAM FINISHED (STRMCKPT)"
               TO PFR-CHECK-LABEL
           MOVE "OK" TO DL100-VERDICT
           MOVE "NO STREAM CHECKPOINT YET" TO PFR-CHECK-DETAIL
           OPEN INPUT STREAM-CKPT-FILE
           IF DL100-CKPT-STATUS = "00"
               READ STREAM-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2310-JUDGE-THE-CHECKPOINT
                           THRU 2310-EXIT
               END-READ
               CLOSE STREAM-CKPT-FILE
           END-IF
           PERFORM 7000-POST-CHECK THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

      ****************************************************
      * 2310-JUDGE-THE-CHECKPOINT - JUDGE THE CHECKPOINT
      * RECORD JUST READ AGAINST TONIGHT'S BUSINESS DATE.
      ****************************************************
       2310-JUDGE-THE-CHECKPOINT.
           EVALUATE TRUE
               WHEN STRMCK-BUS-DATE NOT NUMERIC
                   MOVE "WARN" TO DL100-VERDICT
                   MOVE "CHECKPOINT UNREADABLE - IGNORED"
                       TO PFR-CHECK-DETAIL
                   DISPLAY "PF0009W STRMCKPT CHECKPOINT IS "
                       "UNREADABLE"
                   MOVE "PF0009W" TO EXCPLOG-MSG-ID
                   MOVE "STRMCKPT CHECKPOINT UNREADABLE"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN STRMCK-BUS-DATE > BUSDATE-BUS-DATE
                   MOVE "FAIL" TO DL100-VERDICT
                   MOVE "CHECKPOINT DATED LATER -"
                       TO PFR-DV-TEXT
                   MOVE STRMCK-BUS-DATE TO PFR-DV-VALUE
                   DISPLAY "PF0010E STRMCKPT IS DATED "
                       STRMCK-BUS-DATE ", AFTER BUSINESS DATE "
                       BUSDATE-BUS-DATE
                   MOVE "PF0010E" TO EXCPLOG-MSG-ID
                   MOVE "STREAM CHECKPOINT DATED AFTER BUSINESS DATE"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN STRMCK-IN-PROGRESS
                AND STRMCK-BUS-DATE < BUSDATE-BUS-DATE
                   MOVE "FAIL" TO DL100-VERDICT
                   MOVE "UNFINISHED STREAM FOR" TO PFR-DV-TEXT
                   MOVE STRMCK-BUS-DATE TO PFR-DV-VALUE
                   DISPLAY "PF0011E STREAM FOR " STRMCK-BUS-DATE
                       " NEVER FINISHED - LAST CLEAN STEP "
                       STRMCK-LAST-STEP
                   MOVE "PF0011E" TO EXCPLOG-MSG-ID
                   MOVE "AN EARLIER NIGHT'S STREAM NEVER FINISHED"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN STRMCK-IN-PROGRESS
                   MOVE "RESUMING TONIGHT'S STREAM"
                       TO PFR-CHECK-DETAIL
               WHEN STRMCK-COMPLETE
                AND STRMCK-BUS-DATE = BUSDATE-BUS-DATE
                   MOVE "WARN" TO DL100-VERDICT
                   MOVE "TONIGHT ALREADY COMPLETE - RERUN"
                       TO PFR-CHECK-DETAIL
                   DISPLAY "PF0012W STREAM FOR " BUSDATE-BUS-DATE
                       " ALREADY COMPLETED - RUNNING THE NIGHT AGAIN"
                   MOVE "PF0012W" TO EXCPLOG-MSG-ID
                   MOVE "STREAM ALREADY COMPLETE FOR THIS DATE - RERUN"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN OTHER
                   MOVE "COMPLETE - STREAM FOR" TO PFR-DV-TEXT
                   MOVE STRMCK-BUS-DATE TO PFR-DV-VALUE
           END-EVALUATE.
       2310-EXIT.
           EXIT.

      ****************************************************
      * 2400-CHECK-QQ-RESTART - AN IN-PROGRESS QQRESTRT
      * CHECKPOINT WILL BE RESUMED AGAINST ITS SET'S CURRENT
      * CATALOG PRODUCT OR QQPARM CARD.  QQ REFUSES THE
      * RESUME (RC 16, AFTER THE STEPS AHEAD OF IT HAVE RUN)
      * WHEN THE SET HAS NO PRODUCT IN EFFECT OR IS GONE
      * FROM THE STACK, OR ITS SIZE OR OPERATION CHANGED, SO
      * THE SAME TESTS ARE MADE HERE, IN QQ'S ORDER.
      ****************************************************
       2400-CHECK-QQ-RESTART.
           MOVE "QQ RESTART MATCHES TONIGHT'S TABLE SETS"
               TO PFR-CHECK-LABEL
           MOVE "OK" TO DL100-VERDICT
           IF NOT DL100-QQ-RESUMING
               MOVE "NO QQ RUN IN PROGRESS" TO PFR-CHECK-DETAIL
               PERFORM 7000-POST-CHECK THRU 7000-EXIT
           ELSE
               PERFORM 2410-FIND-RESUME-CARD THRU 2410-EXIT
               EVALUATE TRUE
                   WHEN NOT DL100-CARD-FOUND
                    AND DL100-FROM-CATALOG
                       MOVE "FAIL" TO DL100-VERDICT
                       MOVE "CHECKPOINT SET HAS NO PRODUCT IN EFFECT"
                           TO PFR-CHECK-DETAIL
                       DISPLAY "PF0013E QQRESTRT IS IN PROGRESS FOR "
                           "SET " DL100-RESUME-SET " BUT NO QQCATLG "
                           "PRODUCT IS IN EFFECT ON IT"
                   WHEN NOT DL100-CARD-FOUND
                       MOVE "FAIL" TO DL100-VERDICT
                       MOVE "CHECKPOINT SET NOT ON QQPARM STACK"
                           TO PFR-CHECK-DETAIL
                       DISPLAY "PF0013E QQRESTRT IS IN PROGRESS FOR "
                           "SET " DL100-RESUME-SET " BUT ONLY "
                           DL100-CARD-COUNT " QQPARM CARD(S) STACKED"
                   WHEN DL100-CKPT-TAB-SIZE NOT = DL100-CARD-TAB-SIZE
                       MOVE "FAIL" TO DL100-VERDICT
                       MOVE "CHECKPOINT TABLE SIZE DIFFERS"
                           TO PFR-CHECK-DETAIL
                       DISPLAY "PF0013E QQRESTRT IS IN PROGRESS AT "
                           "TABLE SIZE " DL100-CKPT-TAB-SIZE
                           " BUT SET " DL100-RESUME-SET " "
                           DL100-CARD-SOURCE " SIZE IS "
                           DL100-CARD-TAB-SIZE
                   WHEN DL100-CKPT-OPERATION NOT = DL100-CARD-OPERATION
                       MOVE "FAIL" TO DL100-VERDICT
                       MOVE "CHECKPOINT OPERATION DIFFERS"
                           TO PFR-CHECK-DETAIL
                       DISPLAY "PF0013E QQRESTRT IS IN PROGRESS UNDER "
                           "OPERATION " DL100-CKPT-OPERATION
                           " BUT SET " DL100-RESUME-SET " "
                           DL100-CARD-SOURCE " OPERATION IS "
                           DL100-CARD-OPERATION
                   WHEN OTHER
                       MOVE "QQ WILL RESUME - SET/ROW"
                           TO PFR-DV-TEXT
                       MOVE SPACES TO PFR-DV-VALUE
                       MOVE DL100-RESUME-SET TO PFR-DV-VALUE (1:2)
                       MOVE "/"              TO PFR-DV-VALUE (3:1)
                       MOVE DL100-RESUME-J   TO PFR-DV-VALUE (4:2)
               END-EVALUATE
               IF DL100-VERDICT-FAIL
                   MOVE "PF0013E" TO EXCPLOG-MSG-ID
                   MOVE "QQRESTRT RESUME WOULD BE REFUSED BY QQ"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               END-IF
               PERFORM 7000-POST-CHECK THRU 7000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ****************************************************
      * 2410-FIND-RESUME-CARD - ASK QQCATLK FOR THE PRODUCT
      * IN EFFECT UNDER THE RESUME SET TONIGHT.  ONLY WHEN
      * THERE IS NO CATALOG, READ THE QQPARM STACK DOWN TO
      * THE RESUME SET'S CARD (THE CARD'S ORDINAL IS ITS SET
      * ID).  NO CARDS AT ALL IS ONE DEFAULT SET, AS IN QQ.
      ****************************************************
       2410-FIND-RESUME-CARD.
           MOVE 0   TO DL100-CARD-COUNT
           MOVE "N" TO DL100-CARD-FOUND-SWITCH
           MOVE "N" TO DL100-PARM-EOF-SWITCH
           SET QQCATLK-FN-LOOKUP TO TRUE
           MOVE DL100-RESUME-SET TO QQCATLK-SET-ID
           MOVE BUSDATE-BUS-DATE TO QQCATLK-ASOF-DATE
           CALL "QQCATLK" USING QQCATLK-AREA
           IF NOT QQCATLK-NO-CATALOG
               MOVE "QQCATLG" TO DL100-CARD-SOURCE
               IF QQCATLK-FOUND
                   MOVE "Y" TO DL100-CARD-FOUND-SWITCH
                   MOVE QQCATLK-TAB-SIZE  TO DL100-CARD-TAB-SIZE
                   MOVE QQCATLK-OPERATION TO DL100-CARD-OPERATION
               END-IF
           ELSE
               OPEN INPUT QQ-PARM-FILE
               IF DL100-PARM-STATUS = "00"
                   PERFORM 2420-READ-ONE-CARD THRU 2420-EXIT
                       UNTIL DL100-PARM-EOF
                          OR DL100-CARD-FOUND
                   CLOSE QQ-PARM-FILE
               END-IF
               IF DL100-CARD-COUNT = 0
                   MOVE 1 TO DL100-CARD-COUNT
                   IF DL100-RESUME-SET = 1
                       MOVE "Y" TO DL100-CARD-FOUND-SWITCH
                       MOVE DL100-DEFAULT-TAB-SIZE
                           TO DL100-CARD-TAB-SIZE
                       MOVE DL100-DEFAULT-OPERATION
                           TO DL100-CARD-OPERATION
                   END-IF
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

       2420-READ-ONE-CARD.
           READ QQ-PARM-FILE
               AT END
                   MOVE "Y" TO DL100-PARM-EOF-SWITCH
               NOT AT END
                   ADD 1 TO DL100-CARD-COUNT
                   IF DL100-CARD-COUNT = DL100-RESUME-SET
                       MOVE "Y" TO DL100-CARD-FOUND-SWITCH
                       IF QQPARM-TAB-SIZE IS NUMERIC
                          AND QQPARM-TAB-SIZE > 0
                           MOVE QQPARM-TAB-SIZE
                               TO DL100-CARD-TAB-SIZE
                       ELSE
                           MOVE DL100-DEFAULT-TAB-SIZE
                               TO DL100-CARD-TAB-SIZE
                       END-IF
                       EVALUATE QQPARM-OPERATION
                           WHEN "M"
                           WHEN "A"
                           WHEN "S"
                               MOVE QQPARM-OPERATION
                                   TO DL100-CARD-OPERATION
                           WHEN OTHER
                               MOVE DL100-DEFAULT-OPERATION
                                   TO DL100-CARD-OPERATION
                       END-EVALUATE
                   END-IF
           END-READ.
       2420-EXIT.
           EXIT.

      ****************************************************
      * 2500-CHECK-PENDING-FEEDS - EVERY FEED STILL PENDING
      * IS AGED IN BUSINESS DAYS SINCE ITS OWN BUSINESS DATE.
      * A FEED CUT LAST NIGHT IS ONE DAY OLD AND NORMAL.
      * BACKED-OUT, DISTRIBUTED AND CONFIRMED FEEDS ARE NOT
      * WAITING ON ANYONE.
      ****************************************************
       2500-CHECK-PENDING-FEEDS.
           MOVE "NO FEED LEFT PENDING (QQFEEDRG)"
               TO PFR-CHECK-LABEL
           MOVE "OK" TO DL100-VERDICT
           MOVE "N" TO DL100-FEED-EOF-SWITCH
           OPEN INPUT FEED-REG-FILE
           IF DL100-FEED-STATUS NOT = "00"
               MOVE "NO FEED REGISTER YET" TO PFR-CHECK-DETAIL
               PERFORM 7000-POST-CHECK THRU 7000-EXIT
           ELSE
               PERFORM 2510-READ-ONE-FEED THRU 2510-EXIT
                   UNTIL DL100-FEED-EOF
               CLOSE FEED-REG-FILE
               EVALUATE TRUE
                   WHEN DL100-FEED-STALE > 0
                       MOVE "FAIL" TO DL100-VERDICT
                       MOVE "FEED(S) PENDING 3+ BUS DAYS"
                           TO PFR-DV-TEXT
                       MOVE DL100-FEED-STALE TO DL100-EDIT-COUNT
                       MOVE DL100-EDIT-COUNT TO PFR-DV-VALUE
                       DISPLAY "PF0014E " DL100-FEED-STALE
                           " FEED(S) PENDING FOR "
                           DL100-PEND-FAIL-DAYS
                           " OR MORE BUSINESS DAYS - SEE PFRPT"
                       MOVE "PF0014E" TO EXCPLOG-MSG-ID
                       MOVE "FEEDS LEFT PENDING FOR DAYS - SEE PFRPT"
                           TO EXCPLOG-TEXT
                       PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   WHEN DL100-FEED-LATE > 0
                       MOVE "WARN" TO DL100-VERDICT
                       MOVE "FEED(S) PENDING 2 BUS DAYS"
                           TO PFR-DV-TEXT
                       MOVE DL100-FEED-LATE TO DL100-EDIT-COUNT
                       MOVE DL100-EDIT-COUNT TO PFR-DV-VALUE
                       DISPLAY "PF0015W " DL100-FEED-LATE
                           " FEED(S) PENDING FOR "
                           DL100-PEND-WARN-DAYS
                           " BUSINESS DAYS - SEE PFRPT"
                       MOVE "PF0015W" TO EXCPLOG-MSG-ID
                       MOVE "FEEDS OVERDUE FOR RECEIPT - SEE PFRPT"
                           TO EXCPLOG-TEXT
                       PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   WHEN OTHER
                       MOVE "NO FEED OVERDUE FOR RECEIPT"
                           TO PFR-CHECK-DETAIL
               END-EVALUATE
               PERFORM 7000-POST-CHECK THRU 7000-EXIT
               PERFORM 2590-LIST-ONE-FEED THRU 2590-EXIT
                   VARYING DL100-SUB-L FROM 1 BY 1
                   UNTIL DL100-SUB-L > DL100-LIST-COUNT
               IF DL100-LIST-OVER > 0
                   MOVE SPACES TO PFR-TEXT-LINE
                   STRING "      ... AND " DL100-LIST-OVER
                       " MORE OVERDUE FEED(S) NOT LISTED"
                       DELIMITED BY SIZE INTO PFR-TEXT-MSG
                   WRITE PFR-RECORD FROM PFR-TEXT-LINE
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-READ-ONE-FEED.
           READ FEED-REG-FILE
               AT END
                   MOVE "Y" TO DL100-FEED-EOF-SWITCH
               NOT AT END
                   IF FEEDREG-PENDING
                      AND FEEDREG-BUS-DATE IS NUMERIC
                      AND FEEDREG-BUS-DATE < BUSDATE-BUS-DATE
                       PERFORM 2520-AGE-ONE-FEED THRU 2520-EXIT
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

      ****************************************************
      * 2520-AGE-ONE-FEED - STEP FORWARD A CALENDAR DAY AT A
      * TIME FROM THE FEED'S BUSINESS DATE TO TONIGHT,
      * COUNTING BUSINESS DAYS, AND HOLD AN OVERDUE FEED FOR
      * LISTING.
      ****************************************************
       2520-AGE-ONE-FEED.
           MOVE 0 TO DL100-FEED-AGE
           MOVE FEEDREG-BUS-DATE TO DL100-PROBE-DATE
           PERFORM 2530-STEP-ONE-DAY THRU 2530-EXIT
               UNTIL DL100-PROBE-DATE >= BUSDATE-BUS-DATE
                  OR DL100-FEED-AGE >= DL100-PEND-FAIL-DAYS
           IF DL100-FEED-AGE NOT < DL100-PEND-WARN-DAYS
               IF DL100-FEED-AGE >= DL100-PEND-FAIL-DAYS
                   ADD 1 TO DL100-FEED-STALE
               ELSE
                   ADD 1 TO DL100-FEED-LATE
               END-IF
               IF DL100-LIST-COUNT < DL100-LIST-MAX
                   ADD 1 TO DL100-LIST-COUNT
                   MOVE FEEDREG-SEQ TO DL100-LS-SEQ (DL100-LIST-COUNT)
                   MOVE FEEDREG-BUS-DATE
                       TO DL100-LS-BUS-DATE (DL100-LIST-COUNT)
                   MOVE FEEDREG-SUB-ID
                       TO DL100-LS-SUB-ID (DL100-LIST-COUNT)
                   MOVE DL100-FEED-AGE
                       TO DL100-LS-AGE (DL100-LIST-COUNT)
               ELSE
                   ADD 1 TO DL100-LIST-OVER
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.

      ****************************************************
      * 2530-STEP-ONE-DAY - NEXT CALENDAR DAY, ROLLING THE
      * MONTH AND YEAR.  FEBRUARY HAS 29 DAYS IN A LEAP YEAR
      * (EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY
      * 400).  A BUSINESS DAY ADDS ONE TO THE FEED'S AGE.
      ****************************************************
       2530-STEP-ONE-DAY.
           IF DL100-PR-MONTH < 1 OR DL100-PR-MONTH > 12
               MOVE BUSDATE-BUS-DATE TO DL100-PROBE-DATE
           ELSE
               MOVE DL100-MONTH-DAYS (DL100-PR-MONTH) TO DL100-MONTH-LEN
               IF DL100-PR-MONTH = 2
                   DIVIDE DL100-PR-YEAR BY 4 GIVING DL100-LEAP-WORK
                       REMAINDER DL100-LEAP-REM-4
                   DIVIDE DL100-PR-YEAR BY 100 GIVING DL100-LEAP-WORK
                       REMAINDER DL100-LEAP-REM-100
                   DIVIDE DL100-PR-YEAR BY 400 GIVING DL100-LEAP-WORK
                       REMAINDER DL100-LEAP-REM-400
                   IF DL100-LEAP-REM-4 = 0
                      AND (DL100-LEAP-REM-100 NOT = 0
                           OR DL100-LEAP-REM-400 = 0)
                       MOVE 29 TO DL100-MONTH-LEN
                   END-IF
               END-IF
               IF DL100-PR-DAY < DL100-MONTH-LEN
                   ADD 1 TO DL100-PR-DAY
               ELSE
                   MOVE 1 TO DL100-PR-DAY
                   IF DL100-PR-MONTH = 12
                       MOVE 1 TO DL100-PR-MONTH
                       ADD 1 TO DL100-PR-YEAR
                   ELSE
                       ADD 1 TO DL100-PR-MONTH
                   END-IF
               END-IF
               PERFORM 2540-JUDGE-THE-PROBE THRU 2540-EXIT
               IF DL100-IS-BUS-DAY
                   ADD 1 TO DL100-FEED-AGE
               END-IF
           END-IF.
       2530-EXIT.
           EXIT.

       2540-JUDGE-THE-PROBE.
           MOVE "Y" TO DL100-BUS-DAY-SWITCH
           PERFORM 2545-CHECK-ONE-HOLIDAY THRU 2545-EXIT
               VARYING DL100-SUB-H FROM 1 BY 1
               UNTIL DL100-SUB-H > DL100-HOLIDAY-COUNT
           PERFORM 2550-COMPUTE-DAY-OF-WEEK THRU 2550-EXIT
           IF DL100-ZEL-DOW < 2
               MOVE "N" TO DL100-BUS-DAY-SWITCH
           END-IF.
       2540-EXIT.
           EXIT.

       2545-CHECK-ONE-HOLIDAY.
           IF DL100-HOLIDAY (DL100-SUB-H) = DL100-PROBE-DATE
               MOVE "N" TO DL100-BUS-DAY-SWITCH
           END-IF.
       2545-EXIT.
           EXIT.

      ****************************************************
      * 2550-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE, AS IN
      * BUSDATE.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND
      * 14 OF THE PRIOR YEAR.  RESULT 0 IS SATURDAY, 1 IS
      * SUNDAY.  EACH QUOTIENT IS FLOORED IN A FIELD OF ITS
      * OWN.
      ****************************************************
       2550-COMPUTE-DAY-OF-WEEK.
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
       2550-EXIT.
           EXIT.

       2590-LIST-ONE-FEED.
           MOVE DL100-LS-SEQ (DL100-SUB-L)      TO PFR-FD-SEQ
           MOVE DL100-LS-BUS-DATE (DL100-SUB-L) TO PFR-FD-BUS-DATE
           MOVE DL100-LS-SUB-ID (DL100-SUB-L)   TO PFR-FD-SUB-ID
           MOVE DL100-LS-AGE (DL100-SUB-L)      TO PFR-FD-AGE
           WRITE PFR-RECORD FROM PFR-FEED-LINE.
       2590-EXIT.
           EXIT.

      ****************************************************
      * 6000-WRITE-VERDICT - ANY FAILED CHECK ENDS THE STEP
      * RC 8 SO A STOP FLAG OF "Y" HOLDS THE STREAM; A
      * WARNING ENDS IT RC 4 AND THE STREAM RUNS ON.
      ****************************************************
       6000-WRITE-VERDICT.
           MOVE SPACES TO PFR-RECORD
           WRITE PFR-RECORD
           EVALUATE TRUE
               WHEN DL100-FAIL-COUNT > 0
                   MOVE "PF0016E NOT READY - STREAM TO BE HELD"
                       TO PFR-TEXT-MSG
                   DISPLAY "PF0016E STREAM NOT READY FOR "
                       BUSDATE-BUS-DATE " - " DL100-FAIL-COUNT
                       " CHECK(S) FAILED - SEE PFRPT"
                   MOVE "PF0016E" TO EXCPLOG-MSG-ID
                   MOVE "NIGHTLY STREAM NOT READY - SEE PFRPT"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 8 TO RETURN-CODE
               WHEN DL100-WARN-COUNT > 0
                   MOVE "PF0017W READY WITH WARNINGS - SEE ABOVE"
                       TO PFR-TEXT-MSG
                   DISPLAY "PF0017W STREAM READY FOR "
                       BUSDATE-BUS-DATE " WITH "
                       DL100-WARN-COUNT " WARNING(S)"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "PF0000I READY - ALL CHECKS PASSED"
                       TO PFR-TEXT-MSG
                   DISPLAY "PF0000I STREAM READY FOR "
                       BUSDATE-BUS-DATE
           END-EVALUATE
           WRITE PFR-RECORD FROM PFR-TEXT-LINE.
       6000-EXIT.
           EXIT.

      ****************************************************
      * 7000-POST-CHECK - WRITE THE CHECK'S VERDICT LINE
      * (LABEL, VERDICT AND DETAIL STAGED BY THE CALLER) AND
      * COUNT IT.
      ****************************************************
       7000-POST-CHECK.
           MOVE DL100-VERDICT TO PFR-CHECK-VERDICT
           EVALUATE TRUE
               WHEN DL100-VERDICT-FAIL
                   ADD 1 TO DL100-FAIL-COUNT
               WHEN DL100-VERDICT-WARN
                   ADD 1 TO DL100-WARN-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE PFR-RECORD FROM PFR-CHECK-LINE
           MOVE SPACES TO PFR-CHECK-LABEL PFR-CHECK-DETAIL.
       7000-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "PREFLITE" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - CLOSE THE REPORT.  EVERY FILE
      * CHECKED WAS CLOSED BY THE CHECK THAT READ IT.
      ****************************************************
       9000-TERMINATE.
           IF DL100-RPT-STATUS = "00" OR DL100-RPT-STATUS = "10"
               CLOSE PF-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
