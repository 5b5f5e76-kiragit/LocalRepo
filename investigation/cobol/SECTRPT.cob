000100******************************************************
000200* SECTRPT.COB
000300*
000400* SECURITY-TRAIL REPORT FOR THE AUDITORS.  READS THE
000500* SECTRAIL FILE THE OPRAUTH SUBPROGRAM APPENDS TO AND
000600* PRINTS EVERY PRIVILEGED-ACTION ATTEMPT IN THE PERIOD
000700* ON THE SECPARM CONTROL CARD - WHEN, WHICH OPERATOR,
000800* WHAT ACTION FROM WHICH PROGRAM, GRANTED OR REFUSED AND
000900* WHY - WITH EVERY REFUSAL FLAGGED "**" IN THE MARGIN.
001000* COUNTS OF GRANTED AND REFUSED ATTEMPTS BY ACTION
001100* FOLLOW THE LISTING.
001200*
001300* THE SECPARM CARD CARRIES A FROM AND A TO DATE (SYSTEM
001400* DATES, AS THE TRAIL RECORDS THEM).  A BLANK FROM DATE
001500* MEANS FROM THE START OF THE TRAIL AND A BLANK TO DATE
001600* MEANS TO ITS END, SO NO CARD AT ALL PRINTS THE WHOLE
001700* TRAIL.  A DATE THAT IS NOT NUMERIC IS A BAD CARD AND
001800* NOTHING IS PRINTED.
001900*
002000* THE RUN ENDS RC 4 WHEN THE PERIOD HOLDS ANY REFUSED
002100* ATTEMPT, SO A REFUSAL IS SOMETHING THE STREAM SHOWS
002200* AND NOT JUST A LINE ON A PRINTOUT.
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.  FILES ARE CLOSED
      *                   AT END OF JOB ONLY WHEN THEY WERE
      *                   OPENED.
002600******************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SECTRPT.
002900 AUTHOR. D HARTLEY.
003000 INSTALLATION. DAILY UTILITY SUITE.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300******************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
           SELECT SEC-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARM-STATUS.
           SELECT SEC-TRAIL-FILE ASSIGN TO "SECTRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TRAIL-STATUS.
           SELECT SEC-RPT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
003700******************************************************
003800 DATA DIVISION.
003900 FILE SECTION.
       FD  SEC-PARM-FILE.
       01  SECPARM-RECORD.
           05  SECPARM-FROM-DATE       PIC X(08).
           05  SECPARM-TO-DATE         PIC X(08).
      *
       FD  SEC-TRAIL-FILE.
           COPY SECTRLRC.
      *
       FD  SEC-RPT-FILE.
       01  SECR-RECORD                 PIC X(120).
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
       01  DL100-TRAIL-STATUS          PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-TRAIL-EOF-SWITCH      PIC X(01) VALUE "N".
           88  DL100-TRAIL-EOF             VALUE "Y".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-RPT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-RPT-OPENED            VALUE "Y".
       01  DL100-TRAIL-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  DL100-TRAIL-OPENED          VALUE "Y".
      ****************************************************
      * REPORT PERIOD FROM THE SECPARM CARD
      ****************************************************
       01  DL100-FROM-DATE             PIC 9(08) VALUE 0.
       01  DL100-TO-DATE               PIC 9(08) VALUE 99999999.
      ****************************************************
      * COUNTERS - GRANTED AND REFUSED BY ACTION, IN THE
      * OPRAUTRC FLAG ORDER (L, B, C, S, H), PLUS A SIXTH
      * ROW FOR AN ACTION CODE THE SUITE DOES NOT KNOW.
      ****************************************************
       77  DL100-SUB-A                 PIC 9(01) COMP VALUE 0.
       77  DL100-LISTED-COUNT          PIC 9(07) VALUE 0.
       77  DL100-GRANTED-COUNT         PIC 9(07) VALUE 0.
       77  DL100-REFUSED-COUNT         PIC 9(07) VALUE 0.
       77  DL100-MALFORMED-COUNT       PIC 9(07) VALUE 0.
       01  DL100-ACTION-TBL.
           03  DL100-ACTION-ENTRY OCCURS 6 TIMES.
               05  DL100-ACT-GRANTED   PIC 9(07).
               05  DL100-ACT-REFUSED   PIC 9(07).
       01  DL100-ACTION-NAME-TBL.
           05  FILLER                  PIC X(24) VALUE
               "FORCE HELD RUN LOCK".
           05  FILLER                  PIC X(24) VALUE
               "FORCE NON-BUSINESS DAY".
           05  FILLER                  PIC X(24) VALUE
               "CALENDAR MAINTENANCE".
           05  FILLER                  PIC X(24) VALUE
               "QQMAST SWEEP".
           05  FILLER                  PIC X(24) VALUE
               "AUDITLOG HOUSEKEEPING".
           05  FILLER                  PIC X(24) VALUE
               "UNKNOWN ACTION CODE".
       01  DL100-ACTION-NAMES REDEFINES DL100-ACTION-NAME-TBL.
           05  DL100-ACTION-NAME OCCURS 6 TIMES
                                       PIC X(24).
      ****************************************************
      * TIME DISPLAY WORK FIELDS
      ****************************************************
       01  DL100-TIME-WORK.
           05  DL100-TW-HH             PIC 9(02).
           05  DL100-TW-MM             PIC 9(02).
           05  DL100-TW-SS             PIC 9(02).
           05  DL100-TW-CC             PIC 9(02).
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  SECR-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "SECTRPT - SECURITY TRAIL FOR PERIOD".
           05  SECR-HDG-FROM           PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  SECR-HDG-TO             PIC 9(08).
           05  FILLER                  PIC X(60) VALUE SPACES.
       01  SECR-COL-HEADING.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "TIME".
           05  FILLER                  PIC X(10) VALUE "OPERATOR".
           05  FILLER                  PIC X(26) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(09) VALUE "RESULT".
           05  FILLER                  PIC X(43) VALUE
               "REASON / DETAIL".
       01  SECR-DETAIL.
           05  SECR-DET-FLAG           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SECR-DET-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SECR-DET-TIME           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-DET-OPERATOR       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-DET-ACTION         PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-DET-PROGRAM        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-DET-RESULT         PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-DET-TEXT           PIC X(41).
       01  SECR-ACTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-ACT-NAME           PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-ACT-GRANTED        PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-ACT-REFUSED        PIC Z(06)9.
           05  FILLER                  PIC X(76) VALUE SPACES.
       01  SECR-ACTION-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               "ATTEMPTS BY ACTION".
           05  FILLER                  PIC X(09) VALUE
               "  GRANTED".
           05  FILLER                  PIC X(09) VALUE
               "  REFUSED".
           05  FILLER                  PIC X(76) VALUE SPACES.
       01  SECR-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SECR-CNT-MSG            PIC X(40).
           05  SECR-CNT-VALUE          PIC Z(06)9.
           05  FILLER                  PIC X(71) VALUE SPACES.
       01  SECR-TEXT-LINE.
           05  SECR-TEXT-MSG           PIC X(120).
      ****************************************************
004000 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 2000-READ-ONE-ATTEMPT THRU 2000-EXIT
                   UNTIL DL100-TRAIL-EOF
               PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - THE PERIOD FROM THE CARD, THEN THE
      * REPORT AND THE TRAIL.  NO TRAIL ON DISK MEANS NOBODY
      * HAS EVER ASKED FOR A PRIVILEGED ACTION - AN EMPTY
      * LISTING, NOT A FAILURE.
      ****************************************************
       1000-INITIALIZE.
           INITIALIZE DL100-ACTION-TBL
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           IF NOT DL100-ABEND-OCCURRED
               OPEN OUTPUT SEC-RPT-FILE
               IF DL100-RPT-STATUS NOT = "00"
                   DISPLAY "SR0001E CANNOT OPEN SECRPT REPORT "
                       "FILE - STATUS " DL100-RPT-STATUS
                   MOVE "SR0001E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN SECRPT REPORT FILE - STATUS"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               ELSE
                   MOVE "Y" TO DL100-RPT-OPEN-SWITCH
                   MOVE DL100-FROM-DATE TO SECR-HDG-FROM
                   MOVE DL100-TO-DATE   TO SECR-HDG-TO
                   WRITE SECR-RECORD FROM SECR-HEADING
                   MOVE SPACES TO SECR-RECORD
                   WRITE SECR-RECORD
                   WRITE SECR-RECORD FROM SECR-COL-HEADING
                   MOVE SPACES TO SECR-RECORD
                   WRITE SECR-RECORD
                   OPEN INPUT SEC-TRAIL-FILE
                   IF DL100-TRAIL-STATUS NOT = "00"
                       MOVE "Y" TO DL100-TRAIL-EOF-SWITCH
                   ELSE
                       MOVE "Y" TO DL100-TRAIL-OPEN-SWITCH
                   END-IF
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************
      * 1100-READ-PARM-CARD - BLANK DATES LEAVE THE PERIOD
      * OPEN AT THAT END.  A NON-NUMERIC DATE, OR A FROM DATE
      * AFTER THE TO DATE, IS A BAD CARD.
      ****************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT SEC-PARM-FILE
           IF DL100-PARM-STATUS = "00"
               READ SEC-PARM-FILE
                   AT END
                       MOVE SPACES TO SECPARM-RECORD
               END-READ
               CLOSE SEC-PARM-FILE
               IF SECPARM-FROM-DATE NOT = SPACES
                   IF SECPARM-FROM-DATE IS NUMERIC
                       MOVE SECPARM-FROM-DATE TO DL100-FROM-DATE
                   ELSE
                       PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
                   END-IF
               END-IF
               IF SECPARM-TO-DATE NOT = SPACES
                   IF SECPARM-TO-DATE IS NUMERIC
                       MOVE SECPARM-TO-DATE TO DL100-TO-DATE
                   ELSE
                       PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
                   END-IF
               END-IF
               IF NOT DL100-ABEND-OCCURRED
                  AND DL100-FROM-DATE > DL100-TO-DATE
                   PERFORM 8000-BAD-PARM-CARD THRU 8000-EXIT
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      ****************************************************
      * 2000-READ-ONE-ATTEMPT - EVERY TRAIL RECORD IN THE
      * PERIOD IS LISTED AND COUNTED.  A RECORD WHOSE DATE
      * CANNOT BE READ IS COUNTED, NOT GUESSED INTO A PERIOD.
      ****************************************************
       2000-READ-ONE-ATTEMPT.
           READ SEC-TRAIL-FILE
               AT END
                   MOVE "Y" TO DL100-TRAIL-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN SECTRL-DATE NOT NUMERIC
                           ADD 1 TO DL100-MALFORMED-COUNT
                       WHEN SECTRL-DATE < DL100-FROM-DATE
                       WHEN SECTRL-DATE > DL100-TO-DATE
                           CONTINUE
                       WHEN OTHER
                           PERFORM 2100-LIST-ONE-ATTEMPT
                               THRU 2100-EXIT
                   END-EVALUATE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-ATTEMPT.
           ADD 1 TO DL100-LISTED-COUNT
           EVALUATE TRUE
               WHEN SECTRL-FORCE-LOCK
                   MOVE 1 TO DL100-SUB-A
               WHEN SECTRL-FORCE-NONBUS
                   MOVE 2 TO DL100-SUB-A
               WHEN SECTRL-CALENDAR
                   MOVE 3 TO DL100-SUB-A
               WHEN SECTRL-SWEEP
                   MOVE 4 TO DL100-SUB-A
               WHEN SECTRL-AUDIT-HKP
                   MOVE 5 TO DL100-SUB-A
               WHEN OTHER
                   MOVE 6 TO DL100-SUB-A
           END-EVALUATE
           MOVE SECTRL-DATE        TO SECR-DET-DATE
           MOVE SECTRL-TIME        TO DL100-TIME-WORK
           MOVE SPACES TO SECR-DET-TIME
           MOVE DL100-TW-HH TO SECR-DET-TIME (1:2)
           MOVE ":"         TO SECR-DET-TIME (3:1)
           MOVE DL100-TW-MM TO SECR-DET-TIME (4:2)
           MOVE ":"         TO SECR-DET-TIME (6:1)
           MOVE DL100-TW-SS TO SECR-DET-TIME (7:2)
           MOVE SECTRL-OPERATOR-ID TO SECR-DET-OPERATOR
           MOVE DL100-ACTION-NAME (DL100-SUB-A)
               TO SECR-DET-ACTION
           MOVE SECTRL-PROGRAM     TO SECR-DET-PROGRAM
           IF SECTRL-GRANTED
               ADD 1 TO DL100-GRANTED-COUNT
               ADD 1 TO DL100-ACT-GRANTED (DL100-SUB-A)
               MOVE SPACES    TO SECR-DET-FLAG
               MOVE "GRANTED" TO SECR-DET-RESULT
               MOVE SECTRL-DETAIL TO SECR-DET-TEXT
           ELSE
               ADD 1 TO DL100-REFUSED-COUNT
               ADD 1 TO DL100-ACT-REFUSED (DL100-SUB-A)
               MOVE "**"      TO SECR-DET-FLAG
               MOVE "REFUSED" TO SECR-DET-RESULT
               PERFORM 2200-EXPLAIN-THE-REFUSAL THRU 2200-EXIT
           END-IF
           WRITE SECR-RECORD FROM SECR-DETAIL.
       2100-EXIT.
           EXIT.

      ****************************************************
      * 2200-EXPLAIN-THE-REFUSAL - THE TRAIL CARRIES THE
      * OPRAUTH REASON CODE; THE AUDITORS GET THE WORDS, AND
      * THE DETAIL OF WHAT WAS ASKED FOR ON A SECOND LINE.
      ****************************************************
       2200-EXPLAIN-THE-REFUSAL.
           EVALUATE SECTRL-REASON
               WHEN "B"
                   MOVE "NO OPERATOR ID ON THE CARD"
                       TO SECR-DET-TEXT
               WHEN "U"
                   MOVE "OPERATOR NOT ON AUTHORITY FILE"
                       TO SECR-DET-TEXT
               WHEN "I"
                   MOVE "OPERATOR IS NOT ACTIVE"
                       TO SECR-DET-TEXT
               WHEN "N"
                   MOVE "OPERATOR NOT AUTHORIZED"
                       TO SECR-DET-TEXT
               WHEN "F"
                   MOVE "NO OPRAUTH AUTHORITY FILE"
                       TO SECR-DET-TEXT
               WHEN OTHER
                   MOVE "REASON NOT RECORDED"
                       TO SECR-DET-TEXT
           END-EVALUATE
           WRITE SECR-RECORD FROM SECR-DETAIL
           MOVE SPACES TO SECR-DETAIL
           MOVE SECTRL-DETAIL TO SECR-DET-TEXT.
       2200-EXIT.
           EXIT.

      ****************************************************
      * 5000-WRITE-SUMMARY - COUNTS BY ACTION, THE TOTALS AND
      * THE VERDICT.  ANY REFUSAL IN THE PERIOD IS RC 4.
      ****************************************************
       5000-WRITE-SUMMARY.
           IF DL100-LISTED-COUNT = 0
               MOVE "   NO ATTEMPTS IN THIS PERIOD"
                   TO SECR-TEXT-MSG
               WRITE SECR-RECORD FROM SECR-TEXT-LINE
           END-IF
           MOVE SPACES TO SECR-RECORD
           WRITE SECR-RECORD
           WRITE SECR-RECORD FROM SECR-ACTION-HEADING
           PERFORM 5100-WRITE-ONE-ACTION THRU 5100-EXIT
               VARYING DL100-SUB-A FROM 1 BY 1
               UNTIL DL100-SUB-A > 6
           MOVE SPACES TO SECR-RECORD
           WRITE SECR-RECORD
           MOVE "ATTEMPTS LISTED"        TO SECR-CNT-MSG
           MOVE DL100-LISTED-COUNT       TO SECR-CNT-VALUE
           WRITE SECR-RECORD FROM SECR-COUNT-LINE
           MOVE "ATTEMPTS GRANTED"       TO SECR-CNT-MSG
           MOVE DL100-GRANTED-COUNT      TO SECR-CNT-VALUE
           WRITE SECR-RECORD FROM SECR-COUNT-LINE
           MOVE "ATTEMPTS REFUSED"       TO SECR-CNT-MSG
           MOVE DL100-REFUSED-COUNT      TO SECR-CNT-VALUE
           WRITE SECR-RECORD FROM SECR-COUNT-LINE
           MOVE "MALFORMED TRAIL RECORDS (NOT LISTED)"
               TO SECR-CNT-MSG
           MOVE DL100-MALFORMED-COUNT    TO SECR-CNT-VALUE
           WRITE SECR-RECORD FROM SECR-COUNT-LINE
           MOVE SPACES TO SECR-RECORD
           WRITE SECR-RECORD
           IF DL100-REFUSED-COUNT > 0
               MOVE "SR0003W REFUSED ATTEMPTS IN THIS PERIOD - SE
      -            "E THE ** LINES ABOVE" TO SECR-TEXT-MSG
               DISPLAY "SR0003W " DL100-REFUSED-COUNT
                   " REFUSED PRIVILEGED-ACTION ATTEMPT(S) FROM "
                   DL100-FROM-DATE " TO " DL100-TO-DATE
               MOVE "SR0003W" TO EXCPLOG-MSG-ID
               MOVE "REFUSED PRIVILEGED-ACTION ATTEMPTS IN PERIOD"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "SR0000I NO REFUSED ATTEMPTS IN THIS PERIOD"
                   TO SECR-TEXT-MSG
               DISPLAY "SR0000I SECURITY TRAIL REPORT COMPLETE - "
                   DL100-LISTED-COUNT " ATTEMPT(S), NONE REFUSED"
           END-IF
           WRITE SECR-RECORD FROM SECR-TEXT-LINE.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-ACTION.
           MOVE DL100-ACTION-NAME (DL100-SUB-A) TO SECR-ACT-NAME
           MOVE DL100-ACT-GRANTED (DL100-SUB-A)
               TO SECR-ACT-GRANTED
           MOVE DL100-ACT-REFUSED (DL100-SUB-A)
               TO SECR-ACT-REFUSED
           WRITE SECR-RECORD FROM SECR-ACTION-LINE.
       5100-EXIT.
           EXIT.

      ****************************************************
      * 8000-BAD-PARM-CARD - A SECPARM DATE THAT CANNOT BE
      * READ.  PRINT NOTHING RATHER THAN THE WRONG PERIOD.
      ****************************************************
       8000-BAD-PARM-CARD.
           IF NOT DL100-ABEND-OCCURRED
               DISPLAY "SR0002E SECPARM PERIOD NOT VALID DATES - "
                   "NO REPORT PRODUCED"
               MOVE "SR0002E" TO EXCPLOG-MSG-ID
               MOVE "SECPARM PERIOD NOT VALID DATES - NO REPORT"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "SECTRPT" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - CLOSE WHATEVER OPENED CLEANLY.
      ****************************************************
       9000-TERMINATE.
           IF DL100-TRAIL-OPENED
               CLOSE SEC-TRAIL-FILE
           END-IF
           IF DL100-RPT-OPENED
               CLOSE SEC-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
