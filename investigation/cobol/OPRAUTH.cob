000100******************************************************
000200* OPRAUTH.COB
000300*
000400* OPERATOR-AUTHORITY SUBPROGRAM FOR THE DAILY UTILITY
000500* SUITE.  THE PRIVILEGED CONTROL CARDS - THE LOKPARM
000600* FORCE, THE RUNPARM NON-BUSINESS-DAY FORCE, THE CALTRAN
000700* CALENDAR CHANGES, THE QMSPARM SWEEP CUTOFF AND THE
000800* AHKPARM HOUSEKEEPING CUTOFF - USED TO BE OBEYED FROM
000900* WHOEVER DROPPED THEM IN THE DECK.  EACH NOW CARRIES AN
001000* OPERATOR ID, AND THE PROGRAM THAT READS IT CALLS HERE
001100* BEFORE ACTING:
001200*   - THE ID IS PROVED AGAINST THE OPRAUTH AUTHORITY
001300*     FILE (COPYBOOK OPRAUTRC) - IT MUST BE ON FILE,
001400*     ACTIVE, AND FLAGGED "Y" FOR THE ACTION ASKED FOR;
001500*   - EVERY ATTEMPT, GRANTED OR REFUSED, IS APPENDED TO
001600*     THE SECTRAIL SECURITY TRAIL (COPYBOOK SECTRLRC)
001700*     FOR THE SECTRPT AUDITOR REPORT;
001800*   - NO AUTHORITY FILE MEANS NOBODY IS AUTHORIZED, AND
001900*     A GRANT THAT CANNOT BE WRITTEN TO THE TRAIL IS
002000*     TURNED INTO A REFUSAL - AN UNRECORDED PRIVILEGED
002100*     ACTION IS EXACTLY WHAT THE TRAIL EXISTS TO PREVENT.
002200*
002300* THE AUTHORITY FILE IS READ ON THE FIRST CALL ONLY AND
002400* HELD FOR THE REST OF THE RUN UNIT.
002500*
002600* BUSDATE CALLS THIS PROGRAM, AND EXCPLOG CALLS BUSDATE,
002700* SO THE OA MESSAGES ARE DISPLAY-ONLY BY DESIGN, LIKE
002800* BUSDATE'S OWN - THE CALLER POSTS ITS OWN EXCEPTION
002900* WHEN IT IS REFUSED.
003000*
003100* MODIFICATION HISTORY
003200*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  A TRAIL RECORD THAT CANNOT BE WRITTEN
      *                   (AS WELL AS A TRAIL THAT CANNOT BE
      *                   OPENED) NOW WITHDRAWS THE GRANT.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.
003300******************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. OPRAUTH.
003600 AUTHOR. D HARTLEY.
003700 INSTALLATION. DAILY UTILITY SUITE.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000******************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
           SELECT OPR-AUTH-FILE ASSIGN TO "OPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUTH-STATUS.
           SELECT SEC-TRAIL-FILE ASSIGN TO "SECTRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TRAIL-STATUS.
004400******************************************************
004500 DATA DIVISION.
004600 FILE SECTION.
       FD  OPR-AUTH-FILE.
           COPY OPRAUTRC.
      *
       FD  SEC-TRAIL-FILE.
           COPY SECTRLRC.
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-AUTH-STATUS           PIC X(02) VALUE "00".
       01  DL100-TRAIL-STATUS          PIC X(02) VALUE "00".
       01  DL100-AUTH-EOF-SWITCH       PIC X(01) VALUE "N".
           88  DL100-AUTH-EOF              VALUE "Y".
       01  DL100-FIRST-CALL-SWITCH     PIC X(01) VALUE "Y".
           88  DL100-FIRST-CALL            VALUE "Y".
       01  DL100-FILE-LOADED-SWITCH    PIC X(01) VALUE "N".
           88  DL100-FILE-LOADED           VALUE "Y".
      ****************************************************
      * AUTHORITY TABLE LOADED FROM OPRAUTH - THE ID, THE
      * ACTIVE/INACTIVE STATUS AND THE FIVE ACTION FLAGS IN
      * OPRAUTRC ORDER.
      ****************************************************
       77  DL100-OPR-MAX               PIC 9(03) COMP VALUE 100.
       77  DL100-OPR-COUNT             PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-O                 PIC 9(03) COMP VALUE 0.
       77  DL100-MATCH-O               PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-A                 PIC 9(01) COMP VALUE 0.
       01  DL100-OPR-TBL.
           03  DL100-OPR-ENTRY OCCURS 100 TIMES.
               05  DL100-OPR-ID        PIC X(08).
               05  DL100-OPR-STATUS    PIC X(01).
               05  DL100-OPR-FLAG OCCURS 5 TIMES
                                       PIC X(01).
      ****************************************************
       LINKAGE SECTION.
       COPY OPRAUTHL.
      ****************************************************
004700 PROCEDURE DIVISION USING OPRAUTH-AREA.

       0000-MAINLINE.
           IF DL100-FIRST-CALL
               MOVE "N" TO DL100-FIRST-CALL-SWITCH
               PERFORM 1000-LOAD-AUTHORITY-FILE THRU 1000-EXIT
           END-IF
           PERFORM 2000-JUDGE-THE-ATTEMPT THRU 2000-EXIT
           PERFORM 3000-WRITE-THE-TRAIL THRU 3000-EXIT
           GOBACK.

      ****************************************************
      * 1000-LOAD-AUTHORITY-FILE - NO FILE MEANS NOBODY IS
      * AUTHORIZED FOR ANYTHING THIS RUN.
      ****************************************************
       1000-LOAD-AUTHORITY-FILE.
           OPEN INPUT OPR-AUTH-FILE
           IF DL100-AUTH-STATUS = "00"
               MOVE "Y" TO DL100-FILE-LOADED-SWITCH
               PERFORM 1100-LOAD-ONE-OPERATOR THRU 1100-EXIT
                   UNTIL DL100-AUTH-EOF
               CLOSE OPR-AUTH-FILE
           ELSE
               DISPLAY "OA0001W NO OPRAUTH AUTHORITY FILE - "
                   "EVERY PRIVILEGED ACTION WILL BE REFUSED"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-OPERATOR.
           READ OPR-AUTH-FILE
               AT END
                   MOVE "Y" TO DL100-AUTH-EOF-SWITCH
               NOT AT END
                   IF OPRAUT-OPERATOR-ID NOT = SPACES
                       IF DL100-OPR-COUNT < DL100-OPR-MAX
                           ADD 1 TO DL100-OPR-COUNT
                           PERFORM 1110-KEEP-ONE-OPERATOR
                               THRU 1110-EXIT
                       ELSE
                           DISPLAY "OA0003W AUTHORITY TABLE "
                               "FULL - OPERATOR "
                               OPRAUT-OPERATOR-ID " DROPPED"
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1110-KEEP-ONE-OPERATOR.
           MOVE OPRAUT-OPERATOR-ID
               TO DL100-OPR-ID (DL100-OPR-COUNT)
           MOVE OPRAUT-STATUS
               TO DL100-OPR-STATUS (DL100-OPR-COUNT)
           PERFORM 1120-KEEP-ONE-FLAG THRU 1120-EXIT
               VARYING DL100-SUB-A FROM 1 BY 1
               UNTIL DL100-SUB-A > 5.
       1110-EXIT.
           EXIT.

       1120-KEEP-ONE-FLAG.
           MOVE OPRAUT-AUTH-FLAG (DL100-SUB-A)
               TO DL100-OPR-FLAG (DL100-OPR-COUNT DL100-SUB-A).
       1120-EXIT.
           EXIT.

      ****************************************************
      * 2000-JUDGE-THE-ATTEMPT - A BLANK ID, NO AUTHORITY
      * FILE, AN ID NOT ON FILE, AN INACTIVE OPERATOR OR A
      * MISSING "Y" FLAG ARE EACH A REFUSAL, IN THAT ORDER.
      ****************************************************
       2000-JUDGE-THE-ATTEMPT.
           SET OPRAUTH-REFUSED TO TRUE
           MOVE 0 TO DL100-MATCH-O
           IF OPRAUTH-OPERATOR-ID NOT = SPACES
               PERFORM 2100-CHECK-ONE-OPERATOR THRU 2100-EXIT
                   VARYING DL100-SUB-O FROM 1 BY 1
                   UNTIL DL100-SUB-O > DL100-OPR-COUNT
                      OR DL100-MATCH-O > 0
           END-IF
           EVALUATE TRUE
               WHEN OPRAUTH-FORCE-LOCK
                   MOVE 1 TO DL100-SUB-A
               WHEN OPRAUTH-FORCE-NONBUS
                   MOVE 2 TO DL100-SUB-A
               WHEN OPRAUTH-CALENDAR
                   MOVE 3 TO DL100-SUB-A
               WHEN OPRAUTH-SWEEP
                   MOVE 4 TO DL100-SUB-A
               WHEN OPRAUTH-AUDIT-HKP
                   MOVE 5 TO DL100-SUB-A
               WHEN OTHER
                   MOVE 0 TO DL100-SUB-A
           END-EVALUATE
           EVALUATE TRUE
               WHEN OPRAUTH-OPERATOR-ID = SPACES
                   SET OPRAUTH-RSN-BLANK-ID TO TRUE
                   MOVE "NO OPERATOR ID ON THE CARD"
                       TO OPRAUTH-REASON-TEXT
               WHEN NOT DL100-FILE-LOADED
                   SET OPRAUTH-RSN-NO-FILE TO TRUE
                   MOVE "NO OPRAUTH AUTHORITY FILE"
                       TO OPRAUTH-REASON-TEXT
               WHEN DL100-MATCH-O = 0
                   SET OPRAUTH-RSN-UNKNOWN TO TRUE
                   MOVE "OPERATOR NOT ON AUTHORITY FILE"
                       TO OPRAUTH-REASON-TEXT
               WHEN DL100-OPR-STATUS (DL100-MATCH-O) NOT = "A"
                   SET OPRAUTH-RSN-INACTIVE TO TRUE
                   MOVE "OPERATOR IS NOT ACTIVE"
                       TO OPRAUTH-REASON-TEXT
               WHEN DL100-SUB-A = 0
               WHEN DL100-OPR-FLAG (DL100-MATCH-O DL100-SUB-A)
                       NOT = "Y"
                   SET OPRAUTH-RSN-NOT-AUTH TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED"
                       TO OPRAUTH-REASON-TEXT
               WHEN OTHER
                   SET OPRAUTH-GRANTED TO TRUE
                   SET OPRAUTH-RSN-NONE TO TRUE
                   MOVE "GRANTED" TO OPRAUTH-REASON-TEXT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-OPERATOR.
           IF DL100-OPR-ID (DL100-SUB-O) = OPRAUTH-OPERATOR-ID
               MOVE DL100-SUB-O TO DL100-MATCH-O
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************
      * 3000-WRITE-THE-TRAIL - ONE SECTRAIL RECORD PER
      * ATTEMPT (OPEN EXTEND, WITH THE SUITE'S USUAL OPEN
      * OUTPUT FALLBACK ON FIRST USE).  WHEN THE TRAIL CANNOT
      * BE OPENED OR THE RECORD CANNOT BE WRITTEN, A GRANT IS
      * WITHDRAWN.
      ****************************************************
       3000-WRITE-THE-TRAIL.
           OPEN EXTEND SEC-TRAIL-FILE
           IF DL100-TRAIL-STATUS NOT = "00"
               OPEN OUTPUT SEC-TRAIL-FILE
           END-IF
           IF DL100-TRAIL-STATUS = "00"
               ACCEPT SECTRL-DATE FROM DATE YYYYMMDD
               ACCEPT SECTRL-TIME FROM TIME
               MOVE OPRAUTH-OPERATOR-ID TO SECTRL-OPERATOR-ID
               MOVE OPRAUTH-ACTION      TO SECTRL-ACTION
               MOVE OPRAUTH-CALLER      TO SECTRL-PROGRAM
               MOVE OPRAUTH-REPLY       TO SECTRL-RESULT
               MOVE OPRAUTH-REASON      TO SECTRL-REASON
               MOVE OPRAUTH-DETAIL      TO SECTRL-DETAIL
               WRITE SECTRL-RECORD
               IF DL100-TRAIL-STATUS NOT = "00"
                   DISPLAY "OA0002W CANNOT WRITE SECTRAIL - STATUS "
                       DL100-TRAIL-STATUS " - ATTEMPT BY "
                       OPRAUTH-OPERATOR-ID " NOT RECORDED"
                   IF OPRAUTH-GRANTED
                       SET OPRAUTH-REFUSED TO TRUE
                       SET OPRAUTH-RSN-NO-TRAIL TO TRUE
                       MOVE "SECURITY TRAIL NOT WRITABLE"
                           TO OPRAUTH-REASON-TEXT
                   END-IF
               END-IF
               CLOSE SEC-TRAIL-FILE
           ELSE
               DISPLAY "OA0002W CANNOT WRITE SECTRAIL - STATUS "
                   DL100-TRAIL-STATUS " - ATTEMPT BY "
                   OPRAUTH-OPERATOR-ID " NOT RECORDED"
               IF OPRAUTH-GRANTED
                   SET OPRAUTH-REFUSED TO TRUE
                   SET OPRAUTH-RSN-NO-TRAIL TO TRUE
                   MOVE "SECURITY TRAIL NOT WRITABLE"
                       TO OPRAUTH-REASON-TEXT
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
