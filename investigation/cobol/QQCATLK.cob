000100******************************************************
000200* QQCATLK.COB
000300*
000400* TABLE-PRODUCT LOOKUP SUBPROGRAM.  ANSWERS "WHICH
000500* QQCATLG PRODUCT IS BUILT UNDER THIS SET ID ON THIS
000600* BUSINESS DATE" FOR QQ, QQPRINT, QQINQ AND PREFLITE, SO
000700* EVERY STEP APPLIES THE SAME EFFECTIVE-DATE RULE (FROM
000800* AND TO BOTH INCLUSIVE, 99999999 OPEN ENDED) INSTEAD OF
000900* EACH CODING ITS OWN.  THE CALLING CONVENTION IS IN
001000* COPYBOOK QQCATLKL AND THE FILE LAYOUT IN QQCATRC.
001100*
001200* THE CATALOG IS READ ON THE FIRST CALL AND HELD FOR THE
001300* REST OF THE RUN UNIT; A RELOAD CALL READS IT AGAIN.  A
001400* RECORD WITH A SET ID OUTSIDE 01-10 OR A DATE THAT IS
001500* NOT NUMERIC IS SKIPPED WITH A WARNING - IT COULD NOT
001600* HAVE COME FROM QQCATMNT.
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.  SOME EXCEPTION-LOG
      *                   TEXTS ARE REWORDED TO FIT.
002000******************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. QQCATLK.
002300 AUTHOR. D HARTLEY.
002400 INSTALLATION. DAILY UTILITY SUITE.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700******************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
           SELECT QQ-CAT-FILE ASSIGN TO "QQCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CAT-STATUS.
003100******************************************************
003200 DATA DIVISION.
003300 FILE SECTION.
       FD  QQ-CAT-FILE.
           COPY QQCATRC.
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-CAT-STATUS            PIC X(02) VALUE "00".
       01  DL100-CAT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  DL100-CAT-EOF               VALUE "Y".
       01  DL100-FIRST-CALL-SWITCH     PIC X(01) VALUE "Y".
           88  DL100-FIRST-CALL            VALUE "Y".
       01  DL100-FILE-LOADED-SWITCH    PIC X(01) VALUE "N".
           88  DL100-FILE-LOADED           VALUE "Y".
      ****************************************************
      * PRODUCT TABLE LOADED FROM QQCATLG, IN FILE ORDER.
      ****************************************************
       77  DL100-PRD-MAX               PIC 9(03) COMP VALUE 100.
       77  DL100-PRD-COUNT             PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-P                 PIC 9(03) COMP VALUE 0.
       77  DL100-MATCH-P               PIC 9(03) COMP VALUE 0.
       01  DL100-PRD-TBL.
           03  DL100-PRD-ENTRY OCCURS 100 TIMES.
               05  DL100-PRD-CODE      PIC X(08).
               05  DL100-PRD-SET-ID    PIC 9(02).
               05  DL100-PRD-DESC      PIC X(30).
               05  DL100-PRD-TAB-SIZE  PIC 9(02).
               05  DL100-PRD-OPERATION PIC X(01).
               05  DL100-PRD-OFFICE    PIC X(08).
               05  DL100-PRD-EFF-FROM  PIC 9(08).
               05  DL100-PRD-EFF-TO    PIC 9(08).
      ****************************************************
       LINKAGE SECTION.
       COPY QQCATLKL.
      ****************************************************
003400 PROCEDURE DIVISION USING QQCATLK-AREA.

       0000-MAINLINE.
           IF DL100-FIRST-CALL OR QQCATLK-FN-RELOAD
               MOVE "N" TO DL100-FIRST-CALL-SWITCH
               PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT
           END-IF
           PERFORM 2000-FIND-THE-PRODUCT THRU 2000-EXIT
           GOBACK.

      ****************************************************
      * 1000-LOAD-CATALOG - NO FILE IS NOT AN ERROR HERE.
      * EVERY CALL THEN REPLIES "X" AND THE CALLER DECIDES
      * WHAT A MISSING CATALOG MEANS FOR ITS OWN STEP.
      ****************************************************
       1000-LOAD-CATALOG.
           MOVE 0   TO DL100-PRD-COUNT
           MOVE "N" TO DL100-FILE-LOADED-SWITCH
           MOVE "N" TO DL100-CAT-EOF-SWITCH
           OPEN INPUT QQ-CAT-FILE
           IF DL100-CAT-STATUS = "00"
               MOVE "Y" TO DL100-FILE-LOADED-SWITCH
               PERFORM 1100-LOAD-ONE-PRODUCT THRU 1100-EXIT
                   UNTIL DL100-CAT-EOF
               CLOSE QQ-CAT-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PRODUCT.
           READ QQ-CAT-FILE
               AT END
                   MOVE "Y" TO DL100-CAT-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN QQCAT-SET-ID NOT NUMERIC
                         OR QQCAT-SET-ID < 1
                         OR QQCAT-SET-ID > 10
                         OR QQCAT-EFF-FROM NOT NUMERIC
                         OR QQCAT-EFF-TO NOT NUMERIC
                           DISPLAY "QT0002W QQCATLG PRODUCT "
                               QQCAT-PRODUCT-CODE " HAS A BAD SET "
                               "ID OR DATE - SKIPPED"
                           MOVE "QT0002W" TO EXCPLOG-MSG-ID
                           MOVE "QQCATLG PRODUCT - BAD SET ID OR DATE"
                               TO EXCPLOG-TEXT
                           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                       WHEN DL100-PRD-COUNT < DL100-PRD-MAX
                           ADD 1 TO DL100-PRD-COUNT
                           PERFORM 1110-KEEP-ONE-PRODUCT
                               THRU 1110-EXIT
                       WHEN OTHER
                           DISPLAY "QT0001W PRODUCT TABLE FULL - "
                               "QQCATLG PRODUCT " QQCAT-PRODUCT-CODE
                               " DROPPED"
                           MOVE "QT0001W" TO EXCPLOG-MSG-ID
                           MOVE "PRODUCT TABLE FULL - QQCATLG ENTRY DROP
      -                        "PED" TO EXCPLOG-TEXT
                           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   END-EVALUATE
           END-READ.
       1100-EXIT.
           EXIT.

       1110-KEEP-ONE-PRODUCT.
           MOVE QQCAT-PRODUCT-CODE
               TO DL100-PRD-CODE (DL100-PRD-COUNT)
           MOVE QQCAT-SET-ID
               TO DL100-PRD-SET-ID (DL100-PRD-COUNT)
           MOVE QQCAT-DESCRIPTION
               TO DL100-PRD-DESC (DL100-PRD-COUNT)
           MOVE QQCAT-TAB-SIZE
               TO DL100-PRD-TAB-SIZE (DL100-PRD-COUNT)
           MOVE QQCAT-OPERATION
               TO DL100-PRD-OPERATION (DL100-PRD-COUNT)
           MOVE QQCAT-OFFICE
               TO DL100-PRD-OFFICE (DL100-PRD-COUNT)
           MOVE QQCAT-EFF-FROM
               TO DL100-PRD-EFF-FROM (DL100-PRD-COUNT)
           MOVE QQCAT-EFF-TO
               TO DL100-PRD-EFF-TO (DL100-PRD-COUNT).
       1110-EXIT.
           EXIT.

      ****************************************************
      * 2000-FIND-THE-PRODUCT - THE FIRST PRODUCT ON THE
      * SET ID WHOSE EFFECTIVE RANGE TAKES IN THE DATE.
      * QQCATMNT NEVER LETS TWO RANGES ON ONE SET ID OVERLAP,
      * SO THE FIRST IS THE ONLY ONE.
      ****************************************************
       2000-FIND-THE-PRODUCT.
           MOVE SPACES TO QQCATLK-PRODUCT-CODE
                          QQCATLK-DESCRIPTION
                          QQCATLK-OPERATION
                          QQCATLK-OFFICE
           MOVE 0 TO QQCATLK-TAB-SIZE
                     QQCATLK-EFF-FROM
                     QQCATLK-EFF-TO
           IF NOT DL100-FILE-LOADED
               SET QQCATLK-NO-CATALOG TO TRUE
           ELSE
               MOVE 0 TO DL100-MATCH-P
               PERFORM 2100-CHECK-ONE-PRODUCT THRU 2100-EXIT
                   VARYING DL100-SUB-P FROM 1 BY 1
                   UNTIL DL100-SUB-P > DL100-PRD-COUNT
                      OR DL100-MATCH-P > 0
               IF DL100-MATCH-P = 0
                   SET QQCATLK-NOT-FOUND TO TRUE
               ELSE
                   SET QQCATLK-FOUND TO TRUE
                   MOVE DL100-PRD-CODE (DL100-MATCH-P)
                       TO QQCATLK-PRODUCT-CODE
                   MOVE DL100-PRD-DESC (DL100-MATCH-P)
                       TO QQCATLK-DESCRIPTION
                   MOVE DL100-PRD-TAB-SIZE (DL100-MATCH-P)
                       TO QQCATLK-TAB-SIZE
                   MOVE DL100-PRD-OPERATION (DL100-MATCH-P)
                       TO QQCATLK-OPERATION
                   MOVE DL100-PRD-OFFICE (DL100-MATCH-P)
                       TO QQCATLK-OFFICE
                   MOVE DL100-PRD-EFF-FROM (DL100-MATCH-P)
                       TO QQCATLK-EFF-FROM
                   MOVE DL100-PRD-EFF-TO (DL100-MATCH-P)
                       TO QQCATLK-EFF-TO
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-PRODUCT.
           IF DL100-PRD-SET-ID (DL100-SUB-P) = QQCATLK-SET-ID
              AND DL100-PRD-EFF-FROM (DL100-SUB-P)
                  <= QQCATLK-ASOF-DATE
              AND DL100-PRD-EFF-TO (DL100-SUB-P)
                  >= QQCATLK-ASOF-DATE
               MOVE DL100-SUB-P TO DL100-MATCH-P
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "QQCATLK" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.
