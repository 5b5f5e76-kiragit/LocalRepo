000100******************************************************
000200* QQBAL.COB
000300*
000400* END-TO-END CONTROL-TOTAL BALANCING FROM QQ THROUGH TO
000500* THE QQMAST MASTER.  QQVERIFY PROVES QQOUT AGAINST
000600* QQFLAT, QQAPPLY PROVES THE FEED AGAINST ITS OWN
000700* TRAILER - BUT NOTHING PROVED THAT WHAT QQ BUILT ON A
000800* BUSINESS DATE IS WHAT ACTUALLY LANDED ON THE MASTER.
000900* A FEED THAT APPLIES CLEANLY AGAINST THE WRONG BASE
001000* GENERATION LEAVES THE MASTER DRIFTING FROM QQ'S
001100* TOTALS WITH EVERY LINK REPORTING SUCCESS.  THIS STEP
001200* TAKES EVERY CONTROL POINT IN THE CHAIN AND PRINTS
001300* THEM SIDE BY SIDE ON ONE BALANCING SHEET (QQBRPT):
001400*   - THE QQ AUDIT END RECORD'S AUDIT-FINAL-VALUE (THE
001500*     ALL-SETS GRAND TOTAL) FOR THE BUSINESS DATE;
001600*   - THE PER-SET "T" GRAND-TOTAL RECORDS ON QQOUT;
001700*   - THE QQDELTAF TRAILER COUNTS AND HASH TOTAL,
001800*     PROVED AGAINST THE FEED'S OWN DETAIL RECORDS;
001900*   - THE QQFEEDRG REGISTER ENTRY FOR THE NIGHT'S FEED;
002000*   - THE BUSINESS DATE'S QQMAST GENERATION, RE-SUMMED
002100*     BY SET, AND ITS SET-00 GENERATION-COMPLETE MARKER.
002200* ANY LINK OUT OF BALANCE ENDS THE STEP RC 8.  A NIGHT
002300* WITH NO FEED FOR THE DATE (THE MASTER WAS REFRESHED
002400* BY A FULL QQLOAD) BALANCES THE MASTER AGAINST QQ
002500* ALONE AND ENDS RC 4 SO THE MISSING LINK IS SEEN.
002600*
002700* THE DATE BALANCED COMES FROM THE QBPARM CONTROL CARD,
002800* DEFAULTING TO THE OFFICIAL BUSINESS DATE FROM BUSDATE
002900* WHEN THE CARD IS ABSENT.  READ ONLY - NOTHING IN THE
003000* CHAIN IS UPDATED.
003100*
003200* MODIFICATION HISTORY
003300*   2026-10-15 DLH  INITIAL VERSION.
003400******************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. QQBAL.
003700 AUTHOR. D HARTLEY.
003800 INSTALLATION. DAILY UTILITY SUITE.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.
004100******************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
           SELECT BAL-PARM-FILE ASSIGN TO "QBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARM-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUDIT-STATUS.
           SELECT QQ-OUT-FILE ASSIGN TO "QQOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OUT-STATUS.
           SELECT QQ-DELTA-FILE ASSIGN TO "QQDELTAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DELTA-STATUS.
           SELECT FEED-REG-FILE ASSIGN TO "QQFEEDRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REG-STATUS.
           SELECT QQ-MAST-FILE ASSIGN TO "QQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QQMAST-KEY
               FILE STATUS IS DL100-MAST-STATUS.
           SELECT BAL-RPT-FILE ASSIGN TO "QQBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
004500******************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
       FD  BAL-PARM-FILE.
       01  QBPARM-RECORD.
           05  QBPARM-BUS-DATE         PIC 9(08).
      *
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
      *
       FD  QQ-OUT-FILE.
           COPY QQOUTREC.
      *
       FD  QQ-DELTA-FILE.
           COPY QQDELTRC.
      *
       FD  FEED-REG-FILE.
           COPY QQFEEDRC.
      *
       FD  QQ-MAST-FILE.
           COPY QQMASTRC.
      *
       FD  BAL-RPT-FILE.
       01  QBR-RECORD                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * OFFICIAL BUSINESS DATE - THE DEFAULT DATE BALANCED
      * WHEN THERE IS NO QBPARM CARD.
      ****************************************************
       COPY BUSDATEL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-PARM-STATUS           PIC X(02) VALUE "00".
       01  DL100-AUDIT-STATUS          PIC X(02) VALUE "00".
       01  DL100-OUT-STATUS            PIC X(02) VALUE "00".
       01  DL100-DELTA-STATUS          PIC X(02) VALUE "00".
       01  DL100-REG-STATUS            PIC X(02) VALUE "00".
       01  DL100-MAST-STATUS           PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-EOF-SWITCH            PIC X(01) VALUE "N".
           88  DL100-END-OF-FILE           VALUE "Y".
       01  DL100-SCAN-DONE-SWITCH      PIC X(01) VALUE "N".
           88  DL100-SCAN-DONE             VALUE "Y".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
      ****************************************************
      * THE DATE BEING BALANCED
      ****************************************************
       01  DL100-BAL-DATE              PIC 9(08) VALUE 0.
      ****************************************************
      * CONTROL POINT 1 - THE QQ AUDIT END RECORD.  QQ MAY
      * HAVE RUN MORE THAN ONCE ON THE DATE (A RERUN AFTER AN
      * ABEND); THE LAST END RECORD IS THE ONE THAT COUNTS.
      ****************************************************
       01  DL100-AUDIT-SEEN-SWITCH     PIC X(01) VALUE "N".
           88  DL100-AUDIT-SEEN            VALUE "Y".
       01  DL100-AUDIT-END-STATUS      PIC X(08) VALUE SPACES.
       01  DL100-AUDIT-FINAL           PIC 9(08) VALUE 0.
      ****************************************************
      * CONTROL POINTS 2 AND 5 - PER-SET TOTALS FROM THE QQOUT
      * "T" RECORDS AND FROM THE RE-SUMMED QQMAST GENERATION.
      * THE ROW COUNT FROM THE "R" RECORDS GIVES THE SET'S
      * TABLE SIZE, SO THE MASTER'S CELL COUNT CAN BE PROVED
      * AS WELL AS ITS TOTAL.
      ****************************************************
       77  DL100-SET-MAX               PIC 9(02) COMP VALUE 10.
       77  DL100-WK-SET                PIC 9(02) COMP VALUE 0.
       77  DL100-SUB-SET               PIC 9(02) COMP VALUE 0.
       01  DL100-BSET-TBL.
           03  DL100-BSET OCCURS 10 TIMES.
               05  DL100-BS-OUT-SEEN   PIC X(01).
               05  DL100-BS-OUT-TOTAL  PIC 9(08).
               05  DL100-BS-OUT-ROWS   PIC 9(03).
               05  DL100-BS-MAST-SEEN  PIC X(01).
               05  DL100-BS-MAST-TOTAL PIC 9(08).
               05  DL100-BS-MAST-CELLS PIC 9(05).
       77  DL100-OUT-ALL-TOTAL         PIC 9(09) VALUE 0.
       77  DL100-MAST-ALL-TOTAL        PIC 9(09) VALUE 0.
       77  DL100-MAST-STRAY-COUNT      PIC 9(05) VALUE 0.
       77  DL100-EXPECT-CELLS          PIC 9(05) VALUE 0.
       01  DL100-OUT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-OUT-OPENED            VALUE "Y".
       01  DL100-MAST-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  DL100-MAST-OPENED           VALUE "Y".
       01  DL100-GEN-SEEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-GEN-SEEN              VALUE "Y".
       01  DL100-MARKER-SEEN-SWITCH    PIC X(01) VALUE "N".
           88  DL100-MARKER-SEEN           VALUE "Y".
      ****************************************************
      * CONTROL POINT 3 - THE QQDELTAF FEED.  WHAT THE
      * TRAILER CLAIMS AND WHAT THE DETAIL RECORDS ACTUALLY
      * ADD UP TO, TALLIED THE SAME WAY QQAPPLY PROVES A FEED
      * (HASH = NEW FOR A, OLD PLUS NEW FOR C, OLD FOR D).
      ****************************************************
       01  DL100-FEED-STATE-SWITCH     PIC X(01) VALUE "N".
           88  DL100-FEED-ABSENT           VALUE "N".
           88  DL100-FEED-OTHER-DATE       VALUE "O".
           88  DL100-FEED-FOR-DATE         VALUE "Y".
       01  DL100-HEADER-SEEN-SWITCH    PIC X(01) VALUE "N".
           88  DL100-HEADER-SEEN           VALUE "Y".
       01  DL100-TRAILER-SEEN-SWITCH   PIC X(01) VALUE "N".
           88  DL100-TRAILER-SEEN          VALUE "Y".
       01  DL100-FEED-BUS-DATE         PIC 9(08) VALUE 0.
       01  DL100-FEED-SEQ              PIC 9(06) VALUE 0.
       77  DL100-READ-ADD-COUNT        PIC 9(07) VALUE 0.
       77  DL100-READ-CHG-COUNT        PIC 9(07) VALUE 0.
       77  DL100-READ-DEL-COUNT        PIC 9(07) VALUE 0.
       77  DL100-READ-HASH-TOTAL       PIC 9(12) VALUE 0.
       01  DL100-TRL-ADD-COUNT         PIC 9(07) VALUE 0.
       01  DL100-TRL-CHG-COUNT         PIC 9(07) VALUE 0.
       01  DL100-TRL-DEL-COUNT         PIC 9(07) VALUE 0.
       01  DL100-TRL-HASH-TOTAL        PIC 9(12) VALUE 0.
      ****************************************************
      * CONTROL POINT 4 - THE REGISTER ENTRY CARRYING THE
      * FEED'S SEQUENCE NUMBER.
      ****************************************************
       01  DL100-REG-SEEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-REG-SEEN              VALUE "Y".
       01  DL100-REG-BUS-DATE          PIC 9(08) VALUE 0.
       01  DL100-REG-ADD-COUNT         PIC 9(07) VALUE 0.
       01  DL100-REG-CHG-COUNT         PIC 9(07) VALUE 0.
       01  DL100-REG-DEL-COUNT         PIC 9(07) VALUE 0.
       01  DL100-REG-HASH-TOTAL        PIC 9(12) VALUE 0.
      ****************************************************
      * SHEET COUNTERS AND THE GENERIC COMPARE WORK FIELDS
      ****************************************************
       77  DL100-POINT-COUNT           PIC 9(03) VALUE 0.
       77  DL100-OUT-OF-BAL-COUNT      PIC 9(03) VALUE 0.
       77  DL100-WARN-COUNT            PIC 9(03) VALUE 0.
       01  DL100-CMP-LEFT              PIC 9(12) VALUE 0.
       01  DL100-CMP-RIGHT             PIC 9(12) VALUE 0.
       01  DL100-SET-LABEL.
           05  FILLER                  PIC X(04) VALUE "SET ".
           05  DL100-SL-SET            PIC 9(02).
           05  DL100-SL-TEXT           PIC X(28).
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  QBR-HEADING.
           05  FILLER                  PIC X(57) VALUE
               "QQBAL - CONTROL-TOTAL BALANCING SHEET, BUSINESS DAT
      -        "E".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  QBR-HDG-DATE            PIC 9(08).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  QBR-COLUMN-HEADING.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(34) VALUE
               "CONTROL POINT".
           05  FILLER                  PIC X(14) VALUE
               "        SOURCE".
           05  FILLER                  PIC X(14) VALUE
               "       CHECKED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "VERDICT".
       01  QBR-SECTION-LINE.
           05  QBR-SECTION-TITLE       PIC X(80).
       01  QBR-POINT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-PT-LABEL            PIC X(34).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-PT-LEFT             PIC Z(11)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-PT-RIGHT            PIC Z(11)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-PT-VERDICT          PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  QBR-STATE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-ST-LABEL            PIC X(34).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-ST-STATE            PIC X(26).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-ST-VERDICT          PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  QBR-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-CNT-MSG             PIC X(40).
           05  QBR-CNT-VALUE           PIC Z(04)9.
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  QBR-VERDICT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QBR-VERDICT-MSG         PIC X(78).
      ****************************************************
004800 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 2000-TAKE-AUDIT-FINAL THRU 2000-EXIT
               PERFORM 3000-TAKE-QQOUT-TOTALS THRU 3000-EXIT
               PERFORM 4000-TAKE-FEED-CONTROLS THRU 4000-EXIT
               IF DL100-FEED-FOR-DATE
                   PERFORM 4500-TAKE-REGISTER-ENTRY
                       THRU 4500-EXIT
               END-IF
               PERFORM 5000-RESUM-MASTER-GEN THRU 5000-EXIT
               PERFORM 6000-PRINT-SHEET THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - SETTLE THE DATE TO BALANCE AND OPEN
      * THE SHEET.  THE INPUT FILES ARE EACH OPENED, READ AND
      * CLOSED BY THEIR OWN PARAGRAPH - A MISSING FILE IS A
      * CONTROL POINT OUT OF BALANCE, NOT A REASON TO STOP
      * BEFORE THE REST OF THE CHAIN HAS BEEN SHOWN.
      ****************************************************
       1000-INITIALIZE.
           CALL "BUSDATE" USING BUSDATE-AREA
           MOVE BUSDATE-BUS-DATE TO DL100-BAL-DATE
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           INITIALIZE DL100-BSET-TBL
           OPEN OUTPUT BAL-RPT-FILE
           IF DL100-RPT-STATUS NOT = "00"
               DISPLAY "QB0001E CANNOT OPEN QQBRPT REPORT "
                   "FILE - STATUS " DL100-RPT-STATUS
               MOVE "QB0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQBRPT REPORT FILE - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE DL100-BAL-DATE TO QBR-HDG-DATE
               WRITE QBR-RECORD FROM QBR-HEADING
               MOVE SPACES TO QBR-RECORD
               WRITE QBR-RECORD
               WRITE QBR-RECORD FROM QBR-COLUMN-HEADING
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************
      * 1100-READ-PARM-CARD - AN OPTIONAL QBPARM CARD NAMES
      * THE DATE TO BALANCE (A MORNING RERUN OF LAST NIGHT'S
      * SHEET).  NO CARD OR A BAD DATE KEEPS THE BUSDATE DATE.
      ****************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT BAL-PARM-FILE
           IF DL100-PARM-STATUS = "00"
               READ BAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QBPARM-BUS-DATE IS NUMERIC
                          AND QBPARM-BUS-DATE > 19000101
                           MOVE QBPARM-BUS-DATE
                               TO DL100-BAL-DATE
                       ELSE
                           DISPLAY "QB0003W QBPARM DATE NOT A "
                               "VALID DATE - BALANCING "
                               DL100-BAL-DATE
                           MOVE "QB0003W" TO EXCPLOG-MSG-ID
                           MOVE "QBPARM DATE NOT VALID - BALANCING T
      -                        "HE BUSINESS DATE" TO EXCPLOG-TEXT
                           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                       END-IF
               END-READ
               CLOSE BAL-PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      ****************************************************
      * 2000-TAKE-AUDIT-FINAL - THE LAST QQ END RECORD ON THE
      * ACTIVE AUDITLOG FOR THE DATE.  ITS FINAL VALUE IS THE
      * ALL-SETS GRAND TOTAL QQ BUILT.
      ****************************************************
       2000-TAKE-AUDIT-FINAL.
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT AUDIT-LOG-FILE
           IF DL100-AUDIT-STATUS = "00"
               PERFORM 2100-READ-ONE-AUDIT THRU 2100-EXIT
                   UNTIL DL100-END-OF-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-AUDIT.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   IF AUDIT-PROGRAM-ID = "QQ"
                      AND AUDIT-BUS-DATE = DL100-BAL-DATE
                      AND AUDIT-EVENT-END
                       MOVE "Y" TO DL100-AUDIT-SEEN-SWITCH
                       MOVE AUDIT-STATUS TO DL100-AUDIT-END-STATUS
                       MOVE AUDIT-FINAL-VALUE
                           TO DL100-AUDIT-FINAL
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************
      * 3000-TAKE-QQOUT-TOTALS - EACH SET'S "T" GRAND TOTAL
      * AND ITS "R" ROW COUNT.  A BLANK OR ZERO SET ID ON AN
      * OLD-FORMAT RECORD IS SET 01, AS IN QQVERIFY.
      ****************************************************
       3000-TAKE-QQOUT-TOTALS.
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT QQ-OUT-FILE
           IF DL100-OUT-STATUS = "00"
               MOVE "Y" TO DL100-OUT-OPEN-SWITCH
               PERFORM 3100-READ-ONE-GRID THRU 3100-EXIT
                   UNTIL DL100-END-OF-FILE
               CLOSE QQ-OUT-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-GRID.
           READ QQ-OUT-FILE
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   IF QQOUT-SET-ID IS NUMERIC AND QQOUT-SET-ID > 0
                       MOVE QQOUT-SET-ID TO DL100-WK-SET
                   ELSE
                       MOVE 1 TO DL100-WK-SET
                   END-IF
                   IF DL100-WK-SET NOT > DL100-SET-MAX
                       EVALUATE TRUE
                           WHEN QQOUT-IS-TOTAL
                               MOVE "Y" TO DL100-BS-OUT-SEEN
                                   (DL100-WK-SET)
                               MOVE QQOUT-ROW-TOTAL
                                   TO DL100-BS-OUT-TOTAL
                                       (DL100-WK-SET)
                               ADD QQOUT-ROW-TOTAL
                                   TO DL100-OUT-ALL-TOTAL
                           WHEN QQOUT-IS-ROW
                               ADD 1 TO DL100-BS-OUT-ROWS
                                   (DL100-WK-SET)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      ****************************************************
      * 4000-TAKE-FEED-CONTROLS - READ THE WHOLE FEED ONCE.
      * A FEED WHOSE HEADER CARRIES ANOTHER BUSINESS DATE IS
      * A LEFTOVER FROM AN EARLIER NIGHT, NOT TONIGHT'S FEED.
      ****************************************************
       4000-TAKE-FEED-CONTROLS.
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT QQ-DELTA-FILE
           IF DL100-DELTA-STATUS = "00"
               PERFORM 4100-TALLY-ONE-DELTA THRU 4100-EXIT
                   UNTIL DL100-END-OF-FILE
               CLOSE QQ-DELTA-FILE
               IF DL100-HEADER-SEEN
                  AND DL100-FEED-BUS-DATE NOT = DL100-BAL-DATE
                   SET DL100-FEED-OTHER-DATE TO TRUE
               ELSE
                   SET DL100-FEED-FOR-DATE TO TRUE
               END-IF
           ELSE
               SET DL100-FEED-ABSENT TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TALLY-ONE-DELTA.
           READ QQ-DELTA-FILE
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN QQDELTA-IS-HEADER
                           MOVE "Y"
                               TO DL100-HEADER-SEEN-SWITCH
                           MOVE QQDELTA-HDR-BUS-DATE
                               TO DL100-FEED-BUS-DATE
                           MOVE QQDELTA-HDR-FEED-SEQ
                               TO DL100-FEED-SEQ
                       WHEN QQDELTA-IS-TRAILER
                           MOVE "Y"
                               TO DL100-TRAILER-SEEN-SWITCH
                           MOVE QQDELTA-TRL-ADD-COUNT
                               TO DL100-TRL-ADD-COUNT
                           MOVE QQDELTA-TRL-CHG-COUNT
                               TO DL100-TRL-CHG-COUNT
                           MOVE QQDELTA-TRL-DEL-COUNT
                               TO DL100-TRL-DEL-COUNT
                           MOVE QQDELTA-TRL-HASH-TOTAL
                               TO DL100-TRL-HASH-TOTAL
                       WHEN QQDELTA-IS-ADD
                           ADD 1 TO DL100-READ-ADD-COUNT
                           ADD QQDELTA-NEW-VALUE
                               TO DL100-READ-HASH-TOTAL
                       WHEN QQDELTA-IS-CHANGE
                           ADD 1 TO DL100-READ-CHG-COUNT
                           ADD QQDELTA-OLD-VALUE
                               TO DL100-READ-HASH-TOTAL
                           ADD QQDELTA-NEW-VALUE
                               TO DL100-READ-HASH-TOTAL
                       WHEN QQDELTA-IS-DELETE
                           ADD 1 TO DL100-READ-DEL-COUNT
                           ADD QQDELTA-OLD-VALUE
                               TO DL100-READ-HASH-TOTAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       4100-EXIT.
           EXIT.

      ****************************************************
      * 4500-TAKE-REGISTER-ENTRY - THE QQFEEDRG ENTRY CARRYING
      * THE FEED'S SEQUENCE NUMBER.  SEQUENCE NUMBERS ARE
      * UNIQUE ON THE REGISTER, SO THE FIRST MATCH IS THE ONE.
      ****************************************************
       4500-TAKE-REGISTER-ENTRY.
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT FEED-REG-FILE
           IF DL100-REG-STATUS = "00"
               PERFORM 4600-READ-ONE-REG THRU 4600-EXIT
                   UNTIL DL100-END-OF-FILE
               CLOSE FEED-REG-FILE
           END-IF.
       4500-EXIT.
           EXIT.

       4600-READ-ONE-REG.
           READ FEED-REG-FILE
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   IF FEEDREG-SEQ = DL100-FEED-SEQ
                      AND NOT DL100-REG-SEEN
                       MOVE "Y" TO DL100-REG-SEEN-SWITCH
                       MOVE FEEDREG-BUS-DATE
                           TO DL100-REG-BUS-DATE
                       MOVE FEEDREG-ADD-COUNT
                           TO DL100-REG-ADD-COUNT
                       MOVE FEEDREG-CHG-COUNT
                           TO DL100-REG-CHG-COUNT
                       MOVE FEEDREG-DEL-COUNT
                           TO DL100-REG-DEL-COUNT
                       MOVE FEEDREG-HASH-TOTAL
                           TO DL100-REG-HASH-TOTAL
                   END-IF
           END-READ.
       4600-EXIT.
           EXIT.

      ****************************************************
      * 5000-RESUM-MASTER-GEN - WALK THE DATE'S GENERATION ON
      * QQMAST FROM ITS FIRST KEY AND RE-ADD EVERY CELL BY
      * SET.  THE SET-00 RECORD IS THE GENERATION-COMPLETE
      * MARKER, NOT A CELL.  A SET PAST THE STACK LIMIT IS
      * COUNTED AS A STRAY - QQ NEVER BUILDS ONE.
      ****************************************************
       5000-RESUM-MASTER-GEN.
           OPEN INPUT QQ-MAST-FILE
           IF DL100-MAST-STATUS = "00"
               MOVE "Y" TO DL100-MAST-OPEN-SWITCH
               MOVE "N" TO DL100-SCAN-DONE-SWITCH
               MOVE DL100-BAL-DATE TO QQMAST-BUS-DATE
               MOVE 0 TO QQMAST-SET-ID QQMAST-ROW-KEY
                         QQMAST-COL-KEY
               START QQ-MAST-FILE
                   KEY IS NOT LESS THAN QQMAST-KEY
                   INVALID KEY
                       MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               END-START
               PERFORM 5100-ADD-ONE-CELL THRU 5100-EXIT
                   UNTIL DL100-SCAN-DONE
               CLOSE QQ-MAST-FILE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-ADD-ONE-CELL.
           READ QQ-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO DL100-SCAN-DONE-SWITCH
               NOT AT END
                   IF QQMAST-BUS-DATE NOT = DL100-BAL-DATE
                       MOVE "Y" TO DL100-SCAN-DONE-SWITCH
                   ELSE
                       MOVE "Y" TO DL100-GEN-SEEN-SWITCH
                       PERFORM 5200-POST-ONE-CELL THRU 5200-EXIT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-POST-ONE-CELL.
           EVALUATE TRUE
               WHEN QQMAST-SET-ID = 0
                   IF QQMAST-ROW-KEY = 0 AND QQMAST-COL-KEY = 0
                       MOVE "Y" TO DL100-MARKER-SEEN-SWITCH
                   END-IF
               WHEN QQMAST-SET-ID > DL100-SET-MAX
                   ADD 1 TO DL100-MAST-STRAY-COUNT
               WHEN OTHER
                   MOVE QQMAST-SET-ID TO DL100-WK-SET
                   MOVE "Y" TO DL100-BS-MAST-SEEN (DL100-WK-SET)
                   ADD QQMAST-VALUE
                       TO DL100-BS-MAST-TOTAL (DL100-WK-SET)
                   ADD 1 TO DL100-BS-MAST-CELLS (DL100-WK-SET)
                   ADD QQMAST-VALUE TO DL100-MAST-ALL-TOTAL
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      ****************************************************
      * 6000-PRINT-SHEET - EVERY CONTROL POINT SIDE BY SIDE,
      * IN CHAIN ORDER: QQ ITSELF, QQ AGAINST THE MASTER SET
      * BY SET, THE FEED AGAINST ITS TRAILER AND REGISTER
      * ENTRY, THEN THE COUNTS AND THE VERDICT.
      ****************************************************
       6000-PRINT-SHEET.
           PERFORM 6100-PRINT-QQ-POINTS THRU 6100-EXIT
           PERFORM 6200-PRINT-MASTER-POINTS THRU 6200-EXIT
           PERFORM 6300-PRINT-FEED-POINTS THRU 6300-EXIT
           PERFORM 6900-PRINT-VERDICT THRU 6900-EXIT.
       6000-EXIT.
           EXIT.

       6100-PRINT-QQ-POINTS.
           MOVE SPACES TO QBR-RECORD
           WRITE QBR-RECORD
           MOVE "QQ BUILD" TO QBR-SECTION-TITLE
           WRITE QBR-RECORD FROM QBR-SECTION-LINE
           MOVE "QQ AUDIT END RECORD" TO QBR-ST-LABEL
           EVALUATE TRUE
               WHEN NOT DL100-AUDIT-SEEN
                   MOVE "NOT ON AUDITLOG" TO QBR-ST-STATE
                   PERFORM 7200-STATE-OUT THRU 7200-EXIT
               WHEN DL100-AUDIT-END-STATUS NOT = "COMPLETE"
                   MOVE "LAST RUN ENDED ABEND" TO QBR-ST-STATE
                   PERFORM 7200-STATE-OUT THRU 7200-EXIT
               WHEN OTHER
                   MOVE "COMPLETE" TO QBR-ST-STATE
                   PERFORM 7300-STATE-IN THRU 7300-EXIT
           END-EVALUATE
           MOVE "QQOUT GRID FILE" TO QBR-ST-LABEL
           IF DL100-OUT-OPENED
               MOVE "PRESENT" TO QBR-ST-STATE
               PERFORM 7300-STATE-IN THRU 7300-EXIT
           ELSE
               MOVE "CANNOT BE OPENED" TO QBR-ST-STATE
               PERFORM 7200-STATE-OUT THRU 7200-EXIT
           END-IF
           MOVE "AUDIT FINAL VS QQOUT T RECORDS" TO QBR-PT-LABEL
           MOVE DL100-AUDIT-FINAL   TO DL100-CMP-LEFT
           MOVE DL100-OUT-ALL-TOTAL TO DL100-CMP-RIGHT
           PERFORM 7100-COMPARE-POINT THRU 7100-EXIT.
       6100-EXIT.
           EXIT.

      ****************************************************
      * 6200-PRINT-MASTER-POINTS - THE GENERATION MUST BE ON
      * THE MASTER AND MARKED COMPLETE, AND EVERY SET QQ
      * BUILT MUST RE-SUM TO ITS "T" TOTAL WITH ONE CELL PER
      * ROW AND COLUMN.  A SET ON THE MASTER THAT QQ NEVER
      * BUILT IS OUT OF BALANCE THE SAME WAY.
      ****************************************************
       6200-PRINT-MASTER-POINTS.
           MOVE SPACES TO QBR-RECORD
           WRITE QBR-RECORD
           MOVE "QQMAST GENERATION" TO QBR-SECTION-TITLE
           WRITE QBR-RECORD FROM QBR-SECTION-LINE
           MOVE "QQMAST GENERATION FOR THE DATE" TO QBR-ST-LABEL
           EVALUATE TRUE
               WHEN NOT DL100-MAST-OPENED
                   MOVE "QQMAST CANNOT BE OPENED" TO QBR-ST-STATE
                   PERFORM 7200-STATE-OUT THRU 7200-EXIT
               WHEN NOT DL100-GEN-SEEN
                   MOVE "NOT ON THE MASTER" TO QBR-ST-STATE
                   PERFORM 7200-STATE-OUT THRU 7200-EXIT
               WHEN OTHER
                   MOVE "PRESENT" TO QBR-ST-STATE
                   PERFORM 7300-STATE-IN THRU 7300-EXIT
           END-EVALUATE
           MOVE "SET-00 GENERATION-COMPLETE MARKER" TO QBR-ST-LABEL
           IF DL100-MARKER-SEEN
               MOVE "PRESENT" TO QBR-ST-STATE
               PERFORM 7300-STATE-IN THRU 7300-EXIT
           ELSE
               MOVE "MISSING" TO QBR-ST-STATE
               PERFORM 7200-STATE-OUT THRU 7200-EXIT
           END-IF
           PERFORM 6210-PRINT-ONE-SET THRU 6210-EXIT
               VARYING DL100-SUB-SET FROM 1 BY 1
               UNTIL DL100-SUB-SET > DL100-SET-MAX
           IF DL100-MAST-STRAY-COUNT > 0
               MOVE "CELLS UNDER A SET PAST THE LIMIT"
                   TO QBR-PT-LABEL
               MOVE 0 TO DL100-CMP-LEFT
               MOVE DL100-MAST-STRAY-COUNT TO DL100-CMP-RIGHT
               PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
           END-IF
           MOVE "QQMAST ALL SETS VS AUDIT FINAL" TO QBR-PT-LABEL
           MOVE DL100-MAST-ALL-TOTAL TO DL100-CMP-LEFT
           MOVE DL100-AUDIT-FINAL    TO DL100-CMP-RIGHT
           PERFORM 7100-COMPARE-POINT THRU 7100-EXIT.
       6200-EXIT.
           EXIT.

       6210-PRINT-ONE-SET.
           IF DL100-BS-OUT-SEEN (DL100-SUB-SET) = "Y"
              OR DL100-BS-MAST-SEEN (DL100-SUB-SET) = "Y"
               MOVE DL100-SUB-SET TO DL100-SL-SET
               MOVE " QQOUT T TOTAL VS QQMAST SUM"
                   TO DL100-SL-TEXT
               MOVE DL100-SET-LABEL TO QBR-PT-LABEL
               MOVE DL100-BS-OUT-TOTAL (DL100-SUB-SET)
                   TO DL100-CMP-LEFT
               MOVE DL100-BS-MAST-TOTAL (DL100-SUB-SET)
                   TO DL100-CMP-RIGHT
               PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
               COMPUTE DL100-EXPECT-CELLS =
                   DL100-BS-OUT-ROWS (DL100-SUB-SET)
                 * DL100-BS-OUT-ROWS (DL100-SUB-SET)
               MOVE " SIZE SQUARED VS QQMAST CELLS"
                   TO DL100-SL-TEXT
               MOVE DL100-SET-LABEL TO QBR-PT-LABEL
               MOVE DL100-EXPECT-CELLS TO DL100-CMP-LEFT
               MOVE DL100-BS-MAST-CELLS (DL100-SUB-SET)
                   TO DL100-CMP-RIGHT
               PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
           END-IF.
       6210-EXIT.
           EXIT.

      ****************************************************
      * 6300-PRINT-FEED-POINTS - NO FEED FOR THE DATE IS A
      * WARNING ONLY (A FULL QQLOAD NIGHT).  A FEED FOR THE
      * DATE MUST HAVE ITS HEADER AND TRAILER, ITS TRAILER
      * MUST AGREE WITH ITS DETAIL RECORDS, AND THE REGISTER
      * ENTRY FOR ITS SEQUENCE NUMBER MUST AGREE WITH BOTH.
      ****************************************************
       6300-PRINT-FEED-POINTS.
           MOVE SPACES TO QBR-RECORD
           WRITE QBR-RECORD
           MOVE "QQDELTAF FEED AND QQFEEDRG REGISTER"
               TO QBR-SECTION-TITLE
           WRITE QBR-RECORD FROM QBR-SECTION-LINE
           MOVE "QQDELTAF FEED FOR THE DATE" TO QBR-ST-LABEL
           EVALUATE TRUE
               WHEN DL100-FEED-ABSENT
                   MOVE "NO FEED - FULL LOAD NIGHT?"
                       TO QBR-ST-STATE
                   PERFORM 7400-STATE-WARN THRU 7400-EXIT
               WHEN DL100-FEED-OTHER-DATE
                   MOVE "FEED IS FOR ANOTHER DATE"
                       TO QBR-ST-STATE
                   PERFORM 7400-STATE-WARN THRU 7400-EXIT
               WHEN NOT DL100-HEADER-SEEN
                   MOVE "NO HEADER RECORD" TO QBR-ST-STATE
                   PERFORM 7200-STATE-OUT THRU 7200-EXIT
               WHEN NOT DL100-TRAILER-SEEN
                   MOVE "NO TRAILER - TRUNCATED?" TO QBR-ST-STATE
                   PERFORM 7200-STATE-OUT THRU 7200-EXIT
               WHEN OTHER
                   MOVE "PRESENT" TO QBR-ST-STATE
                   PERFORM 7300-STATE-IN THRU 7300-EXIT
           END-EVALUATE
           IF DL100-FEED-FOR-DATE
               PERFORM 6310-PRINT-TRAILER-POINTS THRU 6310-EXIT
               PERFORM 6320-PRINT-REGISTER-POINTS
                   THRU 6320-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

       6310-PRINT-TRAILER-POINTS.
           MOVE "TRAILER ADDS VS DETAIL RECORDS" TO QBR-PT-LABEL
           MOVE DL100-TRL-ADD-COUNT  TO DL100-CMP-LEFT
           MOVE DL100-READ-ADD-COUNT TO DL100-CMP-RIGHT
           PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
           MOVE "TRAILER CHANGES VS DETAIL RECORDS"
               TO QBR-PT-LABEL
           MOVE DL100-TRL-CHG-COUNT  TO DL100-CMP-LEFT
           MOVE DL100-READ-CHG-COUNT TO DL100-CMP-RIGHT
           PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
           MOVE "TRAILER DELETES VS DETAIL RECORDS"
               TO QBR-PT-LABEL
           MOVE DL100-TRL-DEL-COUNT  TO DL100-CMP-LEFT
           MOVE DL100-READ-DEL-COUNT TO DL100-CMP-RIGHT
           PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
           MOVE "TRAILER HASH VS DETAIL RECORDS" TO QBR-PT-LABEL
           MOVE DL100-TRL-HASH-TOTAL  TO DL100-CMP-LEFT
           MOVE DL100-READ-HASH-TOTAL TO DL100-CMP-RIGHT
           PERFORM 7100-COMPARE-POINT THRU 7100-EXIT.
       6310-EXIT.
           EXIT.

       6320-PRINT-REGISTER-POINTS.
           MOVE "QQFEEDRG ENTRY FOR THE FEED" TO QBR-ST-LABEL
           EVALUATE TRUE
               WHEN NOT DL100-REG-SEEN
                   MOVE "NOT ON THE REGISTER" TO QBR-ST-STATE
                   PERFORM 7200-STATE-OUT THRU 7200-EXIT
               WHEN DL100-REG-BUS-DATE NOT = DL100-BAL-DATE
                   MOVE "REGISTERED UNDER ANOTHER DATE"
                       TO QBR-ST-STATE
                   PERFORM 7200-STATE-OUT THRU 7200-EXIT
               WHEN OTHER
                   MOVE "PRESENT" TO QBR-ST-STATE
                   PERFORM 7300-STATE-IN THRU 7300-EXIT
           END-EVALUATE
           IF DL100-REG-SEEN
               MOVE "REGISTER ADDS VS TRAILER" TO QBR-PT-LABEL
               MOVE DL100-REG-ADD-COUNT TO DL100-CMP-LEFT
               MOVE DL100-TRL-ADD-COUNT TO DL100-CMP-RIGHT
               PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
               MOVE "REGISTER CHANGES VS TRAILER" TO QBR-PT-LABEL
               MOVE DL100-REG-CHG-COUNT TO DL100-CMP-LEFT
               MOVE DL100-TRL-CHG-COUNT TO DL100-CMP-RIGHT
               PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
               MOVE "REGISTER DELETES VS TRAILER" TO QBR-PT-LABEL
               MOVE DL100-REG-DEL-COUNT TO DL100-CMP-LEFT
               MOVE DL100-TRL-DEL-COUNT TO DL100-CMP-RIGHT
               PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
               MOVE "REGISTER HASH VS TRAILER" TO QBR-PT-LABEL
               MOVE DL100-REG-HASH-TOTAL TO DL100-CMP-LEFT
               MOVE DL100-TRL-HASH-TOTAL TO DL100-CMP-RIGHT
               PERFORM 7100-COMPARE-POINT THRU 7100-EXIT
           END-IF.
       6320-EXIT.
           EXIT.

      ****************************************************
      * 6900-PRINT-VERDICT - COUNTS, THEN ONE VERDICT LINE.
      * OUT OF BALANCE IS RC 8; A WARNING ONLY IS RC 4.
      ****************************************************
       6900-PRINT-VERDICT.
           MOVE SPACES TO QBR-RECORD
           WRITE QBR-RECORD
           MOVE "CONTROL POINTS CHECKED" TO QBR-CNT-MSG
           MOVE DL100-POINT-COUNT TO QBR-CNT-VALUE
           WRITE QBR-RECORD FROM QBR-COUNT-LINE
           MOVE "CONTROL POINTS OUT OF BALANCE" TO QBR-CNT-MSG
           MOVE DL100-OUT-OF-BAL-COUNT TO QBR-CNT-VALUE
           WRITE QBR-RECORD FROM QBR-COUNT-LINE
           MOVE "WARNINGS" TO QBR-CNT-MSG
           MOVE DL100-WARN-COUNT TO QBR-CNT-VALUE
           WRITE QBR-RECORD FROM QBR-COUNT-LINE
           MOVE SPACES TO QBR-RECORD
           WRITE QBR-RECORD
           EVALUATE TRUE
               WHEN DL100-OUT-OF-BAL-COUNT > 0
                   MOVE "QB0002E CHAIN OUT OF BALANCE - HOLD THE MA
      -                "STER AND THE FEED, INVESTIGATE"
                       TO QBR-VERDICT-MSG
                   DISPLAY "QB0002E QQ TO QQMAST CHAIN OUT OF "
                       "BALANCE FOR " DL100-BAL-DATE " - "
                       DL100-OUT-OF-BAL-COUNT " CONTROL POINT(S)"
                   MOVE "QB0002E" TO EXCPLOG-MSG-ID
                   MOVE "QQ TO QQMAST CHAIN OUT OF BALANCE - SEE QQB
      -                "RPT" TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 8 TO RETURN-CODE
               WHEN DL100-WARN-COUNT > 0
                   MOVE "QB0004W IN BALANCE, BUT NO FEED FOR THE DA
      -                "TE WAS BALANCED" TO QBR-VERDICT-MSG
                   DISPLAY "QB0004W QQ AND QQMAST IN BALANCE FOR "
                       DL100-BAL-DATE " - NO FEED FOR THE DATE"
                   MOVE "QB0004W" TO EXCPLOG-MSG-ID
                   MOVE "QQ AND QQMAST IN BALANCE - NO FEED FOR THE
      -                " DATE" TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "QB0000I EVERY CONTROL POINT IN BALANCE"
                       TO QBR-VERDICT-MSG
                   DISPLAY "QB0000I QQ TO QQMAST CHAIN IN BALANCE "
                       "FOR " DL100-BAL-DATE
           END-EVALUATE
           WRITE QBR-RECORD FROM QBR-VERDICT-LINE.
       6900-EXIT.
           EXIT.

      ****************************************************
      * 7100-COMPARE-POINT - ONE NUMERIC CONTROL POINT: THE
      * CALLER STAGES THE LABEL AND BOTH SIDES.  7200/7300/
      * 7400 ARE THE SAME FOR A STATE-ONLY CONTROL POINT.
      ****************************************************
       7100-COMPARE-POINT.
           ADD 1 TO DL100-POINT-COUNT
           MOVE DL100-CMP-LEFT  TO QBR-PT-LEFT
           MOVE DL100-CMP-RIGHT TO QBR-PT-RIGHT
           IF DL100-CMP-LEFT = DL100-CMP-RIGHT
               MOVE "BALANCED" TO QBR-PT-VERDICT
           ELSE
               MOVE "*OUT*" TO QBR-PT-VERDICT
               ADD 1 TO DL100-OUT-OF-BAL-COUNT
           END-IF
           WRITE QBR-RECORD FROM QBR-POINT-LINE.
       7100-EXIT.
           EXIT.

       7200-STATE-OUT.
           ADD 1 TO DL100-POINT-COUNT
           ADD 1 TO DL100-OUT-OF-BAL-COUNT
           MOVE "*OUT*" TO QBR-ST-VERDICT
           WRITE QBR-RECORD FROM QBR-STATE-LINE.
       7200-EXIT.
           EXIT.

       7300-STATE-IN.
           ADD 1 TO DL100-POINT-COUNT
           MOVE "BALANCED" TO QBR-ST-VERDICT
           WRITE QBR-RECORD FROM QBR-STATE-LINE.
       7300-EXIT.
           EXIT.

       7400-STATE-WARN.
           ADD 1 TO DL100-POINT-COUNT
           ADD 1 TO DL100-WARN-COUNT
           MOVE "*WARNING*" TO QBR-ST-VERDICT
           WRITE QBR-RECORD FROM QBR-STATE-LINE.
       7400-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "QQBAL" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - EVERY INPUT WAS CLOSED BY THE
      * PARAGRAPH THAT READ IT; ONLY THE SHEET REMAINS.
      ****************************************************
       9000-TERMINATE.
           IF DL100-RPT-STATUS = "00" OR DL100-RPT-STATUS = "10"
               CLOSE BAL-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
