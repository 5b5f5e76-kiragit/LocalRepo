000100******************************************************
000200* QQCATMNT.COB
000300*
000400* QQCATLG TABLE-PRODUCT CATALOG MAINTENANCE.  QQ USED TO
000500* TAKE ITS TABLES FROM THE QQPARM DECK, WHERE A SET ID
000600* WAS ONLY A CARD'S POSITION - REORDER THE DECK AND SET
000700* 03 TOMORROW WAS A DIFFERENT PRODUCT FROM SET 03 TODAY
000800* ON QQMAST, IN THE QQINQ ANSWERS AND ON THE DELTA FEED.
000900* THE CATALOG (COPYBOOK QQCATRC) GIVES EVERY PRODUCT A
001000* FIXED CODE AND A FIXED SET ID, AND QQ BUILDS THE
001100* PRODUCTS EFFECTIVE ON THE BUSINESS DATE.  THIS STEP
001200* APPLIES ADD ("A"), CHANGE ("C") AND RETIRE ("R")
001300* TRANSACTIONS FROM THE QQCATTRN CARD FILE WITH REAL
001400* VALIDATION:
001500*   - AN ADD NEEDS A NEW PRODUCT CODE, A SET ID 01-10, A
001600*     DESCRIPTION, A TABLE SIZE 01-99 (NOT PAST 31 FOR A
001700*     MULTIPLICATION TABLE, AS CARDEDIT RULES FOR
001800*     QQPARM), AN OPERATION M/A/S (BLANK MEANS M) AND AN
001900*     OWNING OFFICE.  A BLANK EFFECTIVE-FROM MEANS THE
002000*     BUSINESS DATE AND A BLANK EFFECTIVE-TO MEANS OPEN
002100*     ENDED (99999999);
002200*   - A CHANGE NAMES A PRODUCT ON FILE AND REPLACES ONLY
002300*     THE FIELDS PUNCHED ON THE CARD.  THE SET ID IS
002400*     FIXED FOR THE LIFE OF THE PRODUCT - A NEW SET ID
002500*     MEANS RETIRING IT AND ADDING A NEW PRODUCT;
002600*   - A RETIRE CLOSES AN OPEN-ENDED PRODUCT ON THE CARD'S
002700*     EFFECTIVE-TO DATE (BLANK MEANS THE BUSINESS DATE,
002800*     SO TONIGHT'S BUILD IS ITS LAST).  THE PRODUCT STAYS
002900*     ON FILE SO ITS OLD GENERATIONS CAN STILL BE NAMED;
003000*   - DATES MUST BE REAL CALENDAR DATES, EFFECTIVE-TO
003100*     MAY NOT BE BEFORE EFFECTIVE-FROM, AND NO TWO
003200*     PRODUCTS ON ONE SET ID MAY HAVE OVERLAPPING DATES.
003300* ANY REJECTED TRANSACTION STOPS THE REWRITE - QQCATLG IS
003400* ONLY REWRITTEN (IN SET ID / EFFECTIVE-FROM ORDER) WHEN
003500* EVERY CARD APPLIED CLEAN, AS CALMAINT DOES FOR BUSCAL.
003600* THE QQCATRPT PROOF REPORT SHOWS EVERY TRANSACTION'S
003700* VERDICT AND THE FULL RESULTING CATALOG WITH EACH
003800* PRODUCT'S STANDING ON THE BUSINESS DATE.
003900*
004000* MODIFICATION HISTORY
004100*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.  FILES ARE CLOSED
      *                   AT END OF JOB ONLY WHEN THEY WERE
      *                   OPENED.
004200******************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. QQCATMNT.
004500 AUTHOR. D HARTLEY.
004600 INSTALLATION. DAILY UTILITY SUITE.
004700 DATE-WRITTEN. 2026-10-15.
004800 DATE-COMPILED.
004900******************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
           SELECT CAT-TRAN-FILE ASSIGN TO "QQCATTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TRAN-STATUS.
           SELECT QQ-CAT-FILE ASSIGN TO "QQCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CAT-STATUS.
           SELECT CAT-RPT-FILE ASSIGN TO "QQCATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
005300******************************************************
005400 DATA DIVISION.
005500 FILE SECTION.
      ****************************************************
      * TRANSACTION CARD.  THE NUMERIC FIELDS ARE CARRIED AS
      * TEXT SO A BLANK (NO CHANGE) CAN BE TOLD FROM A ZERO,
      * WITH NUMERIC VIEWS FOR THE MOVE ONCE THEY PASS.
      ****************************************************
       FD  CAT-TRAN-FILE.
       01  CATTRN-RECORD.
           05  CATTRN-ACTION           PIC X(01).
               88  CATTRN-IS-ADD           VALUE "A".
               88  CATTRN-IS-CHANGE        VALUE "C".
               88  CATTRN-IS-RETIRE        VALUE "R".
           05  CATTRN-PRODUCT-CODE     PIC X(08).
           05  CATTRN-SET-ID           PIC X(02).
           05  CATTRN-SET-ID-N REDEFINES CATTRN-SET-ID
                                       PIC 9(02).
           05  CATTRN-DESCRIPTION      PIC X(30).
           05  CATTRN-TAB-SIZE         PIC X(02).
           05  CATTRN-TAB-SIZE-N REDEFINES CATTRN-TAB-SIZE
                                       PIC 9(02).
           05  CATTRN-OPERATION        PIC X(01).
           05  CATTRN-OFFICE           PIC X(08).
           05  CATTRN-EFF-FROM         PIC X(08).
           05  CATTRN-EFF-FROM-N REDEFINES CATTRN-EFF-FROM
                                       PIC 9(08).
           05  CATTRN-EFF-TO           PIC X(08).
           05  CATTRN-EFF-TO-N REDEFINES CATTRN-EFF-TO
                                       PIC 9(08).
      *
       FD  QQ-CAT-FILE.
           COPY QQCATRC.
      *
       FD  CAT-RPT-FILE.
       01  CATR-RECORD                 PIC X(90).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * BUSINESS-DATE INTERFACE (BUSDATE SUBPROGRAM)
      ****************************************************
       COPY BUSDATEL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-TRAN-STATUS           PIC X(02) VALUE "00".
       01  DL100-CAT-STATUS            PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-TRAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88  DL100-TRAN-EOF              VALUE "Y".
       01  DL100-CAT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  DL100-CAT-EOF               VALUE "Y".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-TRAN-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  DL100-TRAN-OPENED           VALUE "Y".
       01  DL100-SWAPPED-SWITCH        PIC X(01) VALUE "N".
           88  DL100-SWAP-DONE             VALUE "Y".
       01  DL100-ENTRY-OK-SWITCH       PIC X(01) VALUE "N".
           88  DL100-ENTRY-OK              VALUE "Y".
       01  DL100-DATE-OK-SWITCH        PIC X(01) VALUE "N".
           88  DL100-DATE-OK               VALUE "Y".
      ****************************************************
      * THE CATALOG, LOADED WHOLE AND MAINTAINED IN MEMORY.
      * SAME CAPACITY AS THE TABLE QQCATLK LOADS IT INTO.
      ****************************************************
       77  DL100-PRD-MAX               PIC 9(03) COMP VALUE 100.
       77  DL100-PRD-COUNT             PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-P                 PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-P2                PIC 9(03) COMP VALUE 0.
       77  DL100-MATCH-P               PIC 9(03) COMP VALUE 0.
       77  DL100-CLASH-P               PIC 9(03) COMP VALUE 0.
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
               05  DL100-PRD-MAINT     PIC 9(08).
      ****************************************************
      * THE PRODUCT AS IT WILL STAND IF THE CARD APPLIES -
      * BUILT HERE, EDITED WHOLE, AND ONLY THEN COPIED INTO
      * THE TABLE.  THE PROOF LISTING READS THROUGH IT TOO.
      ****************************************************
       01  DL100-NEW-ENTRY.
           05  DL100-NEW-CODE          PIC X(08).
           05  DL100-NEW-SET-ID        PIC 9(02).
           05  DL100-NEW-DESC          PIC X(30).
           05  DL100-NEW-TAB-SIZE      PIC 9(02).
           05  DL100-NEW-OPERATION     PIC X(01).
               88  DL100-NEW-OP-VALID      VALUE "M" "A" "S".
           05  DL100-NEW-OFFICE        PIC X(08).
           05  DL100-NEW-EFF-FROM      PIC 9(08).
           05  DL100-NEW-EFF-TO        PIC 9(08).
           05  DL100-NEW-MAINT         PIC 9(08).
       01  DL100-SWAP-ENTRY            PIC X(75).
      ****************************************************
      * TRANSACTION AND RESULT COUNTERS
      ****************************************************
       77  DL100-ADD-COUNT             PIC 9(03) VALUE 0.
       77  DL100-CHG-COUNT             PIC 9(03) VALUE 0.
       77  DL100-RET-COUNT             PIC 9(03) VALUE 0.
       77  DL100-REJECT-COUNT          PIC 9(03) VALUE 0.
       77  DL100-ACTIVE-COUNT          PIC 9(03) VALUE 0.
      ****************************************************
      * DATE-EDIT WORK FIELDS
      ****************************************************
       01  DL100-EDIT-DATE             PIC 9(08) VALUE 0.
       01  DL100-DATE-SPLIT REDEFINES DL100-EDIT-DATE.
           05  DL100-DS-YEAR           PIC 9(04).
           05  DL100-DS-MONTH          PIC 9(02).
           05  DL100-DS-DAY            PIC 9(02).
       77  DL100-MONTH-DAYS            PIC 9(02) COMP VALUE 0.
       77  DL100-LEAP-Q                PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-R4               PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-R100             PIC 9(04) COMP VALUE 0.
       77  DL100-LEAP-R400             PIC 9(04) COMP VALUE 0.
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  CATR-HEADING.
           05  FILLER                  PIC X(44) VALUE
               "QQCATMNT - QQCATLG TABLE-PRODUCT CATALOG".
           05  FILLER                  PIC X(16) VALUE
               " PROOF FOR DATE ".
           05  CATR-HDG-DATE           PIC 9(08).
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  CATR-TRAN-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CATR-TRN-ACTION         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CATR-TRN-CODE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CATR-TRN-VERDICT        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CATR-TRN-REASON         PIC X(56).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  CATR-COLUMN-LINE.
           05  FILLER                  PIC X(46) VALUE
               "  PRODUCT  SET DESCRIPTION".
           05  FILLER                  PIC X(44) VALUE
               "SZ O OFFICE   EFF-FROM EFF-TO   STANDING".
       01  CATR-PRODUCT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CATR-PRD-CODE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CATR-PRD-SET-ID         PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CATR-PRD-DESC           PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CATR-PRD-TAB-SIZE       PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CATR-PRD-OPERATION      PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CATR-PRD-OFFICE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CATR-PRD-EFF-FROM       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CATR-PRD-EFF-TO         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CATR-PRD-STANDING       PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  CATR-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CATR-CNT-MSG            PIC X(40).
           05  CATR-CNT-VALUE          PIC Z(04)9.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  CATR-TEXT-LINE.
           05  CATR-TEXT-MSG           PIC X(90).
      ****************************************************
005600 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
                   UNTIL DL100-TRAN-EOF
               PERFORM 3000-SORT-THE-CATALOG THRU 3000-EXIT
               IF DL100-REJECT-COUNT = 0
                   PERFORM 4000-REWRITE-QQCATLG THRU 4000-EXIT
               END-IF
               PERFORM 5000-PRINT-PROOF THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - PICK UP THE BUSINESS DATE, OPEN THE
      * REPORT AND THE TRANSACTION CARDS AND LOAD THE CURRENT
      * CATALOG.  NO QQCATLG ON DISK IS A VALID START - THE
      * FIRST RUN BUILDS IT.
      ****************************************************
       1000-INITIALIZE.
           CALL "BUSDATE" USING BUSDATE-AREA
           OPEN OUTPUT CAT-RPT-FILE
           IF DL100-RPT-STATUS NOT = "00"
               DISPLAY "QC0001E CANNOT OPEN QQCATRPT REPORT "
                   "FILE - STATUS " DL100-RPT-STATUS
               MOVE "QC0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQCATRPT REPORT FILE - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE BUSDATE-BUS-DATE TO CATR-HDG-DATE
               WRITE CATR-RECORD FROM CATR-HEADING
               MOVE SPACES TO CATR-RECORD
               WRITE CATR-RECORD
               PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT
               OPEN INPUT CAT-TRAN-FILE
               IF DL100-TRAN-STATUS NOT = "00"
                   DISPLAY "QC0002E CANNOT OPEN QQCATTRN "
                       "TRANSACTION FILE - STATUS "
                       DL100-TRAN-STATUS
                   MOVE "QC0002E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN QQCATTRN TRANSACTION FILE - STATUS"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               ELSE
                   MOVE "Y" TO DL100-TRAN-OPEN-SWITCH
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-CATALOG.
           OPEN INPUT QQ-CAT-FILE
           IF DL100-CAT-STATUS = "00"
               PERFORM 1110-LOAD-ONE-PRODUCT THRU 1110-EXIT
                   UNTIL DL100-CAT-EOF
               CLOSE QQ-CAT-FILE
           ELSE
               DISPLAY "QC0003W NO QQCATLG FILE - STARTING "
                   "FROM AN EMPTY CATALOG"
               MOVE "QC0003W" TO EXCPLOG-MSG-ID
               MOVE "NO QQCATLG FILE - STARTING FROM AN EMPTY CATALOG"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-PRODUCT.
           READ QQ-CAT-FILE
               AT END
                   MOVE "Y" TO DL100-CAT-EOF-SWITCH
               NOT AT END
                   IF QQCAT-PRODUCT-CODE NOT = SPACES
                      AND DL100-PRD-COUNT < DL100-PRD-MAX
                       ADD 1 TO DL100-PRD-COUNT
                       MOVE QQCAT-RECORD
                           TO DL100-PRD-ENTRY (DL100-PRD-COUNT)
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************
      * 2000-APPLY-ONE-TRAN - ONE TRANSACTION CARD: FIND THE
      * PRODUCT, BUILD THE ENTRY AS IT WOULD STAND, EDIT IT
      * WHOLE, THEN ADD, REPLACE OR CLOSE IT IN THE IN-MEMORY
      * CATALOG.  EVERY CARD GETS A VERDICT LINE.
      ****************************************************
       2000-APPLY-ONE-TRAN.
           READ CAT-TRAN-FILE
               AT END
                   MOVE "Y" TO DL100-TRAN-EOF-SWITCH
               NOT AT END
                   MOVE CATTRN-ACTION       TO CATR-TRN-ACTION
                   MOVE CATTRN-PRODUCT-CODE TO CATR-TRN-CODE
                   MOVE SPACES              TO CATR-TRN-REASON
                   PERFORM 2100-JUDGE-ONE-TRAN THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-JUDGE-ONE-TRAN.
           EVALUATE TRUE
               WHEN NOT CATTRN-IS-ADD AND NOT CATTRN-IS-CHANGE
                AND NOT CATTRN-IS-RETIRE
                   MOVE "ACTION MUST BE A (ADD), C (CHANGE) OR R (RETIRE
      -                ")" TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN CATTRN-PRODUCT-CODE = SPACES
                   MOVE "PRODUCT CODE IS REQUIRED" TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN OTHER
                   PERFORM 2150-FIND-THE-PRODUCT THRU 2150-EXIT
                   EVALUATE TRUE
                       WHEN CATTRN-IS-ADD
                           PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                       WHEN CATTRN-IS-CHANGE
                           PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                       WHEN OTHER
                           PERFORM 2400-APPLY-RETIRE THRU 2400-EXIT
                   END-EVALUATE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2150-FIND-THE-PRODUCT.
           MOVE 0 TO DL100-MATCH-P
           PERFORM 2160-MATCH-ONE-PRODUCT THRU 2160-EXIT
               VARYING DL100-SUB-P FROM 1 BY 1
               UNTIL DL100-SUB-P > DL100-PRD-COUNT
                  OR DL100-MATCH-P > 0.
       2150-EXIT.
           EXIT.

       2160-MATCH-ONE-PRODUCT.
           IF DL100-PRD-CODE (DL100-SUB-P) = CATTRN-PRODUCT-CODE
               MOVE DL100-SUB-P TO DL100-MATCH-P
           END-IF.
       2160-EXIT.
           EXIT.

      ****************************************************
      * 2200-APPLY-ADD - START FROM THE DEFAULTS (OPERATION
      * M, EFFECTIVE FROM THE BUSINESS DATE, OPEN ENDED) AND
      * LAY THE CARD OVER THEM.
      ****************************************************
       2200-APPLY-ADD.
           EVALUATE TRUE
               WHEN DL100-MATCH-P > 0
                   MOVE "PRODUCT CODE IS ALREADY ON THE CATALOG"
                       TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN DL100-PRD-COUNT >= DL100-PRD-MAX
                   MOVE "CATALOG TABLE FULL - 100 PRODUCTS"
                       TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN OTHER
                   MOVE CATTRN-PRODUCT-CODE TO DL100-NEW-CODE
                   MOVE 0                   TO DL100-NEW-SET-ID
                                               DL100-NEW-TAB-SIZE
                   MOVE SPACES              TO DL100-NEW-DESC
                                               DL100-NEW-OFFICE
                   MOVE "M"                 TO DL100-NEW-OPERATION
                   MOVE BUSDATE-BUS-DATE    TO DL100-NEW-EFF-FROM
                   MOVE 99999999            TO DL100-NEW-EFF-TO
                   PERFORM 2500-MERGE-THE-CARD THRU 2500-EXIT
                   IF DL100-ENTRY-OK
                       PERFORM 2550-EDIT-THE-ENTRY THRU 2550-EXIT
                   END-IF
                   IF DL100-ENTRY-OK
                       MOVE 0 TO DL100-MATCH-P
                       PERFORM 2600-CHECK-OVERLAP THRU 2600-EXIT
                   END-IF
                   IF NOT DL100-ENTRY-OK
                       PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
                   ELSE
                       ADD 1 TO DL100-PRD-COUNT
                       MOVE BUSDATE-BUS-DATE TO DL100-NEW-MAINT
                       MOVE DL100-NEW-ENTRY
                           TO DL100-PRD-ENTRY (DL100-PRD-COUNT)
                       ADD 1 TO DL100-ADD-COUNT
                       PERFORM 7000-REPORT-APPLIED THRU 7000-EXIT
                   END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ****************************************************
      * 2300-APPLY-CHANGE - START FROM THE PRODUCT AS IT IS
      * ON FILE AND LAY THE CARD OVER IT.  A CHANGED SET ID
      * IS REFUSED - THE WHOLE POINT OF THE CATALOG IS THAT
      * A PRODUCT'S SET ID NEVER MOVES.
      ****************************************************
       2300-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN DL100-MATCH-P = 0
                   MOVE "PRODUCT CODE IS NOT ON THE CATALOG"
                       TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN CATTRN-SET-ID NOT = SPACES
                AND CATTRN-SET-ID NOT = DL100-PRD-SET-ID (DL100-MATCH-P)
                   MOVE "SET ID IS FIXED - RETIRE AND ADD A NEW PRODUCT"
                       TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN OTHER
                   MOVE DL100-PRD-ENTRY (DL100-MATCH-P)
                       TO DL100-NEW-ENTRY
                   PERFORM 2500-MERGE-THE-CARD THRU 2500-EXIT
                   IF DL100-ENTRY-OK
                       PERFORM 2550-EDIT-THE-ENTRY THRU 2550-EXIT
                   END-IF
                   IF DL100-ENTRY-OK
                       PERFORM 2600-CHECK-OVERLAP THRU 2600-EXIT
                   END-IF
                   IF NOT DL100-ENTRY-OK
                       PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
                   ELSE
                       MOVE BUSDATE-BUS-DATE TO DL100-NEW-MAINT
                       MOVE DL100-NEW-ENTRY
                           TO DL100-PRD-ENTRY (DL100-MATCH-P)
                       ADD 1 TO DL100-CHG-COUNT
                       PERFORM 7000-REPORT-APPLIED THRU 7000-EXIT
                   END-IF
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      ****************************************************
      * 2400-APPLY-RETIRE - ONLY AN OPEN-ENDED PRODUCT CAN BE
      * RETIRED; A RETIRED ONE IS RE-DATED WITH A CHANGE.
      * CLOSING A RANGE CANNOT CREATE AN OVERLAP, SO NONE IS
      * LOOKED FOR.
      ****************************************************
       2400-APPLY-RETIRE.
           EVALUATE TRUE
               WHEN DL100-MATCH-P = 0
                   MOVE "PRODUCT CODE IS NOT ON THE CATALOG"
                       TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN DL100-PRD-EFF-TO (DL100-MATCH-P) NOT = 99999999
                   MOVE SPACES TO CATR-TRN-REASON
                   STRING "PRODUCT IS ALREADY RETIRED ON "
                       DL100-PRD-EFF-TO (DL100-MATCH-P)
                       DELIMITED BY SIZE INTO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN CATTRN-EFF-TO NOT = SPACES
                AND CATTRN-EFF-TO NOT NUMERIC
                   MOVE "RETIRE DATE IS NOT NUMERIC"
                       TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN OTHER
                   PERFORM 2410-CLOSE-THE-RANGE THRU 2410-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.

       2410-CLOSE-THE-RANGE.
           MOVE DL100-PRD-ENTRY (DL100-MATCH-P) TO DL100-NEW-ENTRY
           IF CATTRN-EFF-TO = SPACES
               MOVE BUSDATE-BUS-DATE TO DL100-NEW-EFF-TO
           ELSE
               MOVE CATTRN-EFF-TO-N TO DL100-NEW-EFF-TO
           END-IF
           MOVE DL100-NEW-EFF-TO TO DL100-EDIT-DATE
           PERFORM 2700-EDIT-ONE-DATE THRU 2700-EXIT
           EVALUATE TRUE
               WHEN NOT DL100-DATE-OK
                   MOVE "RETIRE DATE IS NOT A REAL CALENDAR DATE"
                       TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN DL100-NEW-EFF-TO < DL100-NEW-EFF-FROM
                   MOVE "RETIRE DATE IS BEFORE EFFECTIVE-FROM"
                       TO CATR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               WHEN OTHER
                   MOVE BUSDATE-BUS-DATE TO DL100-NEW-MAINT
                   MOVE DL100-NEW-ENTRY
                       TO DL100-PRD-ENTRY (DL100-MATCH-P)
                   ADD 1 TO DL100-RET-COUNT
                   PERFORM 7000-REPORT-APPLIED THRU 7000-EXIT
           END-EVALUATE.
       2410-EXIT.
           EXIT.

      ****************************************************
      * 2500-MERGE-THE-CARD - EVERY FIELD PUNCHED ON THE CARD
      * REPLACES THE ONE IN THE NEW ENTRY; A BLANK FIELD
      * LEAVES IT ALONE.  A NUMERIC FIELD THAT IS NOT
      * NUMERIC STOPS THE MERGE.
      ****************************************************
       2500-MERGE-THE-CARD.
           MOVE "N" TO DL100-ENTRY-OK-SWITCH
           EVALUATE TRUE
               WHEN CATTRN-SET-ID NOT = SPACES
                AND CATTRN-SET-ID NOT NUMERIC
                   MOVE "SET ID IS NOT NUMERIC" TO CATR-TRN-REASON
               WHEN CATTRN-TAB-SIZE NOT = SPACES
                AND CATTRN-TAB-SIZE NOT NUMERIC
                   MOVE "TABLE SIZE IS NOT NUMERIC"
                       TO CATR-TRN-REASON
               WHEN CATTRN-EFF-FROM NOT = SPACES
                AND CATTRN-EFF-FROM NOT NUMERIC
                   MOVE "EFFECTIVE-FROM IS NOT NUMERIC"
                       TO CATR-TRN-REASON
               WHEN CATTRN-EFF-TO NOT = SPACES
                AND CATTRN-EFF-TO NOT NUMERIC
                   MOVE "EFFECTIVE-TO IS NOT NUMERIC"
                       TO CATR-TRN-REASON
               WHEN OTHER
                   PERFORM 2510-LAY-THE-CARD THRU 2510-EXIT
                   MOVE "Y" TO DL100-ENTRY-OK-SWITCH
           END-EVALUATE.
       2500-EXIT.
           EXIT.

       2510-LAY-THE-CARD.
           IF CATTRN-SET-ID NOT = SPACES
               MOVE CATTRN-SET-ID-N TO DL100-NEW-SET-ID
           END-IF
           IF CATTRN-DESCRIPTION NOT = SPACES
               MOVE CATTRN-DESCRIPTION TO DL100-NEW-DESC
           END-IF
           IF CATTRN-TAB-SIZE NOT = SPACES
               MOVE CATTRN-TAB-SIZE-N TO DL100-NEW-TAB-SIZE
           END-IF
           IF CATTRN-OPERATION NOT = SPACES
               MOVE CATTRN-OPERATION TO DL100-NEW-OPERATION
           END-IF
           IF CATTRN-OFFICE NOT = SPACES
               MOVE CATTRN-OFFICE TO DL100-NEW-OFFICE
           END-IF
           IF CATTRN-EFF-FROM NOT = SPACES
               MOVE CATTRN-EFF-FROM-N TO DL100-NEW-EFF-FROM
           END-IF
           IF CATTRN-EFF-TO NOT = SPACES
               MOVE CATTRN-EFF-TO-N TO DL100-NEW-EFF-TO
           END-IF.
       2510-EXIT.
           EXIT.

      ****************************************************
      * 2550-EDIT-THE-ENTRY - THE WHOLE ENTRY AS IT WOULD
      * STAND, WHETHER THE FIELD CAME FROM THE CARD OR FROM
      * THE FILE.  FIRST FAILURE WINS.
      ****************************************************
       2550-EDIT-THE-ENTRY.
           MOVE "N" TO DL100-ENTRY-OK-SWITCH
           EVALUATE TRUE
               WHEN DL100-NEW-SET-ID < 1 OR DL100-NEW-SET-ID > 10
                   MOVE "SET ID MUST BE 01 THRU 10" TO CATR-TRN-REASON
               WHEN DL100-NEW-DESC = SPACES
                   MOVE "DESCRIPTION IS REQUIRED" TO CATR-TRN-REASON
               WHEN DL100-NEW-TAB-SIZE < 1
                   MOVE "TABLE SIZE MUST BE 01 THRU 99"
                       TO CATR-TRN-REASON
               WHEN NOT DL100-NEW-OP-VALID
                   MOVE "OPERATION MUST BE M, A OR S" TO CATR-TRN-REASON
               WHEN DL100-NEW-OPERATION = "M"
                AND DL100-NEW-TAB-SIZE > 31
                   MOVE "MULTIPLY TABLE PAST SIZE 31 OVERFLOWS CELLS"
                       TO CATR-TRN-REASON
               WHEN DL100-NEW-OFFICE = SPACES
                   MOVE "OWNING OFFICE IS REQUIRED" TO CATR-TRN-REASON
               WHEN OTHER
                   PERFORM 2560-EDIT-THE-DATES THRU 2560-EXIT
           END-EVALUATE.
       2550-EXIT.
           EXIT.

       2560-EDIT-THE-DATES.
           MOVE DL100-NEW-EFF-FROM TO DL100-EDIT-DATE
           PERFORM 2700-EDIT-ONE-DATE THRU 2700-EXIT
           IF NOT DL100-DATE-OK
               MOVE "EFFECTIVE-FROM IS NOT A REAL CALENDAR DATE"
                   TO CATR-TRN-REASON
           ELSE
               IF DL100-NEW-EFF-TO NOT = 99999999
                   MOVE DL100-NEW-EFF-TO TO DL100-EDIT-DATE
                   PERFORM 2700-EDIT-ONE-DATE THRU 2700-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN NOT DL100-DATE-OK
                       MOVE "EFFECTIVE-TO IS NOT A REAL CALENDAR DATE"
                           TO CATR-TRN-REASON
                   WHEN DL100-NEW-EFF-TO < DL100-NEW-EFF-FROM
                       MOVE "EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM"
                           TO CATR-TRN-REASON
                   WHEN OTHER
                       MOVE "Y" TO DL100-ENTRY-OK-SWITCH
               END-EVALUATE
           END-IF.
       2560-EXIT.
           EXIT.

      ****************************************************
      * 2600-CHECK-OVERLAP - NO OTHER PRODUCT ON THE SAME SET
      * ID MAY BE IN EFFECT ON ANY DATE THE NEW ENTRY IS.
      * DL100-MATCH-P IS THE ENTRY'S OWN SLOT ON A CHANGE
      * (SKIPPED) AND ZERO ON AN ADD.
      ****************************************************
       2600-CHECK-OVERLAP.
           MOVE 0 TO DL100-CLASH-P
           PERFORM 2610-CHECK-ONE-OVERLAP THRU 2610-EXIT
               VARYING DL100-SUB-P FROM 1 BY 1
               UNTIL DL100-SUB-P > DL100-PRD-COUNT
                  OR DL100-CLASH-P > 0
           IF DL100-CLASH-P > 0
               MOVE "N" TO DL100-ENTRY-OK-SWITCH
               MOVE SPACES TO CATR-TRN-REASON
               STRING "SET ID " DL100-NEW-SET-ID " IS HELD BY "
                       DELIMITED BY SIZE
                   DL100-PRD-CODE (DL100-CLASH-P)
                       DELIMITED BY SPACE
                   " OVER THOSE DATES"
                       DELIMITED BY SIZE
                   INTO CATR-TRN-REASON
           END-IF.
       2600-EXIT.
           EXIT.

       2610-CHECK-ONE-OVERLAP.
           IF DL100-SUB-P NOT = DL100-MATCH-P
              AND DL100-PRD-SET-ID (DL100-SUB-P) = DL100-NEW-SET-ID
              AND DL100-PRD-EFF-FROM (DL100-SUB-P)
                  <= DL100-NEW-EFF-TO
              AND DL100-PRD-EFF-TO (DL100-SUB-P)
                  >= DL100-NEW-EFF-FROM
               MOVE DL100-SUB-P TO DL100-CLASH-P
           END-IF.
       2610-EXIT.
           EXIT.

      ****************************************************
      * 2700-EDIT-ONE-DATE - DL100-EDIT-DATE IS A REAL
      * CALENDAR DATE: YEAR 1900-2099, MONTH 01-12 AND THE
      * DAY IN THAT MONTH, WITH FEBRUARY'S LEAP DAY IN YEARS
      * DIVISIBLE BY 4 EXCEPT CENTURIES NOT DIVISIBLE BY 400.
      ****************************************************
       2700-EDIT-ONE-DATE.
           MOVE "N" TO DL100-DATE-OK-SWITCH
           IF DL100-DS-YEAR >= 1900 AND DL100-DS-YEAR <= 2099
              AND DL100-DS-MONTH >= 1 AND DL100-DS-MONTH <= 12
               EVALUATE DL100-DS-MONTH
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO DL100-MONTH-DAYS
                   WHEN 02
                       DIVIDE DL100-DS-YEAR BY 4 GIVING DL100-LEAP-Q
                           REMAINDER DL100-LEAP-R4
                       DIVIDE DL100-DS-YEAR BY 100 GIVING DL100-LEAP-Q
                           REMAINDER DL100-LEAP-R100
                       DIVIDE DL100-DS-YEAR BY 400 GIVING DL100-LEAP-Q
                           REMAINDER DL100-LEAP-R400
                       IF DL100-LEAP-R4 = 0
                          AND (DL100-LEAP-R100 NOT = 0
                               OR DL100-LEAP-R400 = 0)
                           MOVE 29 TO DL100-MONTH-DAYS
                       ELSE
                           MOVE 28 TO DL100-MONTH-DAYS
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO DL100-MONTH-DAYS
               END-EVALUATE
               IF DL100-DS-DAY >= 1
                  AND DL100-DS-DAY <= DL100-MONTH-DAYS
                   MOVE "Y" TO DL100-DATE-OK-SWITCH
               END-IF
           END-IF.
       2700-EXIT.
           EXIT.

      ****************************************************
      * 3000-SORT-THE-CATALOG - BUBBLE THE TABLE INTO SET ID
      * ORDER, AND EFFECTIVE-FROM ORDER WITHIN A SET ID, SO
      * THE REWRITTEN FILE AND THE PROOF READ AS EACH SET'S
      * HISTORY.
      ****************************************************
       3000-SORT-THE-CATALOG.
           MOVE "Y" TO DL100-SWAPPED-SWITCH
           PERFORM 3100-ONE-BUBBLE-PASS THRU 3100-EXIT
               UNTIL NOT DL100-SWAP-DONE.
       3000-EXIT.
           EXIT.

       3100-ONE-BUBBLE-PASS.
           MOVE "N" TO DL100-SWAPPED-SWITCH
           PERFORM 3110-COMPARE-ADJACENT THRU 3110-EXIT
               VARYING DL100-SUB-P FROM 1 BY 1
               UNTIL DL100-SUB-P >= DL100-PRD-COUNT.
       3100-EXIT.
           EXIT.

       3110-COMPARE-ADJACENT.
           COMPUTE DL100-SUB-P2 = DL100-SUB-P + 1
           IF DL100-PRD-SET-ID (DL100-SUB-P)
              > DL100-PRD-SET-ID (DL100-SUB-P2)
              OR (DL100-PRD-SET-ID (DL100-SUB-P)
                  = DL100-PRD-SET-ID (DL100-SUB-P2)
                  AND DL100-PRD-EFF-FROM (DL100-SUB-P)
                      > DL100-PRD-EFF-FROM (DL100-SUB-P2))
               MOVE DL100-PRD-ENTRY (DL100-SUB-P)
                   TO DL100-SWAP-ENTRY
               MOVE DL100-PRD-ENTRY (DL100-SUB-P2)
                   TO DL100-PRD-ENTRY (DL100-SUB-P)
               MOVE DL100-SWAP-ENTRY
                   TO DL100-PRD-ENTRY (DL100-SUB-P2)
               MOVE "Y" TO DL100-SWAPPED-SWITCH
           END-IF.
       3110-EXIT.
           EXIT.

      ****************************************************
      * 4000-REWRITE-QQCATLG - EVERY CARD APPLIED CLEAN, SO
      * THE LIVE CATALOG IS REWRITTEN IN SORTED ORDER.
      ****************************************************
       4000-REWRITE-QQCATLG.
           OPEN OUTPUT QQ-CAT-FILE
           IF DL100-CAT-STATUS = "00"
               PERFORM 4100-WRITE-ONE-PRODUCT THRU 4100-EXIT
                   VARYING DL100-SUB-P FROM 1 BY 1
                   UNTIL DL100-SUB-P > DL100-PRD-COUNT
               CLOSE QQ-CAT-FILE
           ELSE
               DISPLAY "QC0004E CANNOT REWRITE QQCATLG - "
                   "STATUS " DL100-CAT-STATUS
               MOVE "QC0004E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT REWRITE QQCATLG - STATUS" TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-PRODUCT.
           MOVE DL100-PRD-ENTRY (DL100-SUB-P) TO QQCAT-RECORD
           WRITE QQCAT-RECORD.
       4100-EXIT.
           EXIT.

      ****************************************************
      * 5000-PRINT-PROOF - THE FULL RESULTING CATALOG, ONE
      * LINE PER PRODUCT WITH ITS STANDING ON THE BUSINESS
      * DATE, THEN THE COUNTS AND THE VERDICT.  A CATALOG
      * WITH NOTHING IN EFFECT TONIGHT WOULD STOP QQ, SO IT IS
      * CALLED OUT HERE WHILE THERE IS STILL TIME TO FIX IT.
      * EXCPLOG'S CALL RESETS RETURN-CODE, SO THE WARNING IS
      * POSTED BEFORE THE VERDICT SETS THE STEP'S CODE.
      ****************************************************
       5000-PRINT-PROOF.
           MOVE SPACES TO CATR-RECORD
           WRITE CATR-RECORD
           MOVE "RESULTING CATALOG (BY SET ID AND EFFECTIVE-FROM)"
               TO CATR-TEXT-MSG
           WRITE CATR-RECORD FROM CATR-TEXT-LINE
           MOVE SPACES TO CATR-RECORD
           WRITE CATR-RECORD
           WRITE CATR-RECORD FROM CATR-COLUMN-LINE
           MOVE 0 TO DL100-ACTIVE-COUNT
           PERFORM 5100-PRINT-ONE-PRODUCT THRU 5100-EXIT
               VARYING DL100-SUB-P FROM 1 BY 1
               UNTIL DL100-SUB-P > DL100-PRD-COUNT
           MOVE SPACES TO CATR-RECORD
           WRITE CATR-RECORD
           MOVE "PRODUCTS ON RESULTING CATALOG" TO CATR-CNT-MSG
           MOVE DL100-PRD-COUNT TO CATR-CNT-VALUE
           WRITE CATR-RECORD FROM CATR-COUNT-LINE
           MOVE "PRODUCTS IN EFFECT ON THE BUSINESS DATE"
               TO CATR-CNT-MSG
           MOVE DL100-ACTIVE-COUNT TO CATR-CNT-VALUE
           WRITE CATR-RECORD FROM CATR-COUNT-LINE
           MOVE "TRANSACTIONS ADDED" TO CATR-CNT-MSG
           MOVE DL100-ADD-COUNT TO CATR-CNT-VALUE
           WRITE CATR-RECORD FROM CATR-COUNT-LINE
           MOVE "TRANSACTIONS CHANGED" TO CATR-CNT-MSG
           MOVE DL100-CHG-COUNT TO CATR-CNT-VALUE
           WRITE CATR-RECORD FROM CATR-COUNT-LINE
           MOVE "TRANSACTIONS RETIRED" TO CATR-CNT-MSG
           MOVE DL100-RET-COUNT TO CATR-CNT-VALUE
           WRITE CATR-RECORD FROM CATR-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED" TO CATR-CNT-MSG
           MOVE DL100-REJECT-COUNT TO CATR-CNT-VALUE
           WRITE CATR-RECORD FROM CATR-COUNT-LINE
           MOVE SPACES TO CATR-RECORD
           WRITE CATR-RECORD
           IF DL100-ACTIVE-COUNT = 0
               MOVE "QC0006W NO PRODUCT IS IN EFFECT ON THE BUSINESS DAT
      -            "E - QQ WILL NOT BUILD TONIGHT"
                   TO CATR-TEXT-MSG
               WRITE CATR-RECORD FROM CATR-TEXT-LINE
               DISPLAY "QC0006W NO PRODUCT IS IN EFFECT ON "
                   BUSDATE-BUS-DATE " - QQ WILL NOT BUILD"
               MOVE "QC0006W" TO EXCPLOG-MSG-ID
               MOVE "NO CATALOG PRODUCT IN EFFECT ON THE BUSINESS DATE"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE 4 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN DL100-ABEND-OCCURRED
                   MOVE "QC0004E QQCATLG COULD NOT BE REWRITTEN - THE OL
      -                "D CATALOG MAY BE INCOMPLETE" TO CATR-TEXT-MSG
                   WRITE CATR-RECORD FROM CATR-TEXT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN DL100-REJECT-COUNT = 0
                   MOVE "QC0000I ALL TRANSACTIONS APPLIED - QQCATLG REWR
      -                "ITTEN" TO CATR-TEXT-MSG
                   WRITE CATR-RECORD FROM CATR-TEXT-LINE
                   DISPLAY "QC0000I CATALOG MAINTENANCE COMPLETE "
                       "- " DL100-PRD-COUNT " PRODUCTS, "
                       DL100-ACTIVE-COUNT " IN EFFECT"
               WHEN OTHER
                   MOVE "QC0005E TRANSACTIONS REJECTED - QQCATLG NOT REW
      -                "RITTEN, FIX THE CARDS AND RERUN"
                       TO CATR-TEXT-MSG
                   WRITE CATR-RECORD FROM CATR-TEXT-LINE
                   DISPLAY "QC0005E " DL100-REJECT-COUNT
                       " TRANSACTION(S) REJECTED - QQCATLG NOT "
                       "REWRITTEN"
                   MOVE "QC0005E" TO EXCPLOG-MSG-ID
                   MOVE "TRANSACTIONS REJECTED - QQCATLG NOT REWRITTEN"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       5000-EXIT.
           EXIT.

      ****************************************************
      * 5100-PRINT-ONE-PRODUCT - STANDING IS FUTURE BEFORE
      * EFFECTIVE-FROM, RETIRED AFTER EFFECTIVE-TO, ACTIVE
      * IN BETWEEN.
      ****************************************************
       5100-PRINT-ONE-PRODUCT.
           MOVE DL100-PRD-ENTRY (DL100-SUB-P) TO DL100-NEW-ENTRY
           MOVE DL100-NEW-CODE      TO CATR-PRD-CODE
           MOVE DL100-NEW-SET-ID    TO CATR-PRD-SET-ID
           MOVE DL100-NEW-DESC      TO CATR-PRD-DESC
           MOVE DL100-NEW-TAB-SIZE  TO CATR-PRD-TAB-SIZE
           MOVE DL100-NEW-OPERATION TO CATR-PRD-OPERATION
           MOVE DL100-NEW-OFFICE    TO CATR-PRD-OFFICE
           MOVE DL100-NEW-EFF-FROM  TO CATR-PRD-EFF-FROM
           IF DL100-NEW-EFF-TO = 99999999
               MOVE "(OPEN)"         TO CATR-PRD-EFF-TO
           ELSE
               MOVE DL100-NEW-EFF-TO TO CATR-PRD-EFF-TO
           END-IF
           EVALUATE TRUE
               WHEN BUSDATE-BUS-DATE < DL100-NEW-EFF-FROM
                   MOVE "FUTURE"  TO CATR-PRD-STANDING
               WHEN BUSDATE-BUS-DATE > DL100-NEW-EFF-TO
                   MOVE "RETIRED" TO CATR-PRD-STANDING
               WHEN OTHER
                   MOVE "ACTIVE"  TO CATR-PRD-STANDING
                   ADD 1 TO DL100-ACTIVE-COUNT
           END-EVALUATE
           WRITE CATR-RECORD FROM CATR-PRODUCT-LINE.
       5100-EXIT.
           EXIT.

      ****************************************************
      * 7000/7100 - ONE PROOF LINE PER TRANSACTION.
      ****************************************************
       7000-REPORT-APPLIED.
           MOVE "APPLIED" TO CATR-TRN-VERDICT
           MOVE SPACES    TO CATR-TRN-REASON
           WRITE CATR-RECORD FROM CATR-TRAN-LINE.
       7000-EXIT.
           EXIT.

       7100-REPORT-REJECT.
           MOVE "*REJECT*" TO CATR-TRN-VERDICT
           WRITE CATR-RECORD FROM CATR-TRAN-LINE
           ADD 1 TO DL100-REJECT-COUNT.
       7100-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "QQCATMNT" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - CLOSE WHATEVER IS STILL OPEN.
      ****************************************************
       9000-TERMINATE.
           IF DL100-TRAN-OPENED
               CLOSE CAT-TRAN-FILE
           END-IF
           IF DL100-RPT-STATUS = "00" OR DL100-RPT-STATUS = "10"
               CLOSE CAT-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
