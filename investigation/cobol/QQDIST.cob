000100******************************************************
000200* QQDIST.COB
000300*
000400* PER-SUBSCRIBER DISTRIBUTION OF THE QQ TABLE FEED.
000500* QQDELTA CUTS ONE HOUSE FEED (QQDELTAF) A NIGHT; THIS
000600* STEP CUTS ONE EXTRACT FROM IT FOR EVERY ACTIVE OFFICE
000700* ON THE QQSUBMST SUBSCRIBER MASTER, CARRYING ONLY THE
000800* TABLE SETS AND OPERATIONS THAT OFFICE TAKES:
000900*   - A DELTA SUBSCRIBER ("D") GETS THE HOUSE FEED'S
001000*     A/C/D RECORDS FOR ITS SETS AND OPERATIONS;
001100*   - A FULL-REFRESH SUBSCRIBER ("F") GETS EVERY CELL OF
001200*     THE CURRENT QQFLAT EXPORT FOR ITS SETS AND
001300*     OPERATIONS, AS "A" RECORDS.
001400* EVERY EXTRACT IS A COMPLETE FEED IN ITS OWN RIGHT -
001500* ITS OWN "H" HEADER (NAMING THE SUBSCRIBER, WITH ITS
001600* OWN FEED SEQUENCE NUMBER) AND ITS OWN "T" TRAILER -
001700* AND GETS ITS OWN QQFEEDRG REGISTER ENTRY, SO QQFEEDAK
001800* PROVES RECEIPT OFFICE BY OFFICE.  THE EXTRACTS ARE
001900* WRITTEN ONE AFTER ANOTHER TO QQDISTF FOR THE
002000* TRANSMISSION STEP, WHICH ROUTES EACH ONE BY THE
002100* SUBSCRIBER ON ITS HEADER.  AN EXTRACT WITH NOTHING
002200* IN IT IS STILL CUT, SO THE OFFICE CONFIRMS A QUIET
002300* NIGHT LIKE ANY OTHER.
002400*
002500* ONCE SPLIT, THE HOUSE FEED'S OWN REGISTER ENTRY IS
002600* MARKED DISTRIBUTED ("S") - NO OFFICE RECEIVES IT, SO
002700* NO RECEIPT IS EXPECTED FOR IT - AND A RERUN AGAINST A
002800* HOUSE FEED ALREADY DISTRIBUTED IS REFUSED RATHER THAN
002900* CUTTING EVERY OFFICE A SECOND SET OF EXTRACTS.  THE
003000* REGISTER IS REWRITTEN THROUGH THE QQFEEDRN WORK FILE,
003100* THE SAME WAY QQFEEDAK REWRITES IT.
003200*
003300* MODIFICATION HISTORY
003400*   2026-10-15 DLH  INITIAL VERSION.
      *   2026-10-15 DLH  A HOUSE FEED WHOSE GENERATION QQBKOUT
      *                   BACKED OUT IS REFUSED (QN0010E) - NO
      *                   OFFICE IS CUT AN EXTRACT OF A FEED
      *                   THAT IS TO BE REISSUED.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.
003500******************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. QQDIST.
003800 AUTHOR. D HARTLEY.
003900 INSTALLATION. DAILY UTILITY SUITE.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200******************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
           SELECT SUB-MAST-FILE ASSIGN TO "QQSUBMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SUB-STATUS.
           SELECT QQ-DELTA-FILE ASSIGN TO "QQDELTAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DELTA-STATUS.
           SELECT QQ-FLAT-FILE ASSIGN TO "QQFLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-FLAT-STATUS.
           SELECT DIST-FILE ASSIGN TO "QQDISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DIST-STATUS.
           SELECT FEED-REG-FILE ASSIGN TO "QQFEEDRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REG-STATUS.
           SELECT FEED-REG-NEW-FILE ASSIGN TO "QQFEEDRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-NEW-STATUS.
           SELECT DIST-RPT-FILE ASSIGN TO "QDSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RPT-STATUS.
004600******************************************************
004700 DATA DIVISION.
004800 FILE SECTION.
       FD  SUB-MAST-FILE.
           COPY QQSUBRC.
      *
       FD  QQ-DELTA-FILE.
       01  QQDELTA-IN-RECORD           PIC X(34).
      *
       FD  QQ-FLAT-FILE.
           COPY QQFLATRC.
      *
       FD  DIST-FILE.
           COPY QQDELTRC.
      *
       FD  FEED-REG-FILE.
           COPY QQFEEDRC.
      *
       FD  FEED-REG-NEW-FILE.
       01  FEED-REG-NEW-RECORD         PIC X(76).
      *
       FD  DIST-RPT-FILE.
       01  QDSR-RECORD                 PIC X(90).
      *
       WORKING-STORAGE SECTION.
      ****************************************************
      * COMMON EXCEPTION-LOG INTERFACE (EXCPLOG SUBPROGRAM)
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-SUB-STATUS            PIC X(02) VALUE "00".
       01  DL100-DELTA-STATUS          PIC X(02) VALUE "00".
       01  DL100-FLAT-STATUS           PIC X(02) VALUE "00".
       01  DL100-DIST-STATUS           PIC X(02) VALUE "00".
       01  DL100-REG-STATUS            PIC X(02) VALUE "00".
       01  DL100-NEW-STATUS            PIC X(02) VALUE "00".
       01  DL100-RPT-STATUS            PIC X(02) VALUE "00".
       01  DL100-EOF-SWITCH            PIC X(01) VALUE "N".
           88  DL100-END-OF-FILE           VALUE "Y".
       01  DL100-NEW-EOF-SWITCH        PIC X(01) VALUE "N".
           88  DL100-NEW-EOF               VALUE "Y".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-REG-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  DL100-REG-OPENED            VALUE "Y".
       01  DL100-WANTED-SWITCH         PIC X(01) VALUE "N".
           88  DL100-RECORD-WANTED         VALUE "Y".
      ****************************************************
      * THE HOUSE FEED - ITS HEADER, WHETHER IT ENDED WITH A
      * TRAILER, AND WHAT THE REGISTER SAYS ABOUT IT.
      ****************************************************
       01  DL100-HOUSE-SEQ             PIC 9(06) VALUE 0.
       01  DL100-HOUSE-BUS-DATE        PIC 9(08) VALUE 0.
       01  DL100-HOUSE-OPERATION       PIC X(01) VALUE SPACE.
       01  DL100-HEADER-SEEN-SWITCH    PIC X(01) VALUE "N".
           88  DL100-HEADER-SEEN           VALUE "Y".
       01  DL100-TRAILER-SEEN-SWITCH   PIC X(01) VALUE "N".
           88  DL100-TRAILER-SEEN          VALUE "Y".
       01  DL100-HOUSE-REG-SWITCH      PIC X(01) VALUE "N".
           88  DL100-HOUSE-ON-REGISTER     VALUE "Y".
       01  DL100-HOUSE-DIST-SWITCH     PIC X(01) VALUE "N".
           88  DL100-HOUSE-ALREADY-SPLIT   VALUE "Y".
       01  DL100-HOUSE-BKOUT-SWITCH    PIC X(01) VALUE "N".
           88  DL100-HOUSE-BACKED-OUT      VALUE "Y".
       77  DL100-FEED-SEQ              PIC 9(06) VALUE 0.
      ****************************************************
      * THE SUBSCRIBER MASTER - LOADED WHOLE, AFTER EDITING,
      * BEFORE ANY EXTRACT IS CUT.  A CARD THAT FAILS THE EDIT
      * IS LISTED AS REJECTED AND NEVER LOADED.
      ****************************************************
       77  DL100-SUB-MAX               PIC 9(03) COMP VALUE 50.
       77  DL100-SUB-COUNT             PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-S                 PIC 9(03) COMP VALUE 0.
       77  DL100-SUB-D                 PIC 9(03) COMP VALUE 0.
       01  DL100-SUB-TBL.
           03  DL100-SUB-ENTRY OCCURS 50 TIMES.
               05  DL100-SE-SUB-ID     PIC X(08).
               05  DL100-SE-FEED-TYPE  PIC X(01).
               05  DL100-SE-SET-FLAGS.
                   07  DL100-SE-SET-FLAG OCCURS 10 TIMES
                                        PIC X(01).
               05  DL100-SE-OPERATIONS PIC X(03).
               05  DL100-SE-STATUS     PIC X(01).
       01  DL100-EDIT-WORK             PIC X(10).
       01  DL100-OPS-WORK              PIC X(03).
       01  DL100-DUP-SWITCH            PIC X(01) VALUE "N".
           88  DL100-DUP-FOUND             VALUE "Y".
       01  DL100-REJECT-REASON         PIC X(40) VALUE SPACES.
      ****************************************************
      * ONE EXTRACT BEING CUT - ITS RECORD SET AND OPERATION
      * AND ITS OWN TRAILER TALLIES.
      ****************************************************
       77  DL100-SET-MAX               PIC 9(02) COMP VALUE 10.
       77  DL100-WK-SET                PIC 9(02) COMP VALUE 0.
       01  DL100-WK-OPERATION          PIC X(01) VALUE SPACE.
       77  DL100-X-ADD-COUNT           PIC 9(07) VALUE 0.
       77  DL100-X-CHG-COUNT           PIC 9(07) VALUE 0.
       77  DL100-X-DEL-COUNT           PIC 9(07) VALUE 0.
       77  DL100-X-HASH-TOTAL          PIC 9(12) VALUE 0.
      ****************************************************
      * RUN COUNTERS
      ****************************************************
       77  DL100-ACTIVE-COUNT          PIC 9(05) VALUE 0.
       77  DL100-INACTIVE-COUNT        PIC 9(05) VALUE 0.
       77  DL100-REJECT-COUNT          PIC 9(05) VALUE 0.
       77  DL100-CUT-COUNT             PIC 9(05) VALUE 0.
      ****************************************************
      * REPORT LINE LAYOUTS
      ****************************************************
       01  QDSR-HEADING.
           05  FILLER                  PIC X(48) VALUE
               "QQDIST - SUBSCRIBER DISTRIBUTION OF HOUSE FEED".
           05  QDSR-HDG-SEQ            PIC 9(06).
           05  FILLER                  PIC X(19) VALUE
               "  BUSINESS DATE    ".
           05  QDSR-HDG-DATE           PIC 9(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  QDSR-DETAIL.
           05  FILLER                  PIC X(05) VALUE " SUB ".
           05  QDSR-DET-SUB-ID         PIC X(08).
           05  FILLER                  PIC X(06) VALUE " TYPE ".
           05  QDSR-DET-TYPE           PIC X(01).
           05  FILLER                  PIC X(06) VALUE " FEED ".
           05  QDSR-DET-SEQ            PIC Z(05)9.
           05  FILLER                  PIC X(05) VALUE " ADD ".
           05  QDSR-DET-ADDS           PIC Z(06)9.
           05  FILLER                  PIC X(05) VALUE " CHG ".
           05  QDSR-DET-CHGS           PIC Z(06)9.
           05  FILLER                  PIC X(05) VALUE " DEL ".
           05  QDSR-DET-DELS           PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QDSR-DET-FLAG           PIC X(20).
       01  QDSR-REJECT-LINE.
           05  FILLER                  PIC X(05) VALUE " SUB ".
           05  QDSR-REJ-SUB-ID         PIC X(08).
           05  FILLER                  PIC X(11) VALUE
               "  *REJECT* ".
           05  QDSR-REJ-REASON         PIC X(40).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  QDSR-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QDSR-CNT-MSG            PIC X(40).
           05  QDSR-CNT-VALUE          PIC Z(04)9.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  QDSR-VERDICT-LINE.
           05  QDSR-VERDICT-MSG        PIC X(90).
      ****************************************************
004900 PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 2000-CARRY-REGISTER THRU 2000-EXIT
           END-IF
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 3000-CUT-ONE-EXTRACT THRU 3000-EXIT
                   VARYING DL100-SUB-S FROM 1 BY 1
                   UNTIL DL100-SUB-S > DL100-SUB-COUNT
               PERFORM 4000-REWRITE-REGISTER THRU 4000-EXIT
               PERFORM 5000-WRITE-VERDICT THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      ****************************************************
      * 1000-INITIALIZE - OPEN THE REPORT AND THE EXTRACT
      * FILE, PROVE THE HOUSE FEED IS WHOLE, FIND ITS
      * REGISTER ENTRY AND THE NEXT FREE SEQUENCE NUMBER,
      * AND LOAD THE SUBSCRIBER MASTER.
      ****************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DIST-RPT-FILE
           IF DL100-RPT-STATUS NOT = "00"
               DISPLAY "QN0001E CANNOT OPEN QDSRPT REPORT "
                   "FILE - STATUS " DL100-RPT-STATUS
               MOVE "QN0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QDSRPT REPORT FILE - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               OPEN OUTPUT DIST-FILE
               IF DL100-DIST-STATUS NOT = "00"
                   DISPLAY "QN0001E CANNOT OPEN QQDISTF EXTRACT "
                       "FILE - STATUS " DL100-DIST-STATUS
                   MOVE "QN0001E" TO EXCPLOG-MSG-ID
                   MOVE "CANNOT OPEN QQDISTF EXTRACT FILE - STATUS"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               ELSE
                   PERFORM 1200-PROVE-HOUSE-FEED THRU 1200-EXIT
                   IF NOT DL100-ABEND-OCCURRED
                       MOVE DL100-HOUSE-SEQ      TO QDSR-HDG-SEQ
                       MOVE DL100-HOUSE-BUS-DATE TO QDSR-HDG-DATE
                       WRITE QDSR-RECORD FROM QDSR-HEADING
                       MOVE SPACES TO QDSR-RECORD
                       WRITE QDSR-RECORD
                       PERFORM 1300-SCAN-REGISTER THRU 1300-EXIT
                       IF NOT DL100-ABEND-OCCURRED
                           PERFORM 1100-LOAD-SUBSCRIBERS THRU 1100-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************
      * 1100-LOAD-SUBSCRIBERS - EDIT AND LOAD EVERY CARD ON
      * THE SUBSCRIBER MASTER.  NO MASTER AT ALL IS FATAL -
      * THERE IS NOBODY TO DISTRIBUTE TO.
      ****************************************************
       1100-LOAD-SUBSCRIBERS.
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT SUB-MAST-FILE
           IF DL100-SUB-STATUS NOT = "00"
               DISPLAY "QN0002E CANNOT OPEN QQSUBMST SUBSCRIBER "
                   "MASTER - STATUS " DL100-SUB-STATUS
               MOVE "QN0002E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQSUBMST SUBSCRIBER MASTER - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               PERFORM 1110-LOAD-ONE-SUBSCRIBER THRU 1110-EXIT
                   UNTIL DL100-END-OF-FILE
               CLOSE SUB-MAST-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-SUBSCRIBER.
           READ SUB-MAST-FILE
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   PERFORM 1120-EDIT-SUBSCRIBER THRU 1120-EXIT
           END-READ
           EVALUATE TRUE
               WHEN DL100-END-OF-FILE
                   CONTINUE
               WHEN DL100-REJECT-REASON NOT = SPACES
                   ADD 1 TO DL100-REJECT-COUNT
                   MOVE SUBMST-SUB-ID       TO QDSR-REJ-SUB-ID
                   MOVE DL100-REJECT-REASON TO QDSR-REJ-REASON
                   WRITE QDSR-RECORD FROM QDSR-REJECT-LINE
                   DISPLAY "QN0003W SUBSCRIBER CARD " SUBMST-SUB-ID
                       " REJECTED - " DL100-REJECT-REASON
                   MOVE "QN0003W" TO EXCPLOG-MSG-ID
                   MOVE "SUBSCRIBER CARD REJECTED - SEE QDSRPT"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN DL100-SUB-COUNT NOT < DL100-SUB-MAX
                   DISPLAY "QN0007W SUBSCRIBER TABLE FULL - "
                       SUBMST-SUB-ID " NOT CUT"
                   MOVE "QN0007W" TO EXCPLOG-MSG-ID
                   MOVE "SUBSCRIBER TABLE FULL - SUBSCRIBER NOT CUT"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   ADD 1 TO DL100-REJECT-COUNT
               WHEN OTHER
                   ADD 1 TO DL100-SUB-COUNT
                   MOVE SUBMST-SUB-ID
                       TO DL100-SE-SUB-ID (DL100-SUB-COUNT)
                   MOVE SUBMST-FEED-TYPE
                       TO DL100-SE-FEED-TYPE (DL100-SUB-COUNT)
                   MOVE SUBMST-SET-FLAGS
                       TO DL100-SE-SET-FLAGS (DL100-SUB-COUNT)
                   MOVE SUBMST-OPERATIONS
                       TO DL100-SE-OPERATIONS (DL100-SUB-COUNT)
                   MOVE SUBMST-STATUS
                       TO DL100-SE-STATUS (DL100-SUB-COUNT)
                   IF SUBMST-ACTIVE
                       ADD 1 TO DL100-ACTIVE-COUNT
                   ELSE
                       ADD 1 TO DL100-INACTIVE-COUNT
                   END-IF
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      ****************************************************
      * 1120-EDIT-SUBSCRIBER - FIRST FAILURE WINS; A CLEAN
      * CARD LEAVES THE REASON BLANK.
      ****************************************************
       1120-EDIT-SUBSCRIBER.
           MOVE SPACES TO DL100-REJECT-REASON
           MOVE "N" TO DL100-DUP-SWITCH
           PERFORM 1130-CHECK-ONE-DUPLICATE THRU 1130-EXIT
               VARYING DL100-SUB-D FROM 1 BY 1
               UNTIL DL100-SUB-D > DL100-SUB-COUNT
           MOVE SUBMST-SET-FLAGS TO DL100-EDIT-WORK
           INSPECT DL100-EDIT-WORK REPLACING ALL "Y" BY SPACE
                                             ALL "N" BY SPACE
           MOVE SUBMST-OPERATIONS TO DL100-OPS-WORK
           INSPECT DL100-OPS-WORK REPLACING ALL "M" BY SPACE
                                            ALL "A" BY SPACE
                                            ALL "S" BY SPACE
           EVALUATE TRUE
               WHEN SUBMST-SUB-ID = SPACES
                   MOVE "SUBSCRIBER ID IS BLANK" TO DL100-REJECT-REASON
               WHEN DL100-DUP-FOUND
                   MOVE "SUBSCRIBER ID ALREADY ON THE MASTER"
                       TO DL100-REJECT-REASON
               WHEN NOT SUBMST-WANTS-DELTA AND NOT SUBMST-WANTS-FULL
                   MOVE "FEED TYPE NOT D OR F" TO DL100-REJECT-REASON
               WHEN NOT SUBMST-ACTIVE AND NOT SUBMST-INACTIVE
                   MOVE "STATUS NOT A OR I" TO DL100-REJECT-REASON
               WHEN DL100-EDIT-WORK NOT = SPACES
                   MOVE "SET FLAGS NOT Y, N OR BLANK"
                       TO DL100-REJECT-REASON
               WHEN DL100-OPS-WORK NOT = SPACES
                   MOVE "OPERATIONS NOT M, A OR S"
                       TO DL100-REJECT-REASON
           END-EVALUATE.
       1120-EXIT.
           EXIT.

       1130-CHECK-ONE-DUPLICATE.
           IF DL100-SE-SUB-ID (DL100-SUB-D) = SUBMST-SUB-ID
               MOVE "Y" TO DL100-DUP-SWITCH
           END-IF.
       1130-EXIT.
           EXIT.

      ****************************************************
      * 1200-PROVE-HOUSE-FEED - THE HOUSE FEED MUST OPEN WITH
      * ITS HEADER AND END WITH ITS TRAILER.  A TRUNCATED
      * HOUSE FEED WOULD OTHERWISE BE CUT INTO EXTRACTS THAT
      * EACH BALANCE TO THEIR OWN (SHORT) TRAILERS.
      ****************************************************
       1200-PROVE-HOUSE-FEED.
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT QQ-DELTA-FILE
           IF DL100-DELTA-STATUS NOT = "00"
               DISPLAY "QN0002E CANNOT OPEN QQDELTAF HOUSE FEED "
                   "- STATUS " DL100-DELTA-STATUS
               MOVE "QN0002E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQDELTAF HOUSE FEED - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               PERFORM 1210-READ-ONE-HOUSE THRU 1210-EXIT
                   UNTIL DL100-END-OF-FILE
               CLOSE QQ-DELTA-FILE
               IF NOT DL100-HEADER-SEEN OR NOT DL100-TRAILER-SEEN
                   DISPLAY "QN0002E QQDELTAF HOUSE FEED HAS NO "
                       "HEADER OR NO TRAILER - NOT DISTRIBUTED"
                   MOVE "QN0002E" TO EXCPLOG-MSG-ID
                   MOVE "QQDELTAF HOUSE FEED HAS NO HEADER OR TRAILER"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-HOUSE.
           READ QQ-DELTA-FILE INTO QQDELTA-RECORD
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   MOVE "N" TO DL100-TRAILER-SEEN-SWITCH
                   EVALUATE TRUE
                       WHEN QQDELTA-IS-HEADER
                           MOVE "Y" TO DL100-HEADER-SEEN-SWITCH
                           MOVE QQDELTA-HDR-FEED-SEQ
                               TO DL100-HOUSE-SEQ
                           MOVE QQDELTA-HDR-BUS-DATE
                               TO DL100-HOUSE-BUS-DATE
                           MOVE QQDELTA-HDR-OPERATION
                               TO DL100-HOUSE-OPERATION
                       WHEN QQDELTA-IS-TRAILER
                           MOVE "Y" TO DL100-TRAILER-SEEN-SWITCH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************
      * 1300-SCAN-REGISTER - THE NEXT FREE SEQUENCE NUMBER IS
      * ONE PAST THE HIGHEST ON THE REGISTER, AS IN QQDELTA.
      * THE HOUSE FEED'S OWN ENTRY SAYS WHETHER IT HAS BEEN
      * DISTRIBUTED ALREADY, OR BACKED OUT FOR REISSUE.
      ****************************************************
       1300-SCAN-REGISTER.
           MOVE 0   TO DL100-FEED-SEQ
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT FEED-REG-FILE
           IF DL100-REG-STATUS = "00"
               PERFORM 1310-SCAN-ONE-REGISTER THRU 1310-EXIT
                   UNTIL DL100-END-OF-FILE
               CLOSE FEED-REG-FILE
           END-IF
           EVALUATE TRUE
               WHEN DL100-HOUSE-ALREADY-SPLIT
                   DISPLAY "QN0006E HOUSE FEED " DL100-HOUSE-SEQ
                       " ALREADY DISTRIBUTED - NO EXTRACTS CUT"
                   MOVE "QN0006E" TO EXCPLOG-MSG-ID
                   MOVE "HOUSE FEED ALREADY DISTRIBUTED - NO EXTRACTS CU
      -                "T" TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "QN0006E HOUSE FEED ALREADY DISTRIBUTED - NO EXT
      -                "RACTS CUT" TO QDSR-VERDICT-MSG
                   WRITE QDSR-RECORD FROM QDSR-VERDICT-LINE
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 8   TO RETURN-CODE
               WHEN DL100-HOUSE-BACKED-OUT
                   DISPLAY "QN0010E HOUSE FEED " DL100-HOUSE-SEQ
                       " WAS BACKED OUT - NO EXTRACTS CUT"
                   MOVE "QN0010E" TO EXCPLOG-MSG-ID
                   MOVE "HOUSE FEED WAS BACKED OUT - NO EXTRACTS CUT"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "QN0010E HOUSE FEED WAS BACKED OUT - NO EXTRACTS
      -                " CUT" TO QDSR-VERDICT-MSG
                   WRITE QDSR-RECORD FROM QDSR-VERDICT-LINE
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 8   TO RETURN-CODE
               WHEN NOT DL100-HOUSE-ON-REGISTER
                   DISPLAY "QN0005W HOUSE FEED " DL100-HOUSE-SEQ
                       " IS NOT ON THE QQFEEDRG REGISTER"
                   MOVE "QN0005W" TO EXCPLOG-MSG-ID
                   MOVE "HOUSE FEED IS NOT ON THE QQFEEDRG REGISTER"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-EVALUATE.
       1300-EXIT.
           EXIT.

       1310-SCAN-ONE-REGISTER.
           READ FEED-REG-FILE
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   IF FEEDREG-SEQ IS NUMERIC
                      AND FEEDREG-SEQ > DL100-FEED-SEQ
                       MOVE FEEDREG-SEQ TO DL100-FEED-SEQ
                   END-IF
                   IF FEEDREG-SEQ = DL100-HOUSE-SEQ
                       MOVE "Y" TO DL100-HOUSE-REG-SWITCH
                       IF FEEDREG-DISTRIBUTED
                           MOVE "Y" TO DL100-HOUSE-DIST-SWITCH
                       END-IF
                       IF FEEDREG-BACKED-OUT
                           MOVE "Y" TO DL100-HOUSE-BKOUT-SWITCH
                       END-IF
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************
      * 2000-CARRY-REGISTER - COPY THE REGISTER AS IT STANDS
      * TO THE WORK FILE, MARKING THE HOUSE FEED DISTRIBUTED
      * WHEN THERE IS AT LEAST ONE OFFICE TO CUT FOR.  THE
      * NEW SUBSCRIBER ENTRIES ARE APPENDED BEHIND IT AS EACH
      * EXTRACT IS CUT.
      ****************************************************
       2000-CARRY-REGISTER.
           OPEN OUTPUT FEED-REG-NEW-FILE
           IF DL100-NEW-STATUS NOT = "00"
               DISPLAY "QN0001E CANNOT OPEN QQFEEDRN WORK FILE "
                   "- STATUS " DL100-NEW-STATUS
               MOVE "QN0001E" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQFEEDRN WORK FILE - STATUS"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               MOVE "Y" TO DL100-ABEND-SWITCH
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE "N" TO DL100-EOF-SWITCH
               OPEN INPUT FEED-REG-FILE
               IF DL100-REG-STATUS = "00"
                   MOVE "Y" TO DL100-REG-OPEN-SWITCH
                   PERFORM 2100-CARRY-ONE-ENTRY THRU 2100-EXIT
                       UNTIL DL100-END-OF-FILE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CARRY-ONE-ENTRY.
           READ FEED-REG-FILE
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   IF FEEDREG-SEQ = DL100-HOUSE-SEQ
                      AND DL100-ACTIVE-COUNT > 0
                       SET FEEDREG-DISTRIBUTED TO TRUE
                   END-IF
                   WRITE FEED-REG-NEW-RECORD FROM FEEDREG-RECORD
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************
      * 3000-CUT-ONE-EXTRACT - ONE SUBSCRIBER: HEADER, THE
      * RECORDS IT TAKES, TRAILER, REGISTER ENTRY, REPORT
      * LINE.  AN INACTIVE SUBSCRIBER IS LISTED, NOT CUT.
      ****************************************************
       3000-CUT-ONE-EXTRACT.
           MOVE DL100-SE-SUB-ID (DL100-SUB-S)    TO QDSR-DET-SUB-ID
           MOVE DL100-SE-FEED-TYPE (DL100-SUB-S) TO QDSR-DET-TYPE
           IF DL100-SE-STATUS (DL100-SUB-S) NOT = "A"
               MOVE 0 TO QDSR-DET-SEQ QDSR-DET-ADDS
                         QDSR-DET-CHGS QDSR-DET-DELS
               MOVE "INACTIVE - NOT CUT" TO QDSR-DET-FLAG
               WRITE QDSR-RECORD FROM QDSR-DETAIL
           ELSE
               ADD 1 TO DL100-FEED-SEQ
               MOVE 0 TO DL100-X-ADD-COUNT DL100-X-CHG-COUNT
                         DL100-X-DEL-COUNT DL100-X-HASH-TOTAL
               MOVE SPACES                TO QQDELTA-HEADER-REC
               MOVE "H"                   TO QQDELTA-HEADER-REC (1:1)
               MOVE DL100-HOUSE-BUS-DATE  TO QQDELTA-HDR-BUS-DATE
               MOVE DL100-FEED-SEQ        TO QQDELTA-HDR-FEED-SEQ
               MOVE DL100-HOUSE-OPERATION TO QQDELTA-HDR-OPERATION
               MOVE DL100-SE-SUB-ID (DL100-SUB-S) TO QQDELTA-HDR-SUB-ID
               MOVE DL100-SE-FEED-TYPE (DL100-SUB-S)
                   TO QQDELTA-HDR-FEED-TYPE
               WRITE QQDELTA-HEADER-REC
               IF DL100-SE-FEED-TYPE (DL100-SUB-S) = "F"
                   PERFORM 3200-PASS-FULL-REFRESH THRU 3200-EXIT
               ELSE
                   PERFORM 3100-PASS-HOUSE-FEED THRU 3100-EXIT
               END-IF
               MOVE SPACES             TO QQDELTA-TRAILER-REC
               MOVE "T"                TO QQDELTA-TRAILER-REC (1:1)
               MOVE DL100-X-ADD-COUNT  TO QQDELTA-TRL-ADD-COUNT
               MOVE DL100-X-CHG-COUNT  TO QQDELTA-TRL-CHG-COUNT
               MOVE DL100-X-DEL-COUNT  TO QQDELTA-TRL-DEL-COUNT
               MOVE DL100-X-HASH-TOTAL TO QQDELTA-TRL-HASH-TOTAL
               WRITE QQDELTA-TRAILER-REC
               PERFORM 3400-REGISTER-EXTRACT THRU 3400-EXIT
               ADD 1 TO DL100-CUT-COUNT
               MOVE DL100-FEED-SEQ    TO QDSR-DET-SEQ
               MOVE DL100-X-ADD-COUNT TO QDSR-DET-ADDS
               MOVE DL100-X-CHG-COUNT TO QDSR-DET-CHGS
               MOVE DL100-X-DEL-COUNT TO QDSR-DET-DELS
               MOVE "CUT" TO QDSR-DET-FLAG
               WRITE QDSR-RECORD FROM QDSR-DETAIL
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************
      * 3100-PASS-HOUSE-FEED - A DELTA SUBSCRIBER GETS EVERY
      * HOUSE DETAIL RECORD FOR ITS SETS AND OPERATIONS.  THE
      * HOUSE HEADER AND TRAILER ARE NOT PASSED ON - THE
      * EXTRACT CARRIES ITS OWN.
      ****************************************************
       3100-PASS-HOUSE-FEED.
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT QQ-DELTA-FILE
           PERFORM 3110-PASS-ONE-DELTA THRU 3110-EXIT
               UNTIL DL100-END-OF-FILE
           CLOSE QQ-DELTA-FILE.
       3100-EXIT.
           EXIT.

       3110-PASS-ONE-DELTA.
           READ QQ-DELTA-FILE INTO QQDELTA-RECORD
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   IF QQDELTA-IS-HEADER OR QQDELTA-IS-TRAILER
                       CONTINUE
                   ELSE
                       PERFORM 3120-PASS-ONE-DETAIL THRU 3120-EXIT
                   END-IF
           END-READ.
       3110-EXIT.
           EXIT.

       3120-PASS-ONE-DETAIL.
           IF QQDELTA-SET-ID IS NUMERIC AND QQDELTA-SET-ID > 0
               MOVE QQDELTA-SET-ID TO DL100-WK-SET
           ELSE
               MOVE 1 TO DL100-WK-SET
           END-IF
           MOVE QQDELTA-OPERATION TO DL100-WK-OPERATION
           PERFORM 3300-CHECK-WANTED THRU 3300-EXIT
           IF DL100-RECORD-WANTED
               WRITE QQDELTA-RECORD
               EVALUATE TRUE
                   WHEN QQDELTA-IS-ADD
                       ADD 1 TO DL100-X-ADD-COUNT
                       ADD QQDELTA-NEW-VALUE TO DL100-X-HASH-TOTAL
                   WHEN QQDELTA-IS-CHANGE
                       ADD 1 TO DL100-X-CHG-COUNT
                       ADD QQDELTA-OLD-VALUE TO DL100-X-HASH-TOTAL
                       ADD QQDELTA-NEW-VALUE TO DL100-X-HASH-TOTAL
                   WHEN QQDELTA-IS-DELETE
                       ADD 1 TO DL100-X-DEL-COUNT
                       ADD QQDELTA-OLD-VALUE TO DL100-X-HASH-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3120-EXIT.
           EXIT.

      ****************************************************
      * 3200-PASS-FULL-REFRESH - A FULL-REFRESH SUBSCRIBER
      * GETS EVERY CURRENT QQFLAT CELL FOR ITS SETS AND
      * OPERATIONS AS AN "A" RECORD.  NO QQFLAT MEANS AN
      * EMPTY EXTRACT, WHICH THE OFFICE WILL QUERY.
      ****************************************************
       3200-PASS-FULL-REFRESH.
           MOVE "N" TO DL100-EOF-SWITCH
           OPEN INPUT QQ-FLAT-FILE
           IF DL100-FLAT-STATUS NOT = "00"
               DISPLAY "QN0008W CANNOT OPEN QQFLAT - FULL "
                   "REFRESH FOR " DL100-SE-SUB-ID (DL100-SUB-S)
                   " CUT EMPTY"
               MOVE "QN0008W" TO EXCPLOG-MSG-ID
               MOVE "CANNOT OPEN QQFLAT - FULL REFRESH CUT EMPTY"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 3210-PASS-ONE-CELL THRU 3210-EXIT
                   UNTIL DL100-END-OF-FILE
               CLOSE QQ-FLAT-FILE
           END-IF.
       3200-EXIT.
           EXIT.

       3210-PASS-ONE-CELL.
           READ QQ-FLAT-FILE
               AT END
                   MOVE "Y" TO DL100-EOF-SWITCH
               NOT AT END
                   IF QQFLAT-SET-ID IS NUMERIC AND QQFLAT-SET-ID > 0
                       MOVE QQFLAT-SET-ID TO DL100-WK-SET
                   ELSE
                       MOVE 1 TO DL100-WK-SET
                   END-IF
                   MOVE QQFLAT-OPERATION TO DL100-WK-OPERATION
                   PERFORM 3300-CHECK-WANTED THRU 3300-EXIT
                   IF DL100-RECORD-WANTED
                       MOVE SPACES           TO QQDELTA-RECORD
                       MOVE "A"              TO QQDELTA-ACTION
                       MOVE QQFLAT-ROW-KEY   TO QQDELTA-ROW-KEY
                       MOVE QQFLAT-COL-KEY   TO QQDELTA-COL-KEY
                       MOVE 0                TO QQDELTA-OLD-VALUE
                       MOVE QQFLAT-VALUE     TO QQDELTA-NEW-VALUE
                       MOVE QQFLAT-OPERATION TO QQDELTA-OPERATION
                       MOVE DL100-WK-SET     TO QQDELTA-SET-ID
                       WRITE QQDELTA-RECORD
                       ADD 1 TO DL100-X-ADD-COUNT
                       ADD QQDELTA-NEW-VALUE TO DL100-X-HASH-TOTAL
                   END-IF
           END-READ.
       3210-EXIT.
           EXIT.

      ****************************************************
      * 3300-CHECK-WANTED - DOES THE CURRENT SUBSCRIBER TAKE
      * THIS SET AND THIS OPERATION?  BLANK FLAGS OR A BLANK
      * OPERATION LIST MEANS EVERYTHING.
      ****************************************************
       3300-CHECK-WANTED.
           MOVE "Y" TO DL100-WANTED-SWITCH
           IF DL100-SE-SET-FLAGS (DL100-SUB-S) NOT = SPACES
               IF DL100-WK-SET > DL100-SET-MAX
                   MOVE "N" TO DL100-WANTED-SWITCH
               ELSE
                   IF DL100-SE-SET-FLAG (DL100-SUB-S, DL100-WK-SET)
                       NOT = "Y"
                       MOVE "N" TO DL100-WANTED-SWITCH
                   END-IF
               END-IF
           END-IF
           IF DL100-SE-OPERATIONS (DL100-SUB-S) NOT = SPACES
               IF DL100-WK-OPERATION NOT =
                      DL100-SE-OPERATIONS (DL100-SUB-S) (1:1)
                  AND DL100-WK-OPERATION NOT =
                      DL100-SE-OPERATIONS (DL100-SUB-S) (2:1)
                  AND DL100-WK-OPERATION NOT =
                      DL100-SE-OPERATIONS (DL100-SUB-S) (3:1)
                   MOVE "N" TO DL100-WANTED-SWITCH
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      ****************************************************
      * 3400-REGISTER-EXTRACT - THE EXTRACT'S OWN REGISTER
      * ENTRY, PENDING UNTIL ITS OFFICE'S RECEIPT COMES BACK.
      ****************************************************
       3400-REGISTER-EXTRACT.
           MOVE DL100-FEED-SEQ       TO FEEDREG-SEQ
           MOVE DL100-HOUSE-BUS-DATE TO FEEDREG-BUS-DATE
           ACCEPT FEEDREG-TS-DATE    FROM DATE YYYYMMDD
           ACCEPT FEEDREG-TS-TIME    FROM TIME
           MOVE DL100-X-ADD-COUNT    TO FEEDREG-ADD-COUNT
           MOVE DL100-X-CHG-COUNT    TO FEEDREG-CHG-COUNT
           MOVE DL100-X-DEL-COUNT    TO FEEDREG-DEL-COUNT
           MOVE DL100-X-HASH-TOTAL   TO FEEDREG-HASH-TOTAL
           MOVE 0                    TO FEEDREG-ACK-COUNT
           SET FEEDREG-PENDING       TO TRUE
           MOVE DL100-SE-SUB-ID (DL100-SUB-S) TO FEEDREG-SUB-ID
           MOVE DL100-SE-FEED-TYPE (DL100-SUB-S)
               TO FEEDREG-FEED-TYPE
           WRITE FEED-REG-NEW-RECORD FROM FEEDREG-RECORD.
       3400-EXIT.
           EXIT.

      ****************************************************
      * 4000-REWRITE-REGISTER - EVERY EXTRACT IS CUT, SO COPY
      * THE WORK FILE BACK OVER THE LIVE REGISTER.
      ****************************************************
       4000-REWRITE-REGISTER.
           CLOSE FEED-REG-NEW-FILE
           IF DL100-REG-OPENED
               CLOSE FEED-REG-FILE
           END-IF
           OPEN INPUT FEED-REG-NEW-FILE
           OPEN OUTPUT FEED-REG-FILE
           MOVE "Y" TO DL100-REG-OPEN-SWITCH
           PERFORM 4100-COPY-ONE-RECORD THRU 4100-EXIT
               UNTIL DL100-NEW-EOF.
       4000-EXIT.
           EXIT.

       4100-COPY-ONE-RECORD.
           READ FEED-REG-NEW-FILE
               AT END
                   MOVE "Y" TO DL100-NEW-EOF-SWITCH
               NOT AT END
                   WRITE FEEDREG-RECORD
                       FROM FEED-REG-NEW-RECORD
           END-READ.
       4100-EXIT.
           EXIT.

      ****************************************************
      * 5000-WRITE-VERDICT - COUNTS AND THE FINAL WORD.  NO
      * ACTIVE SUBSCRIBER, OR A REJECTED CARD, IS A WARNING -
      * THE FEED STILL WENT TO EVERY OFFICE THAT COULD TAKE
      * IT.
      ****************************************************
       5000-WRITE-VERDICT.
           MOVE SPACES TO QDSR-RECORD
           WRITE QDSR-RECORD
           MOVE "SUBSCRIBERS ACTIVE"         TO QDSR-CNT-MSG
           MOVE DL100-ACTIVE-COUNT           TO QDSR-CNT-VALUE
           WRITE QDSR-RECORD FROM QDSR-COUNT-LINE
           MOVE "SUBSCRIBERS INACTIVE"       TO QDSR-CNT-MSG
           MOVE DL100-INACTIVE-COUNT         TO QDSR-CNT-VALUE
           WRITE QDSR-RECORD FROM QDSR-COUNT-LINE
           MOVE "SUBSCRIBER CARDS REJECTED"  TO QDSR-CNT-MSG
           MOVE DL100-REJECT-COUNT           TO QDSR-CNT-VALUE
           WRITE QDSR-RECORD FROM QDSR-COUNT-LINE
           MOVE "EXTRACTS CUT"               TO QDSR-CNT-MSG
           MOVE DL100-CUT-COUNT              TO QDSR-CNT-VALUE
           WRITE QDSR-RECORD FROM QDSR-COUNT-LINE
           MOVE SPACES TO QDSR-RECORD
           WRITE QDSR-RECORD
           EVALUATE TRUE
               WHEN DL100-CUT-COUNT = 0
                   MOVE "QN0004W NO ACTIVE SUBSCRIBER - NO EXTRACT
      -                "S CUT" TO QDSR-VERDICT-MSG
                   DISPLAY "QN0004W NO ACTIVE SUBSCRIBER - NO "
                       "EXTRACTS CUT"
                   MOVE "QN0004W" TO EXCPLOG-MSG-ID
                   MOVE "NO ACTIVE SUBSCRIBER - NO EXTRACTS CUT"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 4 TO RETURN-CODE
               WHEN DL100-REJECT-COUNT > 0
                   MOVE "QN0009W EXTRACTS CUT, BUT SUBSCRIBER CARDS
      -                " WERE REJECTED" TO QDSR-VERDICT-MSG
                   DISPLAY "QN0009W " DL100-CUT-COUNT
                       " EXTRACT(S) CUT, " DL100-REJECT-COUNT
                       " SUBSCRIBER CARD(S) REJECTED"
                   MOVE "QN0009W" TO EXCPLOG-MSG-ID
                   MOVE "EXTRACTS CUT, BUT SUBSCRIBER CARDS WERE REJEC
      -                "TED" TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "QN0000I EVERY ACTIVE SUBSCRIBER CUT ITS EX
      -                "TRACT" TO QDSR-VERDICT-MSG
                   DISPLAY "QN0000I QQDIST COMPLETE - "
                       DL100-CUT-COUNT " EXTRACT(S) CUT FROM "
                       "HOUSE FEED " DL100-HOUSE-SEQ
           END-EVALUATE
           WRITE QDSR-RECORD FROM QDSR-VERDICT-LINE.
       5000-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
      * STAGES THE MESSAGE ID AND TEXT; EXCPLOG STAMPS THE
      * BUSINESS DATE, TIMESTAMP AND SEVERITY.
      ****************************************************
       7900-LOG-EXCEPTION.
           MOVE "QQDIST" TO EXCPLOG-PROGRAM
           CALL "EXCPLOG" USING EXCPLOG-AREA.
       7900-EXIT.
           EXIT.

      ****************************************************
      * 9000-TERMINATE - CLOSE WHATEVER IS STILL OPEN.  AFTER
      * A CLEAN RUN 4000 ALREADY CYCLED THE REGISTER AND WORK
      * FILES.
      ****************************************************
       9000-TERMINATE.
           IF DL100-REG-OPENED
               CLOSE FEED-REG-NEW-FILE
               CLOSE FEED-REG-FILE
           END-IF
           IF DL100-DIST-STATUS = "00"
               CLOSE DIST-FILE
           END-IF
           IF DL100-RPT-STATUS = "00" OR DL100-RPT-STATUS = "10"
               CLOSE DIST-RPT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
