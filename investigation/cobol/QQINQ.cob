      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  EACH ANSWER HEADER IS NOW FOLLOWED BY
      *                   A PRODUCT LINE NAMING THE QQCATLG
      *                   PRODUCT BUILT UNDER THE SET ON THE
      *                   ANSWERING GENERATION'S DATE (QQCATLK
      *                   SUBPROGRAM).  NO CATALOG ON FILE
      *                   LEAVES THE LINE OUT.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.
002620******************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. QQINQ.
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * TABLE-PRODUCT CATALOG INTERFACE (QQCATLK SUBPROGRAM)
      ****************************************************
       COPY QQCATLKL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-REQ-STATUS            PIC X(02) VALUE "00".
           05  FILLER                  PIC X(07) VALUE " CARD  ".
           05  INQANS-HDR-IMAGE        PIC X(22).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  INQANS-PRODUCT-LINE.
           05  FILLER                  PIC X(08) VALUE
               "PRODUCT ".
           05  INQANS-PRD-CODE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  INQANS-PRD-DESC         PIC X(30).
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  INQANS-TRAILER-LINE.
           05  FILLER                  PIC X(08) VALUE
               "REQUEST ".
           MOVE DL100-REQ-SET    TO INQANS-HDR-SET
           MOVE DL100-EFF-GEN    TO INQANS-HDR-GEN
           MOVE INQREQ-RECORD    TO INQANS-HDR-IMAGE
           WRITE INQANS-RECORD FROM INQANS-HEADER-LINE
           PERFORM 2060-WRITE-PRODUCT THRU 2060-EXIT.
       2050-EXIT.
           EXIT.

      ****************************************************
      * 2060-WRITE-PRODUCT - NAME THE CATALOG PRODUCT THE SET
      * HELD ON THE ANSWERING GENERATION'S DATE, OR ON THE
      * AS-OF DATE WHEN NO GENERATION QUALIFIED.  A SET THE
      * CATALOG HAS NOTHING FOR IS FLAGGED SO THE TRAINING
      * OFFICE DOES NOT TAKE THE ANSWER FOR A KNOWN PRODUCT.
      ****************************************************
       2060-WRITE-PRODUCT.
           SET QQCATLK-FN-LOOKUP TO TRUE
           MOVE DL100-REQ-SET    TO QQCATLK-SET-ID
           IF DL100-EFF-GEN > 0
               MOVE DL100-EFF-GEN   TO QQCATLK-ASOF-DATE
           ELSE
               MOVE DL100-ASOF-DATE TO QQCATLK-ASOF-DATE
           END-IF
           CALL "QQCATLK" USING QQCATLK-AREA
           IF NOT QQCATLK-NO-CATALOG
               IF QQCATLK-FOUND
                   MOVE QQCATLK-PRODUCT-CODE TO INQANS-PRD-CODE
                   MOVE QQCATLK-DESCRIPTION  TO INQANS-PRD-DESC
               ELSE
                   MOVE SPACES               TO INQANS-PRD-CODE
                   MOVE "** NOT IN CATALOG **" TO INQANS-PRD-DESC
               END-IF
               WRITE INQANS-RECORD FROM INQANS-PRODUCT-LINE
           END-IF.
       2060-EXIT.
           EXIT.

      ****************************************************
      * 2090-WRITE-TRAILER - A REQUEST THAT RETURNED NOTHING
      * COUNTS AS NOT-FOUND SO THE LOOKUP LIST GETS A SECOND
