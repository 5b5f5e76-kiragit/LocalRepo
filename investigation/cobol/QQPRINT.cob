      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  THE TITLE LINE NOW CARRIES THE
      *                   DESCRIPTION OF THE QQCATLG PRODUCT
      *                   BUILT UNDER THE SET ON THE BUSINESS
      *                   DATE (QQCATLK SUBPROGRAM), NOT JUST
      *                   THE BARE SET NUMBER.  NO CATALOG ON
      *                   FILE LEAVES THE DESCRIPTION BLANK.
001800******************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. QQPRINT.
      ****************************************************
       COPY BUSDATEL.
      ****************************************************
      * TABLE-PRODUCT CATALOG INTERFACE (QQCATLK SUBPROGRAM)
      ****************************************************
       COPY QQCATLKL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-OUT-STATUS            PIC X(02) VALUE "00".
           05  FILLER                  PIC X(06) VALUE
               "  SET ".
           05  PRT-TTL-SET             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PRT-TTL-DESC            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  PRT-TTL-PAGE            PIC Z(02)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
      ****************************************************
      * 7100-START-NEW-PAGE - TITLE AND A BLANK LINE.  THE
      * LINE COUNT STARTS AT 99 SO THE FIRST WRITE OF THE RUN
      * ALWAYS OPENS PAGE 1.  THE SET IS NAMED BY THE CATALOG
      * PRODUCT IN EFFECT ON THE BUSINESS DATE.
      ****************************************************
       7100-START-NEW-PAGE.
           ADD 1 TO DL100-PAGE-NUM
           MOVE DL100-GRID-OPERATION TO PRT-TTL-OPER
           MOVE DL100-CURR-SET     TO PRT-TTL-SET
           MOVE DL100-PAGE-NUM     TO PRT-TTL-PAGE
           SET QQCATLK-FN-LOOKUP   TO TRUE
           MOVE DL100-CURR-SET     TO QQCATLK-SET-ID
           MOVE BUSDATE-BUS-DATE   TO QQCATLK-ASOF-DATE
           CALL "QQCATLK" USING QQCATLK-AREA
           EVALUATE TRUE
               WHEN QQCATLK-FOUND
                   MOVE QQCATLK-DESCRIPTION TO PRT-TTL-DESC
               WHEN QQCATLK-NOT-FOUND
                   MOVE "** NOT IN CATALOG **" TO PRT-TTL-DESC
               WHEN OTHER
                   MOVE SPACES TO PRT-TTL-DESC
           END-EVALUATE
           WRITE PRT-RECORD FROM PRT-TITLE-LINE
           MOVE SPACES TO PRT-RECORD
           WRITE PRT-RECORD
