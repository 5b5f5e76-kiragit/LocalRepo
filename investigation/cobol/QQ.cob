      *                   AN OLD-FORMAT RECORD NOW READS ITS
      *                   COLUMN TOTALS AT THE OLD OFFSETS AND
      *                   LEAVES THE TWO NEW FIELDS SPACES.
      *   2026-10-15 DLH  THE TABLE PRODUCTS NOW COME FROM THE
      *                   QQCATLG CATALOG (QQCATLK SUBPROGRAM)
      *                   WHEN ONE IS ON FILE: EVERY PRODUCT IN
      *                   EFFECT ON THE BUSINESS DATE IS BUILT
      *                   UNDER ITS OWN FIXED SET ID, SO A SET
      *                   ID NO LONGER DEPENDS ON THE ORDER OF
      *                   THE QQPARM DECK.  SET IDS WITH NO
      *                   PRODUCT IN EFFECT ARE SKIPPED, AND A
      *                   CATALOG WITH NOTHING IN EFFECT STOPS
      *                   THE RUN (QQ0010E) BEFORE QQFLAT IS
      *                   ROLLED.  A RESUME IS REFUSED WHEN THE
      *                   CHECKPOINTED SET NO LONGER HAS A
      *                   PRODUCT IN EFFECT (QQ0011E).  WITH NO
      *                   CATALOG ON FILE THE QQPARM DECK IS
      *                   STILL OBEYED, WITH A WARNING
      *                   (QQ0009W).
      *   2026-10-15 DLH  A RUN STOPPED BEFORE THE OUTPUT FILES
      *                   ARE OPENED NO LONGER CLOSES THEM OR
      *                   WRITES AN UNPAIRED AUDIT END RECORD.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.
      ****************************************************
      * 環境部
      * ファイルを使用する場合などに使用
           88  DL100-RESUMING              VALUE "Y".
       01  DL100-ABEND-SWITCH          PIC X(01) VALUE "N".
           88  DL100-ABEND-OCCURRED        VALUE "Y".
       01  DL100-OUTPUTS-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  DL100-OUTPUTS-OPENED        VALUE "Y".
      ****************************************************
      * CELL FORMULA SELECTED BY THE QQPARM OPERATION CODE.
      * BLANK ON THE CARD MEANS MULTIPLY, SO OLD SIZE-ONLY
           88  DL100-OP-ADD                VALUE "A".
           88  DL100-OP-SUBTRACT           VALUE "S".
      ****************************************************
      * THE TABLE-SET STACK, INDEXED BY THE TABLE-SET ID
      * CARRIED ON EVERY OUTPUT RECORD.  FROM THE QQCATLG
      * CATALOG, ENTRY N IS THE PRODUCT IN EFFECT UNDER SET
      * ID N ON THE BUSINESS DATE (IF ANY) AND THE SET COUNT
      * IS THE HIGHEST SET ID IN EFFECT.  WITH NO CATALOG,
      * ONE ENTRY PER QQPARM CARD AND THE ENTRY'S ORDINAL IS
      * THE SET ID; NO READABLE CARDS AT ALL MEANS ONE
      * DEFAULT SET, SO AN OLD SINGLE-CARD (OR CARDLESS)
      * NIGHT BUILDS EXACTLY WHAT IT ALWAYS BUILT.
      ****************************************************
       77  DL100-SET-MAX               PIC 9(02) COMP VALUE 10.
       01  DL100-SET-COUNT             PIC 9(02) VALUE 0.
           03  DL100-SET-ENTRY OCCURS 10 TIMES.
               05  DL100-SET-TAB-SIZE  PIC 9(02).
               05  DL100-SET-OPERATION PIC X(01).
               05  DL100-SET-ACTIVE    PIC X(01).
                   88  DL100-SET-IN-EFFECT VALUE "Y".
               05  DL100-SET-PRODUCT   PIC X(08).
       01  DL100-CATALOG-SWITCH        PIC X(01) VALUE "N".
           88  DL100-CATALOG-DRIVEN        VALUE "Y".
      ****************************************************
      * TABLE-PRODUCT CATALOG INTERFACE (QQCATLK SUBPROGRAM)
      ****************************************************
       COPY QQCATLKL.
       01  DL100-START-SET             PIC 9(02) VALUE 1.
       01  DL100-RESUME-SET            PIC 9(02) VALUE 0.
       01  DL100-ALL-GRAND-TOTAL       PIC 9(08) VALUE 0.
           EXIT.

      ****************************************************
      * 1000-INITIALIZE - LOAD THE TABLE PRODUCTS IN EFFECT
      * FROM THE CATALOG (OR THE QQPARM DECK WHEN THERE IS NO
      * CATALOG), LOAD ANY PRIOR CHECKPOINT, OPEN THE OUTPUT
      * FILES AND WRITE THE AUDIT START RECORD.  NOTHING TO
      * BUILD ENDS THE RUN HERE, BEFORE QQFLAT IS ROLLED.
      ****************************************************
       1000-INITIALIZE.
           CALL "BUSDATE" USING BUSDATE-AREA
           INITIALIZE CNT-AREAS CNT-TOTALS CNT-COL-TOTALS
           PERFORM 1050-LOAD-CATALOG-SETS THRU 1050-EXIT
           IF NOT DL100-CATALOG-DRIVEN
               PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           END-IF
           IF NOT DL100-ABEND-OCCURRED
               PERFORM 1200-READ-RESTART-CARD THRU 1200-EXIT
               PERFORM 1300-OPEN-OUTPUT-FILES THRU 1300-EXIT
               PERFORM 1400-WRITE-AUDIT-START THRU 1400-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************
      * 1050-LOAD-CATALOG-SETS - ASK QQCATLK FOR THE PRODUCT
      * IN EFFECT UNDER EACH SET ID ON THE BUSINESS DATE.  THE
      * FIRST CALL RELOADS THE CATALOG SO A CHANGE MADE
      * EARLIER IN THE SAME RUN UNIT IS SEEN.  NO CATALOG ON
      * FILE LEAVES THE SETS TO THE QQPARM DECK.
      ****************************************************
       1050-LOAD-CATALOG-SETS.
           MOVE 0   TO DL100-SET-COUNT
           MOVE "Y" TO DL100-CATALOG-SWITCH
           SET QQCATLK-FN-RELOAD TO TRUE
           PERFORM 1060-LOAD-ONE-CATALOG-SET THRU 1060-EXIT
               VARYING DL100-SET-IX FROM 1 BY 1
               UNTIL DL100-SET-IX > DL100-SET-MAX
                  OR NOT DL100-CATALOG-DRIVEN
           IF NOT DL100-CATALOG-DRIVEN
               DISPLAY "QQ0009W NO QQCATLG CATALOG - TABLE SETS "
                   "TAKEN FROM THE QQPARM DECK IN CARD ORDER"
               MOVE "QQ0009W" TO EXCPLOG-MSG-ID
               MOVE "NO QQCATLG CATALOG - SETS TAKEN FROM QQPARM DECK"
                   TO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           ELSE
               IF DL100-SET-COUNT = 0
                   DISPLAY "QQ0010E NO QQCATLG PRODUCT IS IN EFFECT "
                       "ON " BUSDATE-BUS-DATE " - NOTHING TO BUILD"
                   MOVE "QQ0010E" TO EXCPLOG-MSG-ID
                   MOVE "NO QQCATLG PRODUCT IN EFFECT - NOTHING BUILT"
                       TO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   MOVE "Y" TO DL100-ABEND-SWITCH
                   MOVE 16  TO RETURN-CODE
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

       1060-LOAD-ONE-CATALOG-SET.
           MOVE DL100-SET-IX     TO QQCATLK-SET-ID
           MOVE BUSDATE-BUS-DATE TO QQCATLK-ASOF-DATE
           CALL "QQCATLK" USING QQCATLK-AREA
           SET QQCATLK-FN-LOOKUP TO TRUE
           EVALUATE TRUE
               WHEN QQCATLK-NO-CATALOG
                   MOVE "N" TO DL100-CATALOG-SWITCH
               WHEN QQCATLK-FOUND
                   MOVE "Y" TO DL100-SET-ACTIVE (DL100-SET-IX)
                   MOVE QQCATLK-TAB-SIZE
                       TO DL100-SET-TAB-SIZE (DL100-SET-IX)
                   MOVE QQCATLK-OPERATION
                       TO DL100-SET-OPERATION (DL100-SET-IX)
                   MOVE QQCATLK-PRODUCT-CODE
                       TO DL100-SET-PRODUCT (DL100-SET-IX)
                   MOVE DL100-SET-IX TO DL100-SET-COUNT
               WHEN OTHER
                   MOVE "N" TO DL100-SET-ACTIVE (DL100-SET-IX)
                   MOVE SPACES
                       TO DL100-SET-PRODUCT (DL100-SET-IX)
           END-EVALUATE.
       1060-EXIT.
           EXIT.

      ****************************************************
      * 1100-READ-PARM-CARD - LOAD THE WHOLE REQUEST-CARD
      * STACK, ONE TABLE PRODUCT PER CARD IN CARD ORDER.  A
               MOVE 1 TO DL100-SET-COUNT
               MOVE DL100-TAB-SIZE  TO DL100-SET-TAB-SIZE (1)
               MOVE DL100-OPERATION TO DL100-SET-OPERATION (1)
               MOVE "Y"             TO DL100-SET-ACTIVE (1)
               MOVE SPACES          TO DL100-SET-PRODUCT (1)
           END-IF.
       1100-EXIT.
           EXIT.
                       PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
                   ELSE
                       ADD 1 TO DL100-SET-COUNT
                       MOVE "Y"
                           TO DL100-SET-ACTIVE (DL100-SET-COUNT)
                       MOVE SPACES
                           TO DL100-SET-PRODUCT (DL100-SET-COUNT)
                       PERFORM 1120-EDIT-ONE-PARM-CARD
                           THRU 1120-EXIT
                   END-IF
      * 1250-JUDGE-THE-CHECKPOINT - THE CHECKPOINT NAMES THE
      * SET IT WAS BUILT IN (AN OLD-FORMAT CHECKPOINT WITH NO
      * SET ID MEANS SET 1).  THE CHECKPOINTED SIZE AND
      * OPERATION MUST MATCH THAT SET'S CURRENT CARD OR
      * CATALOG PRODUCT, AND THE SET MUST STILL EXIST ON THE
      * STACK (HAVE A PRODUCT IN EFFECT), OR THE RESUME IS
      * REFUSED.  THE CHECKPOINTED TOTALS ARE HELD ASIDE FOR
      * 1800 TO RESTORE WHEN THE RESUMED SET STARTS, AND THE
      * ACROSS-SETS GRAND TOTAL OF THE SETS FINISHED BEFORE
               MOVE 1 TO DL100-RESUME-SET
           END-IF
           EVALUATE TRUE
               WHEN DL100-RESUME-SET > DL100-SET-COUNT
                AND DL100-CATALOG-DRIVEN
                   PERFORM 8400-SET-NOT-IN-EFFECT
                       THRU 8400-EXIT
               WHEN DL100-RESUME-SET > DL100-SET-COUNT
                   PERFORM 8300-SET-COUNT-MISMATCH
                       THRU 8300-EXIT
               WHEN NOT DL100-SET-IN-EFFECT (DL100-RESUME-SET)
                   PERFORM 8400-SET-NOT-IN-EFFECT
                       THRU 8400-EXIT
               WHEN QQRESTRT-TAB-SIZE NOT =
                    DL100-SET-TAB-SIZE (DL100-RESUME-SET)
                   PERFORM 8100-TAB-SIZE-MISMATCH
               PERFORM 1350-ROLL-FLAT-GENERATION THRU 1350-EXIT
               OPEN OUTPUT QQ-OUT-FILE
               OPEN OUTPUT QQ-FLAT-FILE
           END-IF
           MOVE "Y" TO DL100-OUTPUTS-OPEN-SWITCH.
       1300-EXIT.
           EXIT.

      * START TO FINISH: FRESH WORK AREAS, EVERY ROW, THEN THE
      * SET'S OWN "T" AND "C" TOTAL RECORDS.  THE RESUMED SET
      * PICKS ITS CHECKPOINTED TOTALS AND STARTING ROW BACK
      * UP; EVERY OTHER SET STARTS AT ROW 1.  A SET ID WITH NO
      * CATALOG PRODUCT IN EFFECT TONIGHT IS SKIPPED.
      ****************************************************
       1800-BUILD-ONE-SET.
           IF DL100-SET-IN-EFFECT (DL100-SET-IX)
               MOVE DL100-SET-TAB-SIZE (DL100-SET-IX)
                   TO DL100-TAB-SIZE
               MOVE DL100-SET-OPERATION (DL100-SET-IX)
                   TO DL100-OPERATION
               INITIALIZE CNT-AREAS CNT-TOTALS CNT-COL-TOTALS
               IF DL100-RESUMING
                  AND DL100-SET-IX = DL100-START-SET
                   MOVE DL100-RESTART-GRAND TO DL100-GRAND-TOTAL
                   MOVE DL100-RESTART-COLTOT-GRP TO CNT-COL-TOTALS
                   PERFORM 2000-BUILD-ROW THRU 2000-EXIT
                       VARYING J FROM DL100-START-J BY 1
                       UNTIL J > DL100-TAB-SIZE
                          OR DL100-ABEND-OCCURRED
               ELSE
                   PERFORM 2000-BUILD-ROW THRU 2000-EXIT
                       VARYING J FROM 1 BY 1
                       UNTIL J > DL100-TAB-SIZE
                          OR DL100-ABEND-OCCURRED
               END-IF
               IF NOT DL100-ABEND-OCCURRED
                   PERFORM 3000-WRITE-GRAND-TOTAL THRU 3000-EXIT
                   PERFORM 3100-WRITE-COLUMN-TOTALS THRU 3100-EXIT
                   ADD DL100-GRAND-TOTAL TO DL100-ALL-GRAND-TOTAL
               END-IF
           END-IF.
       1800-EXIT.
           EXIT.
       8300-EXIT.
           EXIT.

      ****************************************************
      * 8400-SET-NOT-IN-EFFECT - THE CHECKPOINT WAS LEFT
      * IN-PROGRESS ON A SET ID THAT NO LONGER HAS A CATALOG
      * PRODUCT IN EFFECT - THE PRODUCT WAS RETIRED OR
      * RE-DATED BETWEEN THE ABEND AND THE RESTART.  THERE IS
      * NO PRODUCT TO RESUME AGAINST, SO REFUSE.
      ****************************************************
       8400-SET-NOT-IN-EFFECT.
           DISPLAY "QQ0011E QQRESTRT CHECKPOINT IS FOR SET "
               DL100-RESUME-SET " BUT NO QQCATLG PRODUCT IS IN "
               "EFFECT ON IT - CANNOT RESUME"
           MOVE "QQ0011E" TO EXCPLOG-MSG-ID
           MOVE "CHECKPOINT SET HAS NO PRODUCT IN EFFECT - NO RESUME"
               TO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           MOVE "Y" TO DL100-ABEND-SWITCH
           MOVE 16  TO RETURN-CODE.
       8400-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER

      ****************************************************
      * 9000-TERMINATE - CLOSE THE OUTPUT FILES AND WRITE
      * THE AUDIT END RECORD.  A RUN STOPPED BEFORE THE OUTPUT
      * FILES WERE OPENED WROTE NO AUDIT START RECORD, SO IT
      * GETS NO END RECORD EITHER.
      ****************************************************
       9000-TERMINATE.
           IF DL100-OUTPUTS-OPENED
               IF DL100-ABEND-OCCURRED
                   PERFORM 9100-WRITE-AUDIT-ABEND THRU 9100-EXIT
               ELSE
                   PERFORM 9200-MARK-RESTART-COMPLETE
                       THRU 9200-EXIT
                   PERFORM 9300-WRITE-AUDIT-END THRU 9300-EXIT
               END-IF
               CLOSE QQ-OUT-FILE
               CLOSE QQ-FLAT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

