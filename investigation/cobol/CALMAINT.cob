001500*     WEEKENDS ARE ALREADY NON-BUSINESS AND A WEEKEND
001600*     "HOLIDAY" IS ALMOST ALWAYS A TYPO;
001700*   - AN ADD MUST NOT ALREADY BE ON THE CALENDAR AND A
001800*     DELETE MUST BE;
001810*   - THE OPERATOR ID ON THE CARD MUST BE ONE THE
001820*     OPRAUTH AUTHORITY FILE ALLOWS TO MAINTAIN THE
001830*     CALENDAR.
001900* ANY REJECTED TRANSACTION STOPS THE REWRITE - BUSCAL IS
002000* ONLY REWRITTEN (IN SORTED ORDER) WHEN EVERY CARD
002100* APPLIED CLEAN, SO THE LIVE CALENDAR NEVER PICKS UP
      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  EVERY CALTRAN CARD NOW CARRIES AN
      *                   OPERATOR ID, PROVED BY THE OPRAUTH
      *                   SUBPROGRAM (WHICH ALSO TRAILS THE
      *                   ATTEMPT).  A CARD FROM AN OPERATOR
      *                   WITHOUT CALENDAR AUTHORITY IS
      *                   REJECTED (CM0006E), WHICH STOPS THE
      *                   BUSCAL REWRITE LIKE ANY OTHER REJECT.
      *   2026-10-15 DLH  THE PARAGRAPHS NO LONGER BRANCH TO
      *                   THEIR EXITS; EACH NOW RUNS TO ITS END
      *                   THROUGH IF/ELSE OR EVALUATE.  NO
      *                   CHANGE IN RESULTS.
003000******************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CALMAINT.
               88  CALTRAN-IS-ADD          VALUE "A".
               88  CALTRAN-IS-DELETE       VALUE "D".
           05  CALTRAN-DATE            PIC 9(08).
           05  CALTRAN-OPER-ID         PIC X(08).
      *
       FD  BUS-CAL-FILE.
       01  BUSCAL-RECORD.
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * OPERATOR-AUTHORITY INTERFACE (OPRAUTH SUBPROGRAM)
      ****************************************************
       COPY OPRAUTHL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-TRAN-STATUS           PIC X(02) VALUE "00".
           EXIT.

       2100-JUDGE-ONE-TRAN.
           PERFORM 2150-CHECK-OPERATOR THRU 2150-EXIT
           IF OPRAUTH-REFUSED
               MOVE SPACES TO CALR-TRN-REASON
               STRING "OPERATOR " CALTRAN-OPER-ID " - "
                   OPRAUTH-REASON-TEXT
                   DELIMITED BY SIZE INTO CALR-TRN-REASON
               PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
           ELSE
               IF NOT CALTRAN-IS-ADD AND NOT CALTRAN-IS-DELETE
                   MOVE "ACTION MUST BE A (ADD) OR D (DELETE)"
                       TO CALR-TRN-REASON
                   PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
               ELSE
                   PERFORM 2200-EDIT-THE-DATE THRU 2200-EXIT
                   IF NOT DL100-DATE-OK
                       PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
                   ELSE
                       PERFORM 2400-FIND-THE-DATE THRU 2400-EXIT
                       IF CALTRAN-IS-ADD
                           PERFORM 2500-APPLY-ADD THRU 2500-EXIT
                       ELSE
                           PERFORM 2600-APPLY-DELETE THRU 2600-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************
      * 2150-CHECK-OPERATOR - OPRAUTH PROVES THE OPERATOR ON
      * THE CARD AND TRAILS THE ATTEMPT, ONE CALL PER CARD.
      ****************************************************
       2150-CHECK-OPERATOR.
           MOVE CALTRAN-OPER-ID TO OPRAUTH-OPERATOR-ID
           SET OPRAUTH-CALENDAR TO TRUE
           MOVE "CALMAINT" TO OPRAUTH-CALLER
           MOVE SPACES     TO OPRAUTH-DETAIL
           STRING "CALTRAN " CALTRAN-ACTION " " CALTRAN-DATE
               DELIMITED BY SIZE INTO OPRAUTH-DETAIL
           CALL "OPRAUTH" USING OPRAUTH-AREA
           IF OPRAUTH-REFUSED
               DISPLAY "CM0006E CALTRAN " CALTRAN-ACTION " "
                   CALTRAN-DATE " BY OPERATOR " CALTRAN-OPER-ID
                   " REFUSED - " OPRAUTH-REASON-TEXT
               MOVE "CM0006E" TO EXCPLOG-MSG-ID
               MOVE SPACES TO EXCPLOG-TEXT
               STRING "CALTRAN CARD REFUSED - " OPRAUTH-REASON-TEXT
                   DELIMITED BY SIZE INTO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      ****************************************************
      * 2200-EDIT-THE-DATE - A REAL CALENDAR DATE, AND NOT A
      * WEEKEND.  A WEEKEND "HOLIDAY" WOULD BE REDUNDANT AT
