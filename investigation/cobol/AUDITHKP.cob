002300* THE CUTOFF DATE IS DELIBERATELY NOT DEFAULTED - A
002400* HOUSEKEEPING JOB THAT GUESSES ITS OWN RETENTION
002500* THRESHOLD IS HOW AUDIT TRAILS GET LOST.  NO CARD OR A
002600* BAD CARD MEANS NO TRIM, AND SO DOES A CARD WHOSE
002610* OPERATOR ID THE OPRAUTH AUTHORITY FILE DOES NOT ALLOW
002620* TO RUN AUDIT HOUSEKEEPING.
002700*
002800* MODIFICATION HISTORY
002900*   2026-08-22 DLH  INITIAL VERSION.
      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  AHKPARM NOW CARRIES AN OPERATOR ID,
      *                   PROVED BY THE OPRAUTH SUBPROGRAM
      *                   (WHICH ALSO TRAILS THE ATTEMPT).  AN
      *                   OPERATOR WITHOUT HOUSEKEEPING
      *                   AUTHORITY GETS AH0003E AND NO TRIM.
003000******************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. AUDITHKP.
       FD  HKP-PARM-FILE.
       01  AHKPARM-RECORD.
           05  AHKPARM-CUTOFF-DATE     PIC 9(08).
           05  AHKPARM-OPER-ID         PIC X(08).
      *
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
      ****************************************************
       COPY EXCPLOGL.
      ****************************************************
      * OPERATOR-AUTHORITY INTERFACE (OPRAUTH SUBPROGRAM)
      ****************************************************
       COPY OPRAUTHL.
      ****************************************************
      * CONTROL SWITCHES AND FILE STATUS FIELDS
      ****************************************************
       01  DL100-PARM-STATUS           PIC X(02) VALUE "00".

      ****************************************************
      * 1100-READ-PARM-CARD - NO CUTOFF, NO TRIM.  THIS JOB
      * NEVER DEFAULTS ITS RETENTION THRESHOLD.  A GOOD
      * CUTOFF STILL NEEDS AN AUTHORIZED OPERATOR.
      ****************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT HKP-PARM-FILE
                          AND AHKPARM-CUTOFF-DATE > 19000101
                           MOVE AHKPARM-CUTOFF-DATE
                               TO DL100-CUTOFF-DATE
                           PERFORM 1150-CHECK-OPERATOR
                               THRU 1150-EXIT
                       ELSE
                           PERFORM 8000-BAD-CUTOFF-CARD
                               THRU 8000-EXIT
       1100-EXIT.
           EXIT.

      ****************************************************
      * 1150-CHECK-OPERATOR - OPRAUTH PROVES THE OPERATOR ON
      * THE CARD AND TRAILS THE ATTEMPT.
      ****************************************************
       1150-CHECK-OPERATOR.
           MOVE AHKPARM-OPER-ID TO OPRAUTH-OPERATOR-ID
           SET OPRAUTH-AUDIT-HKP TO TRUE
           MOVE "AUDITHKP" TO OPRAUTH-CALLER
           MOVE SPACES     TO OPRAUTH-DETAIL
           STRING "AUDITLOG CUTOFF " DL100-CUTOFF-DATE
               DELIMITED BY SIZE INTO OPRAUTH-DETAIL
           CALL "OPRAUTH" USING OPRAUTH-AREA
           IF OPRAUTH-REFUSED
               PERFORM 8100-OPERATOR-REFUSED THRU 8100-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

      ****************************************************
      * 2000-SPLIT-LOG-RECORD - ONE PASS OVER THE LIVE LOG:
      * OLDER THAN THE CUTOFF GOES TO THE ARCHIVE, EVERYTHING
       8000-EXIT.
           EXIT.

      ****************************************************
      * 8100-OPERATOR-REFUSED - THE OPERATOR ON THE AHKPARM
      * CARD MAY NOT TRIM THE AUDIT LOG.  NOTHING IS TRIMMED.
      ****************************************************
       8100-OPERATOR-REFUSED.
           DISPLAY "AH0003E AHKPARM OPERATOR " AHKPARM-OPER-ID
               " REFUSED - " OPRAUTH-REASON-TEXT
               " - NO RECORDS TRIMMED"
           MOVE "AH0003E" TO EXCPLOG-MSG-ID
           MOVE SPACES TO EXCPLOG-TEXT
           STRING "AUDIT HOUSEKEEPING REFUSED - " OPRAUTH-REASON-TEXT
               DELIMITED BY SIZE INTO EXCPLOG-TEXT
           PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           MOVE "Y" TO DL100-ABEND-SWITCH
           MOVE 16  TO RETURN-CODE.
       8100-EXIT.
           EXIT.

      ****************************************************
      * 7900-LOG-EXCEPTION - POST THE MESSAGE JUST
      * DISPLAYED TO THE COMMON EXCEPTION LOG.  THE CALLER
