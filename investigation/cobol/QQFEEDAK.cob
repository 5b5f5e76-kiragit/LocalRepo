      *                   (EXCPLOG SUBPROGRAM, EXCPFILE)
      *                   WHEREVER THEY ARE DISPLAYED, SO THE
      *                   EXCPRPT MORNING REPORT SEES THEM.
      *   2026-10-15 DLH  RECEIPTS ARE NOW MATCHED BY SUBSCRIBER
      *                   AS WELL AS FEED SEQUENCE - EACH OFFICE
      *                   RETURNS ITS OWN QQACKIN CARD FOR THE
      *                   EXTRACT QQDIST CUT FOR IT - AND EVERY
      *                   NEVER-CONFIRMED, DOUBLE-CONFIRMED OR
      *                   UNKNOWN RECEIPT IS DISPLAYED AND
      *                   LOGGED NAMING THE OFFICE.  A CARD OR
      *                   REGISTER ENTRY WITH A BLANK SUBSCRIBER
      *                   MATCHES AS BEFORE.  A HOUSE FEED
      *                   ALREADY SPLIT INTO SUBSCRIBER EXTRACTS
      *                   EXPECTS NO RECEIPT AND IS PASSED
      *                   THROUGH UNJUDGED.
      *   2026-10-15 DLH  A FEED WHOSE GENERATION QQBKOUT BACKED
      *                   OUT ("B") IS PASSED THROUGH UNJUDGED.
      *                   RECEIPTS STILL ARRIVING FOR IT ARE
      *                   CLAIMED, SO THEY ARE NOT REPORTED AS
      *                   UNKNOWN, BUT NEVER COUNTED - THE
      *                   REISSUED FEED CARRIES THE CONFIRMATION.
002300******************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. QQFEEDAK.
       FD  ACK-IN-FILE.
       01  QQACK-RECORD.
           05  QQACK-FEED-SEQ          PIC 9(06).
           05  QQACK-SUB-ID            PIC X(08).
      *
       FD  FEED-REG-FILE.
           COPY QQFEEDRC.
      *
       FD  FEED-REG-NEW-FILE.
       01  FEED-REG-NEW-RECORD         PIC X(76).
      *
       FD  ACK-RPT-FILE.
       01  QAKR-RECORD                 PIC X(90).
       01  DL100-RCPT-TBL.
           03  DL100-RCPT-ENTRY OCCURS 200 TIMES.
               05  DL100-RCPT-SEQ      PIC 9(06).
               05  DL100-RCPT-SUB-ID   PIC X(08).
               05  DL100-RCPT-MATCHED  PIC X(01).
      ****************************************************
      * COUNTERS AND WORK FIELDS
       77  DL100-UNCONFIRMED-COUNT     PIC 9(05) VALUE 0.
       77  DL100-DOUBLE-COUNT          PIC 9(05) VALUE 0.
       77  DL100-UNKNOWN-COUNT         PIC 9(05) VALUE 0.
       77  DL100-SPLIT-COUNT           PIC 9(05) VALUE 0.
       77  DL100-BACKED-OUT-COUNT      PIC 9(05) VALUE 0.
       77  DL100-IGNORED-COUNT         PIC 9(05) VALUE 0.
       77  DL100-HIT-COUNT             PIC 9(03) COMP VALUE 0.
       77  DL100-ACK-TOTAL             PIC 9(05) COMP VALUE 0.
      ****************************************************
       01  QAKR-DETAIL.
           05  FILLER                  PIC X(06) VALUE " FEED ".
           05  QAKR-DET-SEQ            PIC 9(06).
           05  FILLER                  PIC X(05) VALUE " SUB ".
           05  QAKR-DET-SUB-ID         PIC X(08).
           05  FILLER                  PIC X(07) VALUE " DATE  ".
           05  QAKR-DET-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE " ACKS ".
           05  QAKR-DET-ACKS           PIC Z(02)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  QAKR-DET-FLAG           PIC X(36).
       01  QAKR-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QAKR-CNT-MSG            PIC X(40).
                           ADD 1 TO DL100-RCPT-COUNT
                           MOVE QQACK-FEED-SEQ TO
                               DL100-RCPT-SEQ (DL100-RCPT-COUNT)
                           MOVE QQACK-SUB-ID TO
                               DL100-RCPT-SUB-ID (DL100-RCPT-COUNT)
                           MOVE "N" TO
                               DL100-RCPT-MATCHED
                                   (DL100-RCPT-COUNT)
                   MOVE "Y" TO DL100-REG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO DL100-REG-COUNT
                   EVALUATE TRUE
                       WHEN FEEDREG-DISTRIBUTED
                           PERFORM 2300-PASS-SPLIT-FEED
                               THRU 2300-EXIT
                       WHEN FEEDREG-BACKED-OUT
                           PERFORM 2400-PASS-BACKED-OUT-FEED
                               THRU 2400-EXIT
                       WHEN OTHER
                           PERFORM 2100-CLAIM-RECEIPTS
                               THRU 2100-EXIT
                           PERFORM 2200-JUDGE-ONE-FEED
                               THRU 2200-EXIT
                   END-EVALUATE
                   WRITE FEED-REG-NEW-RECORD
                       FROM FEEDREG-RECORD
           END-READ.

       2110-CLAIM-ONE-RECEIPT.
           IF DL100-RCPT-SEQ (DL100-SUB-R) = FEEDREG-SEQ
              AND DL100-RCPT-SUB-ID (DL100-SUB-R) = FEEDREG-SUB-ID
               MOVE "Y" TO DL100-RCPT-MATCHED (DL100-SUB-R)
               ADD 1 TO DL100-HIT-COUNT
           END-IF.

       2200-JUDGE-ONE-FEED.
           MOVE FEEDREG-SEQ       TO QAKR-DET-SEQ
           MOVE FEEDREG-SUB-ID    TO QAKR-DET-SUB-ID
           MOVE FEEDREG-BUS-DATE  TO QAKR-DET-DATE
           MOVE FEEDREG-ACK-COUNT TO QAKR-DET-ACKS
           MOVE FEEDREG-ACK-COUNT TO DL100-ACK-TOTAL
                   MOVE "** NEVER CONFIRMED **"
                       TO QAKR-DET-FLAG
                   MOVE "Y" TO DL100-PENDING-SWITCH
                   DISPLAY "QF0008W FEED " FEEDREG-SEQ " FOR "
                       "SUBSCRIBER " FEEDREG-SUB-ID
                       " NEVER CONFIRMED"
                   MOVE "QF0008W" TO EXCPLOG-MSG-ID
                   MOVE SPACES TO EXCPLOG-TEXT
                   STRING "FEED " FEEDREG-SEQ " NEVER CONFIRMED BY "
                          "SUBSCRIBER " FEEDREG-SUB-ID
                       DELIMITED BY SIZE INTO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
               WHEN DL100-ACK-TOTAL = 1
                   SET FEEDREG-CONFIRMED TO TRUE
                   ADD 1 TO DL100-CONFIRMED-COUNT
                   MOVE "** CONFIRMED MORE THAN ONCE **"
                       TO QAKR-DET-FLAG
                   MOVE "Y" TO DL100-PROBLEM-SWITCH
                   DISPLAY "QF0009E FEED " FEEDREG-SEQ " CONFIRMED "
                       FEEDREG-ACK-COUNT " TIMES BY SUBSCRIBER "
                       FEEDREG-SUB-ID
                   MOVE "QF0009E" TO EXCPLOG-MSG-ID
                   MOVE SPACES TO EXCPLOG-TEXT
                   STRING "FEED " FEEDREG-SEQ " CONFIRMED MORE THAN "
                          "ONCE BY SUBSCRIBER " FEEDREG-SUB-ID
                       DELIMITED BY SIZE INTO EXCPLOG-TEXT
                   PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-EVALUATE
           WRITE QAKR-RECORD FROM QAKR-DETAIL.
       2200-EXIT.
           EXIT.

      ****************************************************
      * 2300-PASS-SPLIT-FEED - A HOUSE FEED QQDIST HAS SPLIT
      * INTO SUBSCRIBER EXTRACTS WENT TO NO OFFICE DIRECTLY;
      * ITS EXTRACTS CARRY THE RECEIPTS.  LISTED, NOT JUDGED.
      ****************************************************
       2300-PASS-SPLIT-FEED.
           ADD 1 TO DL100-SPLIT-COUNT
           MOVE FEEDREG-SEQ       TO QAKR-DET-SEQ
           MOVE FEEDREG-SUB-ID    TO QAKR-DET-SUB-ID
           MOVE FEEDREG-BUS-DATE  TO QAKR-DET-DATE
           MOVE FEEDREG-ACK-COUNT TO QAKR-DET-ACKS
           MOVE "SPLIT TO SUBSCRIBER EXTRACTS" TO QAKR-DET-FLAG
           WRITE QAKR-RECORD FROM QAKR-DETAIL.
       2300-EXIT.
           EXIT.

      ****************************************************
      * 2400-PASS-BACKED-OUT-FEED - THE FEED'S GENERATION WAS
      * BACKED OUT AND THE FEED IS TO BE REISSUED.  RECEIPTS
      * FOR IT ARE CLAIMED BUT LEFT OUT OF THE ACKNOWLEDGMENT
      * COUNT.  LISTED, NOT JUDGED.
      ****************************************************
       2400-PASS-BACKED-OUT-FEED.
           ADD 1 TO DL100-BACKED-OUT-COUNT
           MOVE 0 TO DL100-HIT-COUNT
           PERFORM 2110-CLAIM-ONE-RECEIPT THRU 2110-EXIT
               VARYING DL100-SUB-R FROM 1 BY 1
               UNTIL DL100-SUB-R > DL100-RCPT-COUNT
           ADD DL100-HIT-COUNT TO DL100-IGNORED-COUNT
           MOVE FEEDREG-SEQ       TO QAKR-DET-SEQ
           MOVE FEEDREG-SUB-ID    TO QAKR-DET-SUB-ID
           MOVE FEEDREG-BUS-DATE  TO QAKR-DET-DATE
           MOVE FEEDREG-ACK-COUNT TO QAKR-DET-ACKS
           IF DL100-HIT-COUNT > 0
               MOVE "BACKED OUT - RECEIPT NOT COUNTED"
                   TO QAKR-DET-FLAG
           ELSE
               MOVE "BACKED OUT - AWAITING REISSUE"
                   TO QAKR-DET-FLAG
           END-IF
           WRITE QAKR-RECORD FROM QAKR-DETAIL.
       2400-EXIT.
           EXIT.

      ****************************************************
      * 3000-REPORT-UNKNOWN-RECEIPTS - A RECEIPT NO REGISTER
      * RECORD CLAIMED NAMES A FEED THIS SHOP NEVER CUT.
               ADD 1 TO DL100-UNKNOWN-COUNT
               MOVE DL100-RCPT-SEQ (DL100-SUB-R)
                   TO QAKR-DET-SEQ
               MOVE DL100-RCPT-SUB-ID (DL100-SUB-R)
                   TO QAKR-DET-SUB-ID
               MOVE 0 TO QAKR-DET-DATE
               MOVE 0 TO QAKR-DET-ACKS
               MOVE "** RECEIPT FOR UNKNOWN FEED **"
                   TO QAKR-DET-FLAG
               WRITE QAKR-RECORD FROM QAKR-DETAIL
               MOVE "Y" TO DL100-PROBLEM-SWITCH
               DISPLAY "QF0010E RECEIPT FROM SUBSCRIBER "
                   DL100-RCPT-SUB-ID (DL100-SUB-R) " FOR FEED "
                   DL100-RCPT-SEQ (DL100-SUB-R)
                   " MATCHES NO REGISTER ENTRY"
               MOVE "QF0010E" TO EXCPLOG-MSG-ID
               MOVE SPACES TO EXCPLOG-TEXT
               STRING "RECEIPT FROM SUBSCRIBER "
                      DL100-RCPT-SUB-ID (DL100-SUB-R)
                      " FOR UNKNOWN FEED "
                      DL100-RCPT-SEQ (DL100-SUB-R)
                   DELIMITED BY SIZE INTO EXCPLOG-TEXT
               PERFORM 7900-LOG-EXCEPTION THRU 7900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
               TO QAKR-CNT-MSG
           MOVE DL100-UNKNOWN-COUNT     TO QAKR-CNT-VALUE
           WRITE QAKR-RECORD FROM QAKR-COUNT-LINE
           MOVE "HOUSE FEEDS SPLIT TO SUBSCRIBERS"
               TO QAKR-CNT-MSG
           MOVE DL100-SPLIT-COUNT       TO QAKR-CNT-VALUE
           WRITE QAKR-RECORD FROM QAKR-COUNT-LINE
           MOVE "FEEDS BACKED OUT FOR REISSUE"
               TO QAKR-CNT-MSG
           MOVE DL100-BACKED-OUT-COUNT  TO QAKR-CNT-VALUE
           WRITE QAKR-RECORD FROM QAKR-COUNT-LINE
           MOVE "RECEIPTS FOR BACKED-OUT FEEDS IGNORED"
               TO QAKR-CNT-MSG
           MOVE DL100-IGNORED-COUNT     TO QAKR-CNT-VALUE
           WRITE QAKR-RECORD FROM QAKR-COUNT-LINE
           MOVE SPACES TO QAKR-RECORD
           WRITE QAKR-RECORD
           IF DL100-PROBLEM-FOUND
