001595*                   RIDES ON EVERY DETAIL RECORD SO THE
001596*                   APPLY STEP LANDS EACH CELL IN THE
001597*                   RIGHT TABLE PRODUCT.
      *   2026-10-15 DLH  ADDED QQDELTA-HDR-SUB-ID AND -FEED-
      *                   TYPE TO THE HEADER (OUT OF ITS
      *                   FILLER).  A SUBSCRIBER EXTRACT CUT BY
      *                   QQDIST NAMES ITS OFFICE AND SAYS
      *                   WHETHER IT IS A DELTA ("D") OR A FULL
      *                   REFRESH ("F"); THE HOUSE FEED CARRIES
      *                   A BLANK SUBSCRIBER.
001600******************************************************
001700 01  QQDELTA-RECORD.
001800     05  QQDELTA-ACTION          PIC X(01).
003000     05  QQDELTA-HDR-BUS-DATE    PIC 9(08).
003100     05  QQDELTA-HDR-FEED-SEQ    PIC 9(06).
003200     05  QQDELTA-HDR-OPERATION   PIC X(01).
003210     05  QQDELTA-HDR-SUB-ID      PIC X(08).
003220     05  QQDELTA-HDR-FEED-TYPE   PIC X(01).
003230         88  QQDELTA-HDR-DELTA       VALUE "D".
003240         88  QQDELTA-HDR-FULL        VALUE "F".
003300     05  FILLER                  PIC X(09).
003400 01  QQDELTA-TRAILER-REC.
003500     05  FILLER                  PIC X(01).
003600     05  QQDELTA-TRL-ADD-COUNT   PIC 9(07).
