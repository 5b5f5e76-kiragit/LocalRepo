001200*
001300* MODIFICATION HISTORY
001400*   2026-09-02 DLH  INITIAL VERSION.
001410*   2026-10-15 DLH  ADDED FEEDREG-SUB-ID AND -FEED-TYPE
001420*                   AT THE END OF THE RECORD - ONE ENTRY
001430*                   PER SUBSCRIBER EXTRACT CUT BY QQDIST,
001440*                   SO A RECEIPT IS MATCHED TO THE OFFICE
001450*                   AS WELL AS THE FEED.  THE HOUSE FEED
001460*                   QQDELTA CUTS CARRIES A BLANK
001470*                   SUBSCRIBER, AS DOES EVERY ENTRY
001480*                   WRITTEN BEFORE THE FIELDS EXISTED.
001490*                   NEW STATUS "S" - THE HOUSE FEED HAS
001491*                   BEEN SPLIT INTO SUBSCRIBER EXTRACTS
001492*                   AND NO RECEIPT IS EXPECTED FOR IT.
001493*   2026-10-15 DLH  NEW STATUS "B" - THE FEED'S QQMAST
001494*                   GENERATION WAS BACKED OUT BY QQBKOUT.
001495*                   THE FEED IS TO BE REISSUED UNDER A NEW
001496*                   SEQUENCE NUMBER; RECEIPTS FOR THE OLD
001497*                   ONE ARE NO LONGER COUNTED.
001500******************************************************
001600 01  FEEDREG-RECORD.
001700     05  FEEDREG-SEQ             PIC 9(06).
002700         88  FEEDREG-PENDING         VALUE "P".
002800         88  FEEDREG-CONFIRMED       VALUE "C".
002900         88  FEEDREG-OVER-CONFIRMED  VALUE "D".
003000         88  FEEDREG-DISTRIBUTED     VALUE "S".
003010         88  FEEDREG-BACKED-OUT      VALUE "B".
003100     05  FEEDREG-SUB-ID          PIC X(08).
003200     05  FEEDREG-FEED-TYPE       PIC X(01).
003300         88  FEEDREG-DELTA-FEED      VALUE "D".
003400         88  FEEDREG-FULL-REFRESH    VALUE "F".
