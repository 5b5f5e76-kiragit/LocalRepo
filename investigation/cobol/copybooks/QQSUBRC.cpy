000100******************************************************
000200* QQSUBRC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE QQSUBMST SUBSCRIBER
000500* MASTER - ONE CARD PER RECEIVING SYSTEM (OFFICE) THAT
000600* TAKES THE QQ TABLE FEED.  THE QQDIST DISTRIBUTION STEP
000700* CUTS ONE EXTRACT PER ACTIVE SUBSCRIBER FROM IT, AND
000800* THE SUBSCRIBER ID RIDES ON THE EXTRACT HEADER, THE
000900* QQFEEDRG REGISTER ENTRY AND THE QQACKIN RECEIPT SO A
001000* MISSED OR DOUBLE-APPLIED FEED NAMES THE OFFICE.
001100*
001200* SUBMST-SET-FLAG (N) IS "Y" WHEN THE SUBSCRIBER TAKES
001300* TABLE SET N; ALL TEN FLAGS BLANK MEANS EVERY SET.
001400* SUBMST-OPERATIONS LISTS THE OPERATION CODES (M/A/S)
001500* THE SUBSCRIBER TAKES; BLANK MEANS EVERY OPERATION.
001600* A "D" SUBSCRIBER GETS THE NIGHT'S CHANGES ONLY; AN "F"
001700* SUBSCRIBER GETS A FULL QQFLAT REFRESH EVERY NIGHT, AS
001800* ALL-ADD RECORDS.
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DLH  INITIAL VERSION.
002200******************************************************
002300 01  SUBMST-RECORD.
002400     05  SUBMST-SUB-ID           PIC X(08).
002500     05  SUBMST-NAME             PIC X(30).
002600     05  SUBMST-FEED-TYPE        PIC X(01).
002700         88  SUBMST-WANTS-DELTA      VALUE "D".
002800         88  SUBMST-WANTS-FULL       VALUE "F".
002900     05  SUBMST-SET-FLAGS.
003000         07  SUBMST-SET-FLAG     OCCURS 10 TIMES
003100                                  PIC X(01).
003200     05  SUBMST-OPERATIONS       PIC X(03).
003300     05  SUBMST-STATUS           PIC X(01).
003400         88  SUBMST-ACTIVE           VALUE "A".
003500         88  SUBMST-INACTIVE         VALUE "I".
