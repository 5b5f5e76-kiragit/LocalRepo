000100******************************************************
000200* OPRAUTRC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE OPRAUTH OPERATOR
000500* AUTHORITY FILE - ONE RECORD PER OPERATOR ID, WITH A
000600* "Y" FLAG FOR EACH PRIVILEGED ACTION THAT OPERATOR MAY
000700* TAKE.  ANYTHING OTHER THAN "Y" IS A NO.  AN OPERATOR
000800* WHO LEAVES IS MARKED INACTIVE RATHER THAN REMOVED, SO
000900* THE SECURITY TRAIL STILL TRACES BACK TO A NAME.
001000*
001100* THE FLAGS ARE ALSO REDEFINED AS A TABLE IN THE ORDER
001200* OF THE OPRAUTH ACTION CODES:
001300*   1 FORCE LOCK (L)        2 FORCE NON-BUSINESS DAY (B)
001400*   3 CALENDAR MAINT (C)    4 QQMAST SWEEP (S)
001500*   5 AUDIT HOUSEKEEPING (H)
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DLH  INITIAL VERSION.
001900******************************************************
002000 01  OPRAUT-RECORD.
002100     05  OPRAUT-OPERATOR-ID      PIC X(08).
002200     05  OPRAUT-NAME             PIC X(30).
002300     05  OPRAUT-STATUS           PIC X(01).
002400         88  OPRAUT-ACTIVE           VALUE "A".
002500         88  OPRAUT-INACTIVE         VALUE "I".
002600     05  OPRAUT-AUTHORITIES.
002700         10  OPRAUT-MAY-FORCE-LOCK   PIC X(01).
002800         10  OPRAUT-MAY-FORCE-NONBUS PIC X(01).
002900         10  OPRAUT-MAY-CALENDAR     PIC X(01).
003000         10  OPRAUT-MAY-SWEEP        PIC X(01).
003100         10  OPRAUT-MAY-AUDIT-HKP    PIC X(01).
003200     05  OPRAUT-AUTH-TABLE REDEFINES OPRAUT-AUTHORITIES.
003300         10  OPRAUT-AUTH-FLAG OCCURS 5 TIMES
003400                                 PIC X(01).
