000100******************************************************
000200* OPRAUTHL.CPY
000300*
000400* LINKAGE AREA FOR THE OPRAUTH OPERATOR-AUTHORITY
000500* SUBPROGRAM.  EVERY PRIVILEGED ACTION IN THE SUITE -
000600* FORCING A HELD RUN LOCK, FORCING A RUN ON A
000700* NON-BUSINESS DAY, CALENDAR MAINTENANCE, THE QQMAST
000800* SWEEP AND AUDITLOG HOUSEKEEPING - ASKS HERE FIRST
000900* WITH THE OPERATOR ID FROM ITS CONTROL CARD.  OPRAUTH
001000* PROVES THE ID AGAINST THE OPRAUTH AUTHORITY FILE,
001100* WRITES THE ATTEMPT TO THE SECTRAIL SECURITY TRAIL,
001200* AND REPLIES GRANTED OR REFUSED WITH THE REASON.
001300*
001400* THE CALLER FILLS IN THE OPERATOR ID, THE ACTION, ITS
001500* OWN PROGRAM NAME AND A SHORT DETAIL OF WHAT WAS
001600* ASKED FOR (A DATE, A LOCK HOLDER) FOR THE TRAIL.
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DLH  INITIAL VERSION.
002000******************************************************
002100 01  OPRAUTH-AREA.
002200     05  OPRAUTH-OPERATOR-ID     PIC X(08).
002300     05  OPRAUTH-ACTION          PIC X(01).
002400         88  OPRAUTH-FORCE-LOCK      VALUE "L".
002500         88  OPRAUTH-FORCE-NONBUS    VALUE "B".
002600         88  OPRAUTH-CALENDAR        VALUE "C".
002700         88  OPRAUTH-SWEEP           VALUE "S".
002800         88  OPRAUTH-AUDIT-HKP       VALUE "H".
002900     05  OPRAUTH-CALLER          PIC X(08).
003000     05  OPRAUTH-DETAIL          PIC X(30).
003100     05  OPRAUTH-REPLY           PIC X(01).
003200         88  OPRAUTH-GRANTED         VALUE "G".
003300         88  OPRAUTH-REFUSED         VALUE "R".
003400     05  OPRAUTH-REASON          PIC X(01).
003500         88  OPRAUTH-RSN-NONE        VALUE " ".
003600         88  OPRAUTH-RSN-BLANK-ID    VALUE "B".
003700         88  OPRAUTH-RSN-UNKNOWN     VALUE "U".
003800         88  OPRAUTH-RSN-INACTIVE    VALUE "I".
003900         88  OPRAUTH-RSN-NOT-AUTH    VALUE "N".
004000         88  OPRAUTH-RSN-NO-FILE     VALUE "F".
004100         88  OPRAUTH-RSN-NO-TRAIL    VALUE "T".
004200     05  OPRAUTH-REASON-TEXT     PIC X(30).
