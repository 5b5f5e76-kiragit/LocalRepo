000100******************************************************
000200* QQILOGRC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE QQINQLOG INQUIRY LOG -
000500* ONE RECORD PER ANSWER GIVEN FROM THE QQMAST MASTER BY
000600* THE QQHELP HELP-DESK SCREEN, SO A DISPUTED PHONE
000700* ANSWER CAN BE TRACED TO WHO GAVE IT, WHEN, FROM WHICH
000800* GENERATION, AND WHAT VALUE WAS READ OUT.  APPENDED TO
000900* (OPEN EXTEND), NEVER REWRITTEN.
001000*
001100* A SINGLE-CELL LOOKUP LOGS ONE RECORD.  A ROW OR COLUMN
001200* PAGE LOGS ONE RECORD PER CELL SHOWN, OR ONE NOT-FOUND
001300* RECORD WHEN THE PAGE WAS EMPTY.  A ZERO AS-OF DATE
001400* MEANS THE NEWEST GENERATION WAS ASKED FOR; A ZERO
001500* GENERATION DATE MEANS NONE WAS IN EFFECT.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DLH  INITIAL VERSION.
001900******************************************************
002000 01  INQLOG-RECORD.
002100     05  INQLOG-USER-ID          PIC X(08).
002200     05  INQLOG-DATE             PIC 9(08).
002300     05  INQLOG-TIME             PIC 9(08).
002400     05  INQLOG-SOURCE           PIC X(01).
002500         88  INQLOG-FROM-HELPDESK    VALUE "H".
002600     05  INQLOG-TYPE             PIC X(01).
002700         88  INQLOG-IS-CELL          VALUE "C".
002800         88  INQLOG-IS-ROW-PAGE      VALUE "R".
002900         88  INQLOG-IS-COL-PAGE      VALUE "L".
003000     05  INQLOG-SET-ID           PIC 9(02).
003100     05  INQLOG-ROW-KEY          PIC 9(02).
003200     05  INQLOG-COL-KEY          PIC 9(02).
003300     05  INQLOG-ASOF-DATE        PIC 9(08).
003400     05  INQLOG-GEN-DATE         PIC 9(08).
003500     05  INQLOG-RESULT           PIC X(01).
003600         88  INQLOG-FOUND            VALUE "F".
003700         88  INQLOG-NOT-FOUND        VALUE "N".
003800         88  INQLOG-NO-GENERATION    VALUE "G".
003900     05  INQLOG-VALUE            PIC X(03).
004000     05  INQLOG-OPERATION        PIC X(01).
