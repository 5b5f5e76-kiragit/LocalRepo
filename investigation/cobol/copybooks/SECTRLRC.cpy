000100******************************************************
000200* SECTRLRC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE SECTRAIL SECURITY TRAIL -
000500* ONE RECORD PER PRIVILEGED-ACTION ATTEMPT, GRANTED OR
000600* REFUSED, WRITTEN BY THE OPRAUTH SUBPROGRAM.  APPENDED
000700* TO (OPEN EXTEND), NEVER REWRITTEN; THE SECTRPT STEP
000800* PRINTS IT FOR THE AUDITORS.
000900*
001000* THE DATE AND TIME ARE THE SYSTEM CLOCK AT THE ATTEMPT,
001100* NOT THE BUSINESS DATE - THE BUSINESS DATE IS ITSELF
001200* ONE OF THE THINGS AN OPERATOR CAN ASK TO FORCE.
001300*
001400* MODIFICATION HISTORY
001500*   2026-10-15 DLH  INITIAL VERSION.
001600******************************************************
001700 01  SECTRL-RECORD.
001800     05  SECTRL-DATE             PIC 9(08).
001900     05  SECTRL-TIME             PIC 9(08).
002000     05  SECTRL-OPERATOR-ID      PIC X(08).
002100     05  SECTRL-ACTION           PIC X(01).
002200         88  SECTRL-FORCE-LOCK       VALUE "L".
002300         88  SECTRL-FORCE-NONBUS     VALUE "B".
002400         88  SECTRL-CALENDAR         VALUE "C".
002500         88  SECTRL-SWEEP            VALUE "S".
002600         88  SECTRL-AUDIT-HKP        VALUE "H".
002700     05  SECTRL-PROGRAM          PIC X(08).
002800     05  SECTRL-RESULT           PIC X(01).
002900         88  SECTRL-GRANTED          VALUE "G".
003000         88  SECTRL-REFUSED          VALUE "R".
003100     05  SECTRL-REASON           PIC X(01).
003200     05  SECTRL-DETAIL           PIC X(30).
