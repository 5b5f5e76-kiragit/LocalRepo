000100******************************************************
000200* QQCATLKL.CPY
000300*
000400* LINKAGE AREA FOR THE QQCATLK TABLE-PRODUCT LOOKUP
000500* SUBPROGRAM.  THE CALLER FILLS IN A SET ID AND A
000600* BUSINESS DATE; QQCATLK REPLIES WITH THE QQCATLG
000700* PRODUCT BUILT UNDER THAT SET ID ON THAT DATE:
000800*   F - FOUND, THE PRODUCT FIELDS ARE FILLED IN;
000900*   N - THE CATALOG HAS NO PRODUCT ON THAT SET AND DATE;
001000*   X - THERE IS NO CATALOG FILE AT ALL, AND THE CALLER
001100*       FALLS BACK TO ITS PRE-CATALOG BEHAVIOUR.
001200*
001300* FUNCTION "L" LOOKS UP AGAINST THE CATALOG AS LOADED ON
001400* THE FIRST CALL.  FUNCTION "R" READS THE FILE AGAIN
001500* BEFORE LOOKING UP - QQ ASKS FOR IT ONCE AT START-UP SO
001600* A CATALOG CHANGED EARLIER IN THE SAME RUN UNIT IS SEEN.
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DLH  INITIAL VERSION.
002000******************************************************
002100 01  QQCATLK-AREA.
002200     05  QQCATLK-FUNCTION        PIC X(01).
002300         88  QQCATLK-FN-LOOKUP       VALUE "L".
002400         88  QQCATLK-FN-RELOAD       VALUE "R".
002500     05  QQCATLK-SET-ID          PIC 9(02).
002600     05  QQCATLK-ASOF-DATE       PIC 9(08).
002700     05  QQCATLK-REPLY           PIC X(01).
002800         88  QQCATLK-FOUND           VALUE "F".
002900         88  QQCATLK-NOT-FOUND       VALUE "N".
003000         88  QQCATLK-NO-CATALOG      VALUE "X".
003100     05  QQCATLK-PRODUCT-CODE    PIC X(08).
003200     05  QQCATLK-DESCRIPTION     PIC X(30).
003300     05  QQCATLK-TAB-SIZE        PIC 9(02).
003400     05  QQCATLK-OPERATION       PIC X(01).
003500     05  QQCATLK-OFFICE          PIC X(08).
003600     05  QQCATLK-EFF-FROM        PIC 9(08).
003700     05  QQCATLK-EFF-TO          PIC 9(08).
