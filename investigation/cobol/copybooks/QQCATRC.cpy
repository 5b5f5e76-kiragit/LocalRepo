000100******************************************************
000200* QQCATRC.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE QQCATLG TABLE-PRODUCT
000500* CATALOG - ONE RECORD PER TABLE PRODUCT THE OFFICE
000600* PUBLISHES.  THE PRODUCT CODE NEVER CHANGES, AND NEITHER
000700* DOES THE SET ID IT IS BUILT UNDER, SO SET 03 ON QQOUT,
000800* QQFLAT, QQMAST AND THE DELTA FEED MEANS THE SAME
000900* PRODUCT FROM ONE NIGHT TO THE NEXT.  THE CATALOG IS
001000* MAINTAINED ONLY THROUGH QQCATMNT.
001100*
001200* A PRODUCT IS BUILT ON EVERY BUSINESS DATE FROM ITS
001300* EFFECTIVE-FROM DATE THROUGH ITS EFFECTIVE-TO DATE,
001400* BOTH INCLUSIVE.  99999999 IN EFFECTIVE-TO MEANS OPEN
001500* ENDED.  A RETIRED PRODUCT STAYS ON FILE WITH ITS
001600* EFFECTIVE-TO FILLED IN, SO AN OLD GENERATION CAN STILL
001700* BE NAMED.  A SET ID IS ONLY EVER REUSED BY A LATER
001800* PRODUCT WHOSE DATES DO NOT OVERLAP THE EARLIER ONE'S.
001900*
002000* THE SET ID IS 01 THRU 10 - EVERY QQ STEP HOLDS ITS
002100* PER-SET FIGURES IN A TEN-ENTRY TABLE.
002200*
002300* MODIFICATION HISTORY
002400*   2026-10-15 DLH  INITIAL VERSION.
002500******************************************************
002600 01  QQCAT-RECORD.
002700     05  QQCAT-PRODUCT-CODE      PIC X(08).
002800     05  QQCAT-SET-ID            PIC 9(02).
002900     05  QQCAT-DESCRIPTION       PIC X(30).
003000     05  QQCAT-TAB-SIZE          PIC 9(02).
003100     05  QQCAT-OPERATION         PIC X(01).
003200         88  QQCAT-OP-MULTIPLY       VALUE "M".
003300         88  QQCAT-OP-ADD            VALUE "A".
003400         88  QQCAT-OP-SUBTRACT       VALUE "S".
003500     05  QQCAT-OFFICE            PIC X(08).
003600     05  QQCAT-EFF-FROM          PIC 9(08).
003700     05  QQCAT-EFF-TO            PIC 9(08).
003800         88  QQCAT-OPEN-ENDED        VALUE 99999999.
003900     05  QQCAT-MAINT-DATE        PIC 9(08).
