001305*                   GENERATION HAS LANDED.  REAL TABLE
001306*                   SETS START AT 01, SO NO INQUIRY OR
001307*                   SCAN KEYED ON A REAL SET SEES IT.
001308*   2026-10-15 DLH  THE RECORD AT (DATE, 00, 00, 01),
001309*                   OPERATION "P", MARKS A PROTECTED
001310*                   MONTH-END GENERATION.  WRITTEN BY THE
001311*                   MTHCLOSE STEP; QQMSWEEP NEVER PRUNES A
001312*                   GENERATION CARRYING ONE.
001300******************************************************
001400 01  QQMAST-RECORD.
001500     05  QQMAST-KEY.
