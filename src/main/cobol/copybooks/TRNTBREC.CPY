000200* TRNTBREC.CPY
000300*
000400* RECORD LAYOUT FOR THE PROG3 VALUE-NORMALIZATION TRANSLATION
000500* TABLE (TRNSTBL), A VSAM KSDS KEYED ON TBL-FROM-VALUE.  EACH
000600* RECORD IS A FROM-VALUE/TO-VALUE PAIR; PROG3 OPENS THE FILE ON
000700* ITS FIRST CALL OF THE RUN AND LOOKS EVERY VALUE IT IS PASSED
000800* UP BY KEY (A VALUE NOT IN THE TABLE PASSES THROUGH UNCHANGED),
000900* SO THE TABLE HAS NO ENTRY LIMIT OF ITS OWN.  SHARED BY PROG3
001000* AND UNMAPRPT (READERS) AND THE TABLE MAINTENANCE PROGRAM
001100* TBLMAINT (WRITER) SO THE LAYOUT CANNOT DRIFT BETWEEN THEM.
001200*
001300* 2026-09-02 JDM  ORIGINAL COPYBOOK, PULLED OUT OF PROG3'S
001400*                 FILE SECTION FOR THE NEW TBLMAINT PROGRAM.
001410* 2026-10-15 JDM  TRNSTBL CONVERTED TO A KSDS KEYED ON THE
001420*                 FROM-VALUE; THE 200-ENTRY LIMIT IS GONE.
001500***************************************************************
001600     05  TBL-FROM-VALUE        PIC X(80).
001700     05  TBL-TO-VALUE          PIC X(80).
