000100***************************************************************
000200* UNMPREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA UNMAPPED-VALUES FILE (UNMPFILE),
000500* A GDG WITH ONE NEW GENERATION PER NIGHT.  ONE RECORD IS
000600* WRITTEN BY ALPHA'S 8910-WRITE-UNMAPPED FOR EVERY VALUE
000700* PROG3 COULD NOT FIND IN THE TRANSLATION TABLE (RETURN CODE
000800* 8 OUT OF 800-MAKE-CALL), TAGGED WITH THE RUN DATE, THE
000900* TRANSACTION SEQUENCE, THE SOURCE SYSTEM OF THE BATCH IT
001000* CAME IN ON, AND WHICH OF THE THREE PROG3 VALUES IT WAS
001100* (1 = VALUE-1, 2 = VALUE-2, 3 = THE THIRD CALL ARGUMENT).
001200* SHARED BY ALPHA (WRITER) AND THE MORNING UNMAPPED-VALUES
001300* SUMMARY PROGRAM UNMAPRPT (READER), WHICH TURNS THE VALUES
001400* INTO DRAFT TBLMAINT ADD CARDS.
001500*
001600* 2026-10-15 JDM  ORIGINAL COPYBOOK.
001700***************************************************************
001800     05  UNMP-RUN-DATE         PIC 9(08).
001900     05  FILLER                PIC X(01).
002000     05  UNMP-TRAN-SEQ         PIC 9(05).
002100     05  FILLER                PIC X(01).
002200     05  UNMP-SOURCE-SYS       PIC X(08).
002300     05  FILLER                PIC X(01).
002400     05  UNMP-VALUE-NO         PIC 9(01).
002500     05  FILLER                PIC X(01).
002600     05  UNMP-VALUE            PIC X(80).
