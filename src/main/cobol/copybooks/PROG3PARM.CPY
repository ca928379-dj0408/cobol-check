001000*     CALL 'PROG3' USING PROG3-VALUE-1
001100*                        PROG3-VALUE-2
001200*                        PROG3-VALUE-3
001300*                        PROG3-NOTFOUND-FLAGS
001305*                        PROG3-TABLE-INFO
001310*
001320* PROG3-NOTFOUND-FLAG (n) COMES BACK 'Y' FOR EACH VALUE THAT
001330* WAS NOT IN THE TRANSLATION TABLE (RETURN CODE 8), SO THE
001340* CALLER CAN TELL WHICH VALUE MISSED - A NOT-IN-TABLE VALUE
001350* AND AN IDENTITY MAPPING BOTH COME BACK UNCHANGED.
001352* PROG3-TABLE-INFO COMES BACK WITH THE STATE OF TRNSTBL AND THE
001354* NUMBER OF ENTRIES ON IT AS COUNTED WHEN PROG3 OPENED IT, FOR
001356* THE CALLER'S RUN REPORT.  SET PROG3-TABLE-STATE TO SPACE
001358* BEFORE THE FIRST CALL SO A RUN THAT NEVER CALLS PROG3 SHOWS.
001360*
001400* 2026-08-08 JDM  ORIGINAL COPYBOOK, PULLED OUT OF ALPHA'S
001500*                 800-MAKE-CALL SO FUTURE CALLERS OF PROG3
001600*                 SHARE ONE DEFINITION.
001700* 2026-08-14 JDM  CALL PATTERN CHANGED FROM BY CONTENT/BY
001800*                 VALUE TO BY REFERENCE - PROG3 NOW RETURNS
001900*                 THE NORMALIZED VALUES IN THESE FIELDS.
001910* 2026-10-15 JDM  ADDED THE PER-VALUE NOT-FOUND FLAGS SO ALPHA
001920*                 CAN CAPTURE THE VALUES THAT MISSED THE
001930*                 TABLE TO THE UNMAPPED-VALUES FILE.
001950* 2026-10-15 JDM  ADDED PROG3-TABLE-INFO - TRNSTBL IS NOW KEYED
001970*                 AND PROG3 REPORTS THE TABLE SIZE IT OPENED.
002000***************************************************************
002100 01  PROG3-VALUE-1                 PIC X(80).
002200 01  PROG3-VALUE-2                 PIC X(80).
002300 01  PROG3-VALUE-3                 PIC X(80).
002400 01  PROG3-NOTFOUND-FLAGS.
002500     05  PROG3-NOTFOUND-FLAG       PIC X(01) OCCURS 3 TIMES.
002600         88  PROG3-VALUE-NOT-FOUND            VALUE 'Y'.
002700 01  PROG3-TABLE-INFO.
002800     05  PROG3-TABLE-STATE         PIC X(01).
002900         88  PROG3-TABLE-NOT-CALLED           VALUE SPACE.
003000         88  PROG3-TABLE-OPEN                 VALUE 'Y'.
003100         88  PROG3-TABLE-ABSENT               VALUE 'N'.
003200     05  PROG3-TABLE-SIZE          PIC 9(07).
