000100***************************************************************
000200* TRNRLREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA VALUE-1/VALUE-2 TRANSITION-RULES
000500* FILE (TRNRULES).  ONE RECORD PER RULE: THE FIELD IT APPLIES
000600* TO ('VALUE-1' FOR 300-CHANGE-1, 'VALUE-2' FOR 400-CHANGE-2),
000700* THE SOURCE SYSTEM IT IS FOR ('*' = ANY SOURCE), THE CURRENT
000800* VALUE IT MATCHES AND THE NEXT VALUE IT MOVES IN, AND THE
000900* DATE IT TAKES EFFECT (ZERO = ALWAYS IN EFFECT).  A CURRENT
001000* VALUE OF '*OTHER' MATCHES ANY VALUE NO OTHER RULE FOR THE
001100* FIELD MATCHES - THE WHEN OTHER OF THE OLD COMPILED EVALUATE.
001200* THE RULE ID IS CARRIED TO AUDTFILE ON EVERY TRANSITION THE
001300* RULE MAKES.  SHARED BY ALPHA (READER, LOADED AT START OF
001400* RUN) AND THE RULE MAINTENANCE PROGRAM RULMAINT (WRITER) SO
001500* THE LAYOUT CANNOT DRIFT BETWEEN THEM.
001600*
001700* 2026-10-15 JDM  ORIGINAL COPYBOOK.
001800***************************************************************
001900     05  TRL-RULE-ID           PIC X(08).
002000     05  FILLER                PIC X(01).
002100     05  TRL-FIELD-NAME        PIC X(08).
002200         88  TRL-VALUE-1-RULE             VALUE 'VALUE-1'.
002300         88  TRL-VALUE-2-RULE             VALUE 'VALUE-2'.
002400     05  FILLER                PIC X(01).
002500     05  TRL-SOURCE-SYS        PIC X(08).
002600         88  TRL-ANY-SOURCE               VALUE '*'.
002700     05  FILLER                PIC X(01).
002800     05  TRL-EFF-DATE          PIC 9(08).
002900     05  FILLER                PIC X(01).
003000     05  TRL-CURRENT-VALUE     PIC X(80).
003100         88  TRL-OTHER-VALUE              VALUE '*OTHER'.
003200     05  TRL-NEXT-VALUE        PIC X(80).
003300     05  FILLER                PIC X(01).
003400     05  TRL-LAST-MAINT-DATE   PIC 9(08).
003500     05  TRL-LAST-MAINT-OPER   PIC X(08).
003600     05  FILLER                PIC X(07).
