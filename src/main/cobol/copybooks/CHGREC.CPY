000100***************************************************************
000200* CHGREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA MONTHLY CHARGE FILE (CHGFILE,
000500* PROD.ALPHA.CHARGES GDG), WRITTEN BY CHRGRPT FOR THE FINANCE
000600* LEDGER INTERFACE.  ONE HEADER ('H') NAMING THE MONTH, ONE
000700* DETAIL ('D') PER SOURCE SYSTEM PER CHARGE ITEM WITH A
000800* QUANTITY IN THE MONTH, AND ONE TRAILER ('T') CARRYING THE
000900* DETAIL COUNT AND THE DEBIT AND CREDIT TOTALS THE LEDGER
001000* PROVES THE FILE AGAINST.
001100*
001200* AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; CHG-DR-CR
001300* SAYS WHICH WAY THEY POST.  EVERY ITEM IS A DEBIT TO THE
001400* SOURCE'S COST CENTRE EXCEPT 'BACKEDOT' - DETAILS BACKED OUT,
001500* CREDITED AT THE PROCESSED RATE.  THE RATE IS THE ONE FROM
001600* THE CHGRATES CARD THE SOURCE WAS PRICED AT (SEE CHGRTREC).
001700*
001800* 2026-10-15 JDM  ORIGINAL COPYBOOK.
001900***************************************************************
002000     05  CHG-RECORD-TYPE       PIC X(01).
002100         88  CHG-HEADER-REC               VALUE 'H'.
002200         88  CHG-DETAIL-REC               VALUE 'D'.
002300         88  CHG-TRAILER-REC              VALUE 'T'.
002400     05  CHG-DETAIL-VIEW.
002500         10  CHG-MONTH         PIC 9(06).
002600         10  CHG-SOURCE-SYS    PIC X(08).
002700         10  CHG-COST-CENTRE   PIC X(08).
002800         10  CHG-ITEM-CODE     PIC X(08).
002900             88  CHG-NIGHTS-ITEM          VALUE 'NIGHTS'.
003000             88  CHG-RECEIVED-ITEM        VALUE 'RECEIVED'.
003100             88  CHG-PROCESSED-ITEM       VALUE 'PROCESSD'.
003200             88  CHG-BACKED-OUT-ITEM      VALUE 'BACKEDOT'.
003300             88  CHG-REJECTED-ITEM        VALUE 'REJECTED'.
003400             88  CHG-REFUSED-ITEM         VALUE 'REFUSED'.
003500         10  CHG-QUANTITY      PIC 9(07).
003600         10  CHG-RATE          PIC 9(05)V9(04).
003700         10  CHG-AMOUNT        PIC 9(09)V99.
003800         10  CHG-DR-CR         PIC X(01).
003900             88  CHG-DEBIT                VALUE 'D'.
004000             88  CHG-CREDIT               VALUE 'C'.
004100         10  FILLER            PIC X(41).
004200     05  CHG-HEADER-VIEW REDEFINES CHG-DETAIL-VIEW.
004300         10  CHG-HDR-MONTH     PIC 9(06).
004400         10  CHG-HDR-RUN-DATE  PIC 9(08).
004500         10  CHG-HDR-SYSTEM    PIC X(08).
004600         10  FILLER            PIC X(77).
004700     05  CHG-TRAILER-VIEW REDEFINES CHG-DETAIL-VIEW.
004800         10  CHG-TRL-DETAIL-COUNT PIC 9(07).
004900         10  CHG-TRL-DEBIT-TOTAL  PIC 9(11)V99.
005000         10  CHG-TRL-CREDIT-TOTAL PIC 9(11)V99.
005100         10  FILLER            PIC X(66).
