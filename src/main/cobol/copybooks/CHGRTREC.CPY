000100***************************************************************
000200* CHGRTREC.CPY
000300*
000400* CARD LAYOUT FOR THE ALPHA CHARGEBACK RATE TABLE (CHGRATES,
000500* PROD.ALPHA.CHGRATES), A SEQUENTIAL CARD FILE KEPT BY HAND BY
000600* FINANCE AND READ BY THE MONTH-END CHARGEBACK PROGRAM CHRGRPT.
000700* ONE CARD PER SOURCE SYSTEM PER RATE CHANGE; A CARD WITH
000800* SOURCE 'DEFAULT' PRICES EVERY SOURCE THAT HAS NO CARD OF ITS
000900* OWN (THE 'SUSPENSE' CORRECTION RUNS AND 'UNTAGGED' BACK-OUTS
001000* INCLUDED).  A MONTH IS PRICED AT THE CARD WITH THE LATEST
001100* EFFECTIVE DATE ON OR BEFORE THE LAST DAY OF THE MONTH, SO A
001200* RATE CHANGE IS MADE BY ADDING A CARD, NEVER BY OVERTYPING
001300* ONE - THE OLD CARD STILL PRICES A RERUN OF AN EARLIER MONTH.
001400*
001500* RATES ARE PER NIGHT TRANSMITTED, PER DETAIL RECEIVED, PER
001600* DETAIL PROCESSED (CREDITED BACK FOR A DETAIL BACKED OUT),
001700* PER DETAIL REJECTED TO SUSPENSE AND PER BATCH REFUSED.  ALL
001800* ARE UNSIGNED, ZERO-FILLED WITH AN IMPLIED DECIMAL POINT:
001900* 000000150 IN A RATE FIELD IS 0.0150.  A CARD WITH AN
002000* ASTERISK IN COLUMN 1 IS A COMMENT.  THE COST CENTRE IS
002100* CARRIED TO THE LEDGER CHARGE FILE (SEE CHGREC).
002200*
002300* 2026-10-15 JDM  ORIGINAL COPYBOOK.
002400***************************************************************
002500     05  CRT-SOURCE-SYS        PIC X(08).
002600         88  CRT-DEFAULT-CARD             VALUE 'DEFAULT'.
002700     05  FILLER                PIC X(01).
002800     05  CRT-EFFECTIVE-DATE    PIC 9(08).
002900     05  FILLER                PIC X(01).
003000     05  CRT-COST-CENTRE       PIC X(08).
003100     05  FILLER                PIC X(01).
003200     05  CRT-NIGHT-RATE        PIC 9(05)V9(04).
003300     05  FILLER                PIC X(01).
003400     05  CRT-RECEIVED-RATE     PIC 9(05)V9(04).
003500     05  FILLER                PIC X(01).
003600     05  CRT-PROCESSED-RATE    PIC 9(05)V9(04).
003700     05  FILLER                PIC X(01).
003800     05  CRT-REJECTED-RATE     PIC 9(05)V9(04).
003900     05  FILLER                PIC X(01).
004000     05  CRT-REFUSED-RATE      PIC 9(05)V9(04).
004100     05  FILLER                PIC X(04).
