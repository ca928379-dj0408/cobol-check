000100***************************************************************
000200* SRCSTREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA PER-SOURCE STATISTICS FILE
000500* (SRCSTATS), A GDG WRITTEN BESIDE STATFILE BY EVERY ALPHA RUN
000600* AT 999-END - REFUSED AND ABENDED RUNS INCLUDED.  ONE RECORD
000700* PER SOURCE BATCH ON THE RUN'S TRANFILE, SO THERE IS NO LIMIT
000800* ON THE SOURCES A NIGHT CAN CARRY (STATREC'S SOURCE-VOLUME
000900* ENTRIES STOP AT FIVE).  A RUNMODE=SUSPENSE RUN WRITES ONE
001000* RECORD UNDER SOURCE 'SUSPENSE' (SUSPREC CARRIES NO SOURCE);
001100* A RUNMODE=BACKOUT RUN WRITES ONE RECORD PER SOURCE TAG ON
001200* THE AUDIT ENTRIES IT COMPENSATED, ITS PROCESSED COUNT BEING
001300* THE TRANSACTIONS BACKED OUT.  BOTH CARRY BATCH NUMBER ZERO.
001400*
001500* SST-RUN-STAMP IS THE DATE AND TIME THE WRITING RUN ENDED AND
001600* IS THE SAME ON EVERY RECORD OF THAT RUN.  ON A SPLIT NIGHT
001700* EACH STREAM WRITES ITS OWN GENERATION AND ALPHMRG COPIES THE
001800* STREAMS' RECORDS, UNCHANGED, TO THE NIGHT'S SRCSTATS (A HELD
001900* NIGHT'S, ONLY THE FAILED STREAMS').  A DATE FORCED THROUGH THE
001910* MERGE AGAIN CARRIES EXACT COPIES, WHICH THE STAMP LETS THE
002000* MONTH-END CHARGEBACK (CHRGRPT) RECOGNISE.  THE
002100* COUNTS FOLLOW STATREC: SUMMED OVER THE MONTH THEY TIE TO THE
002200* STATFILE TOTALS.
002300*
002400* 2026-10-15 JDM  ORIGINAL COPYBOOK.
002500***************************************************************
002600     05  SST-RUN-DATE          PIC 9(08).
002700     05  FILLER                PIC X(01).
002800     05  SST-SOURCE-SYS        PIC X(08).
002900     05  FILLER                PIC X(01).
003000     05  SST-STREAM-NO         PIC 9(02).
003100     05  FILLER                PIC X(01).
003200     05  SST-BATCH-NO          PIC 9(03).
003300     05  FILLER                PIC X(01).
003400     05  SST-RUN-STAMP.
003500         10  SST-STAMP-DATE    PIC 9(08).
003600         10  SST-STAMP-TIME    PIC 9(08).
003700     05  FILLER                PIC X(01).
003800     05  SST-RUN-TYPE          PIC X(01).
003900         88  SST-FRESH-RUN                VALUE 'F'.
004000         88  SST-RESTART-RUN              VALUE 'R'.
004100         88  SST-SUSPENSE-RUN             VALUE 'S'.
004200         88  SST-BACKOUT-RUN              VALUE 'B'.
004300     05  FILLER                PIC X(01).
004400     05  SST-OUTCOME-FLAG      PIC X(01).
004500         88  SST-RUN-CLEAN                VALUE 'N'.
004600         88  SST-RUN-ABENDED              VALUE 'Y'.
004700         88  SST-RUN-REFUSED              VALUE 'R'.
004800         88  SST-RUN-IO-ERROR             VALUE 'I'.
004900     05  FILLER                PIC X(01).
005000     05  SST-BATCH-STATUS      PIC X(01).
005100         88  SST-BATCH-ACCEPTED           VALUE 'A'.
005200         88  SST-BATCH-REFUSED            VALUE 'R'.
005300         88  SST-NOT-A-BATCH              VALUE SPACE.
005400     05  FILLER                PIC X(01).
005500     05  SST-RECEIVED          PIC 9(07).
005600     05  FILLER                PIC X(01).
005700     05  SST-PROCESSED         PIC 9(05).
005800     05  FILLER                PIC X(01).
005900     05  SST-REJECTED          PIC 9(05).
006000     05  FILLER                PIC X(13).
