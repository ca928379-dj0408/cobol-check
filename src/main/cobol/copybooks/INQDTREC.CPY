001200* (READER).
001300*
001400* 2026-08-19 JDM  ORIGINAL COPYBOOK.
001410* 2026-10-15 JDM  ADDED THE 'DUPL' ENTRY - A DETAIL DIVERTED TO
001420*                 DUPFILE AS A RETRANSMISSION, WITH THE RUN DATE
001430*                 AND SEQUENCE IT WAS FIRST SEEN ON.
001440* 2026-10-15 JDM  DTL-TEXT CUT TO 70 (NO ENTRY USED MORE THAN 67)
001450*                 TO CARRY THE SOURCE SYSTEM AND THE FULL VALUE
001460*                 THE ENTRY IS ABOUT - THE VALUE BEFORE A
001470*                 TRANSITION, THE REJECTED VALUE, OR A
001480*                 DUPLICATE'S VALUE-1 - FOR THE VALUE INDEX
001490*                 (VALIXREC).  SPACES ON ENTRIES WRITTEN BEFORE
001495*                 THEN, AND ON THE SEQUENCE-ZERO ENTRY.
001496* 2026-10-15 JDM  ADDED THE 'BKOT' ENTRY - ONE PER RUNMODE=BACKOUT
001497*                 RUN, SAYING WHAT THE BACK-OUT REVERSED.
001500***************************************************************
001600     05  DTL-KEY.
001700         10  DTL-RUN-DATE      PIC 9(08).
002100         88  DTL-AUDIT-ENTRY              VALUE 'AUDT'.
002200         88  DTL-EXCEPTION-ENTRY          VALUE 'EXCP'.
002300         88  DTL-CHECKPOINT-ENTRY         VALUE 'CKPT'.
002310         88  DTL-DUPLICATE-ENTRY          VALUE 'DUPL'.
002320         88  DTL-BACKOUT-ENTRY            VALUE 'BKOT'.
002400     05  FILLER                PIC X(01).
002500     05  DTL-TRAN-SEQ          PIC 9(05).
002600     05  FILLER                PIC X(01).
002700     05  DTL-TEXT              PIC X(70).
002710     05  DTL-SOURCE-SYS        PIC X(08).
002720     05  DTL-VALUE             PIC X(80).
002730     05  FILLER                PIC X(12).
