000100***************************************************************
000200* SPLTREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA NIGHTLY SPLIT-CONTROL FILE
000500* (SPLTCTL, PROD.ALPHA.SPLITCTL GDG), WRITTEN BY THE SPLITTER
000600* ALPHSPLT WHEN IT DEALS THE NIGHT'S TRANFILE OUT INTO ONE
000700* TRANSACTION FILE PER ALPHA STREAM.  ONE 'H' RECORD FOR THE
000800* NIGHT - THE RUN DATE EVERY STREAM AND THE MERGE RUN UNDER,
000900* HOW MANY STREAMS CARRY WORK, THE BATCH AND DETAIL TOTALS,
001000* AND WHETHER THE SPLIT WAS FORCED PAST THE DUPLICATE-RUN
001100* GUARD - FOLLOWED BY ONE 'S' RECORD PER STREAM GIVING ITS
001200* BATCH, DETAIL AND RECORD COUNTS AND THE TRANSACTION
001300* SEQUENCE BASE ITS NUMBERING STARTS AFTER (THE DETAILS DEALT
001400* TO THE STREAMS AHEAD OF IT), SO NO TWO STREAMS EVER USE THE
001500* SAME TRANSACTION SEQUENCE.  AN IDLE STREAM HAS ZERO RECORDS.
001600* SHARED BY ALPHSPLT (WRITER), ALPHA ON A STREAM= RUN AND THE
001700* MERGE STEP ALPHMRG (READERS).
001800*
001900* 2026-10-15 JDM  ORIGINAL COPYBOOK.
002000***************************************************************
002100     05  SPC-RECORD-TYPE       PIC X(01).
002200         88  SPC-HEADER-REC               VALUE 'H'.
002300         88  SPC-STREAM-REC               VALUE 'S'.
002400     05  FILLER                PIC X(01).
002500     05  SPC-RECORD-DATA       PIC X(78).
002600     05  SPC-HEADER-DATA REDEFINES SPC-RECORD-DATA.
002700         10  SPC-RUN-DATE      PIC 9(08).
002800         10  FILLER            PIC X(01).
002900         10  SPC-STREAM-COUNT  PIC 9(02).
003000         10  FILLER            PIC X(01).
003100         10  SPC-BATCH-COUNT   PIC 9(03).
003200         10  FILLER            PIC X(01).
003300         10  SPC-DETAIL-COUNT  PIC 9(07).
003400         10  FILLER            PIC X(01).
003500         10  SPC-FORCE-FLAG    PIC X(01).
003600             88  SPC-FORCED-SPLIT         VALUE 'Y'.
003700         10  FILLER            PIC X(53).
003800     05  SPC-STREAM-DATA REDEFINES SPC-RECORD-DATA.
003900         10  SPC-STREAM-NO     PIC 9(02).
004000         10  FILLER            PIC X(01).
004100         10  SPC-STREAM-BATCHES PIC 9(03).
004200         10  FILLER            PIC X(01).
004300         10  SPC-STREAM-DETAILS PIC 9(07).
004400         10  FILLER            PIC X(01).
004410         10  SPC-STREAM-RECORDS PIC 9(07).
004420         10  FILLER            PIC X(01).
004500         10  SPC-SEQ-BASE      PIC 9(05).
004600         10  FILLER            PIC X(50).
