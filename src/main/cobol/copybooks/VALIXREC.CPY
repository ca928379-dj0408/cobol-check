000100***************************************************************
000200* VALIXREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA VALUE INDEX (BATCH DD VIXFILE,
000500* CICS FILE ALPHVIX, PROD.ALPHA.VALINDEX), A VSAM KSDS KEYED BY
000600* VALUE + SOURCE SYSTEM + DESCENDING RUN DATE + DETAIL
000700* SEQUENCE, COLS 1-101.  ONE RECORD PER AUDIT, EXCEPTION OR
000800* DUPLICATE INQUIRY ENTRY (INQDTREC), FILED UNDER THE VALUE THE
000900* ENTRY IS ABOUT: THE VALUE BEFORE A TRANSITION, THE REJECTED
001000* VALUE, OR A DUPLICATE'S VALUE-1.  REBUILT WHOLE BY VALIXJ
001100* FROM THE INQUIRY DETAIL FILE AND EVERY DTLPURG ARCHIVE
001200* GENERATION; READ BY THE ALPV VALUE SEARCH IN ALPHINQ.
001300*
001400* VIX-DATE-DESC IS 99999999 LESS THE RUN DATE, SO A BROWSE
001500* FINDS THE NEWEST RUN DATE FIRST.  AN ENTRY WRITTEN BEFORE THE
001600* INQUIRY ENTRIES CARRIED THEIR SOURCE SYSTEM IS FILED UNDER
001700* SPACES (A DUPLICATE ENTRY EXCEPTED) AND UNDER ITS VALUE AS
001800* TRIMMED FOR THE INQUIRY SCREEN.  THE ONE KEY-LOW-VALUES
001900* RECORD KEEPS THE CLUSTER LOADED WHEN THERE IS NOTHING TO
002000* INDEX; NO SEARCH EVER REACHES IT.
002100*
002200* 2026-10-15 JDM  ORIGINAL COPYBOOK.
002300***************************************************************
002400     05  VIX-KEY.
002500         10  VIX-VALUE         PIC X(80).
002600         10  VIX-SOURCE-SYS    PIC X(08).
002700         10  VIX-DATE-DESC     PIC 9(08).
002800         10  VIX-SEQ-NO        PIC 9(05).
002900     05  VIX-RUN-DATE          PIC 9(08).
003000     05  VIX-TRAN-SEQ          PIC 9(05).
003100     05  VIX-REC-TYPE          PIC X(04).
003200         88  VIX-AUDIT-ENTRY              VALUE 'AUDT'.
003300         88  VIX-EXCEPTION-ENTRY          VALUE 'EXCP'.
003400         88  VIX-DUPLICATE-ENTRY          VALUE 'DUPL'.
003500     05  VIX-REJECTED-FLAG     PIC X(01).
003600         88  VIX-REJECTED                 VALUE 'Y'.
003700         88  VIX-NOT-REJECTED             VALUE 'N'.
003800     05  VIX-LOCATION          PIC X(01).
003900         88  VIX-ON-FILE                  VALUE 'F'.
004000         88  VIX-ARCHIVED                 VALUE 'A'.
004100     05  VIX-OUTCOME-TEXT      PIC X(40).
004200     05  FILLER                PIC X(40).
