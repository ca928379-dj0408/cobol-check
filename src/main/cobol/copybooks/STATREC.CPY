001860*                 BATCHES THAT BALANCED) SO THE MORNING
001870*                 CTLCHK BALANCING JOB CAN PROVE THE NIGHT
001880*                 AGAINST WHAT WAS ACTUALLY RECEIVED.
001890* 2026-10-15 JDM  GREW FROM 160 TO 200 BYTES.  ADDED THE
001891*                 SOURCE-REGISTRY EXCEPTION FLAGS AND COUNTS
001892*                 (MANDATORY SOURCES THAT DID NOT TRANSMIT,
001893*                 BATCH HEADERS FROM UNREGISTERED SOURCES)
001894*                 SET BY ALPHA'S 0190-CHECK-SOURCE-REGISTRY,
001895*                 AND A RESERVED AREA SO THE NEXT FEW FIELDS
001896*                 CAN BE CARVED OUT WITHOUT ANOTHER STATMIGJ.
001897* 2026-10-15 JDM  CARVED THE DUPLICATE FLAG AND COUNT (DETAILS
001898*                 DIVERTED TO DUPFILE AS RETRANSMISSIONS OF AN
001899*                 EARLIER NIGHT) OUT OF THE RESERVED AREA.
001900* 2026-10-15 JDM  CARVED THE STREAM NUMBER AND REFUSED-BATCH
001901*                 COUNT OUT OF THE RESERVED AREA.  A NIGHT
001902*                 SPLIT ACROSS PARALLEL ALPHA STREAMS WRITES
001903*                 ONE RECORD PER STREAM RUN (STREAM 01-05) TO
001904*                 THE STREAM'S OWN STATS GDG, AND THE MERGE
001905*                 STEP ALPHMRG WRITES THE ONE COMBINED RECORD
001906*                 FOR THE NIGHT (STREAM 00, AS A SINGLE ALPHA
001907*                 RUN ALWAYS HAS) TO THE NIGHT'S STATFILE.
001908* 2026-10-15 JDM  ADDED THE BACK-OUT RUN FLAG ('B').  A
001909*                 RUNMODE=BACKOUT RUN'S RECORD CARRIES THE DATE
001910*                 BACKED OUT; ITS PROCESSED COUNT IS THE DETAILS
001911*                 REVERSED AND ITS AUDIT COUNT THE COMPENSATING
001912*                 AUDIT ENTRIES WRITTEN.  IT READS NO
001913*                 TRANSACTIONS.
001990***************************************************************
002000     05  STAT-RUN-DATE         PIC 9(08).
002100     05  FILLER                PIC X(01).
002200     05  STAT-TRANS-READ       PIC 9(05).
003700         88  STAT-FRESH-RUN               VALUE 'F'.
003800         88  STAT-RESTART-RUN             VALUE 'R'.
003810         88  STAT-SUSPENSE-RUN            VALUE 'S'.
003820         88  STAT-BACKOUT-RUN             VALUE 'B'.
003900     05  FILLER                PIC X(01).
004000     05  STAT-OUTCOME-FLAG     PIC X(01).
004100         88  STAT-RUN-CLEAN               VALUE 'N'.
005200     05  STAT-TRAILER-COUNT    PIC 9(07).
005300     05  FILLER                PIC X(01).
005400     05  STAT-TRAILER-HASH     PIC 9(13).
005500     05  FILLER                PIC X(01).
005600     05  STAT-MISSING-SRC-FLAG PIC X(01).
005700         88  STAT-MANDATORY-SRC-MISSING   VALUE 'Y'.
005800     05  FILLER                PIC X(01).
005900     05  STAT-MISSING-SRC-COUNT PIC 9(03).
006000     05  FILLER                PIC X(01).
006100     05  STAT-UNREG-SRC-FLAG   PIC X(01).
006200         88  STAT-UNREGISTERED-SRC        VALUE 'Y'.
006300     05  FILLER                PIC X(01).
006400     05  STAT-UNREG-SRC-COUNT  PIC 9(03).
006500     05  FILLER                PIC X(01).
006510     05  STAT-DUP-FLAG         PIC X(01).
006520         88  STAT-DUPLICATES-DIVERTED     VALUE 'Y'.
006530     05  FILLER                PIC X(01).
006540     05  STAT-DUPLICATE-COUNT  PIC 9(05).
006550     05  FILLER                PIC X(01).
006560     05  STAT-STREAM-NO        PIC 9(02).
006570     05  FILLER                PIC X(01).
006580     05  STAT-REFUSED-BATCH-COUNT PIC 9(03).
006590     05  FILLER                PIC X(13).
