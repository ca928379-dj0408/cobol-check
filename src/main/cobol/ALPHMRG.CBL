000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ALPHMRG.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : ALPHMRG
000900* PURPOSE  : MERGE STEP OF A SPLIT NIGHT.  ALPHSPLT DEALS THE
001000*            NIGHT'S SOURCE BATCHES OUT TO UP TO FIVE STREAMS
001100*            AND EACH STREAM IS RUN BY ITS OWN ALPHA JOB
001200*            (ALPHAS01-ALPHAS05) AT THE SAME TIME, INTO ITS OWN
001300*            GENERATIONS.  ONCE EVERY STREAM HAS FINISHED THIS
001400*            PROGRAM PUTS THE NIGHT BACK TOGETHER, SO RECNCHK,
001500*            CTLCHK, STATRPT, THE DOWNSTREAM SHOP AND THE
001600*            ONLINE INQUIRY SEE ONE NIGHT JUST AS IF A SINGLE
001700*            ALPHA RUN HAD PROCESSED IT:
001800*              - AUDTFILE, RECONFIL, SUSPFILE, DUPFILE AND
001900*                UNMPFILE - THE STREAMS' RECORDS FOR THE RUN
002000*                DATE COPIED INTO THE NIGHT'S ONE GENERATION
002100*              - EXTRFILE - THE STREAMS' EXTRACT DETAILS UNDER
002200*                ONE NEW HEADER AND ONE TRAILER WITH THE COUNT
002300*                AND HASH RE-ACCUMULATED OVER THEM
002400*              - CTLFILE - ONE CONTROL-TOTALS RECORD, THE SUM
002500*                OF EACH STREAM'S FINAL PROG1 TOTALS, DATED
002600*                THE RUN DATE
002700*              - STATFILE - ONE STREAM-00 RUN-STATISTICS RECORD
002800*                SUMMED FROM EACH STREAM'S LATEST RECORD, WITH
002900*                THE SOURCE-REGISTRY CHECK MADE HERE AGAINST
003000*                THE WHOLE TRANSMISSION
003010*              - SRCSTATS - THE STREAMS' PER-SOURCE STATISTICS
003020*                RECORDS FOR THE RUN DATE, COPIED UNCHANGED
003030*                WHENEVER THE STATFILE RECORD IS WRITTEN, HELD
003040*                AND REFUSED NIGHTS INCLUDED (SEE SRCSTREC)
003050*            ON A HELD NIGHT THE STATFILE RECORD AND SRCSTATS
003060*            CARRY ONLY THE FAILED STREAMS' WORK; THE CLEAN
003070*            STREAMS ARE COUNTED BY THE MERGE AFTER THE RESTART.
003100*              - HISTFILE - ONE OUTCOME FOR THE DATE ON THE
003200*                RUN-HISTORY MASTER
003300*              - DTLFILE - THE STREAMS' INQUIRY ENTRIES LOADED
003400*                UNDER ONE DETAIL SEQUENCE FOR THE DATE, WITH
003500*                ONE POSITION ENTRY
003600*              - FPRINT - THE STREAMS' FINGERPRINTS APPLIED.
003700*                WHEN TWO STREAMS FIRST SAW THE SAME DETAIL
003800*                THE EARLIER TRANSACTION SEQUENCE (THE FIRST
003900*                ONE READ) KEEPS IT.
004000*
004100*            EACH STREAM'S OUTCOME IS ITS LATEST STATFILE
004200*            RECORD FOR THE DATE.  A STREAM THAT ABENDED, DIED
004300*            ON AN I/O ERROR OR NEVER RAN HOLDS THE WHOLE NIGHT:
004400*            NOTHING IS MERGED, THE MASTER HISTFILE AND
004500*            STATFILE GET THE FAILED OUTCOME, THE STREAMS TO
004600*            RESTART ARE NAMED (ALPHAR01-ALPHAR05 - ONLY THE
004700*            FAILED STREAM IS RERUN) AND THE PROGRAM ENDS 16.
004800*            RESUBMIT ALPHMRGJ ONCE THE RESTART HAS FINISHED.
004900*            A STREAM THAT ALPHA REFUSED WHOLE IS NOT A FAILURE
005000*            - ITS BATCHES ARE COUNTED REFUSED, AS THEY WOULD
005100*            BE IN A SINGLE RUN - UNLESS EVERY STREAM WAS
005200*            REFUSED, WHEN THE NIGHT IS REFUSED (CODE 16).
005300*            A MERGED NIGHT ENDS 0, 4 (SOURCE-REGISTRY
005400*            EXCEPTIONS OR DUPLICATES DIVERTED) OR 8 (REJECTED
005500*            TRANSACTIONS OR REFUSED BATCHES), AS ALPHA DOES.
005600*            A DATE THE MASTER ALREADY SHOWS CLEAN IS NOT
005700*            MERGED AGAIN UNLESS THE SPLIT WAS FORCED.
005800*
005900* MODIFICATION HISTORY
006000* ---------------------------------------------------------------
006100* DATE       INIT  DESCRIPTION
006200* ---------------------------------------------------------------
006300* 2026-10-15 JDM   ORIGINAL PROGRAM.
006310* 2026-10-15 JDM   THE SEQUENCE-ZERO INQUIRY ENTRY CARRIES NO
006320*                  SOURCE SYSTEM OR VALUE (NEW INQDTREC FIELDS).
006330* 2026-10-15 JDM   THE STREAMS' SRCSTATS RECORDS FOR THE NIGHT ARE
006340*                  COPIED TO THE NIGHT'S SRCSTATS GENERATION FOR
006350*                  THE MONTH-END CHARGEBACK (CHRGRPT).
006360* 2026-10-15 JDM   A STREAM REFUSED WHOLE COUNTS THE REFUSED
006370*                  BATCHES ON ITS OWN STATFILE RECORD.  A HELD
006380*                  NIGHT'S STATFILE AND SRCSTATS CARRY ONLY THE
006390*                  FAILED STREAMS, SO THE MERGE AFTER THE RESTART
006391*                  DOES NOT COUNT THE CLEAN STREAMS TWICE.
006400*****************************************************************
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT SPLIT-CONTROL-FILE ASSIGN TO SPLTCTL
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT STAT-IN-FILE ASSIGN TO STATIN
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT AUDIT-IN-FILE ASSIGN TO AUDTIN
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT RECON-IN-FILE ASSIGN TO RECONIN
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT DUPLICATE-IN-FILE ASSIGN TO DUPIN
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT UNMAPPED-IN-FILE ASSIGN TO UNMPIN
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT EXTRACT-IN-FILE ASSIGN TO EXTRIN
008300         ORGANIZATION IS SEQUENTIAL.
008400     SELECT CONTROL-IN-FILE ASSIGN TO CTLIN
008500         ORGANIZATION IS SEQUENTIAL.
008600     SELECT DETAIL-WORK-FILE ASSIGN TO DTLWORK
008700         ORGANIZATION IS SEQUENTIAL.
008800     SELECT FINGERPRINT-WORK-FILE ASSIGN TO FPRWORK
008900         ORGANIZATION IS SEQUENTIAL.
008910     SELECT SRCSTAT-IN-FILE ASSIGN TO SRCSTIN
008920         ORGANIZATION IS SEQUENTIAL.
009000     SELECT TRANS-FILE ASSIGN TO TRANFILE
009100         ORGANIZATION IS SEQUENTIAL.
009200     SELECT SOURCE-REGISTRY-FILE ASSIGN TO SRCREG
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS SREG-SOURCE-SYS.
009600     SELECT AUDIT-FILE ASSIGN TO AUDTFILE
009700         ORGANIZATION IS SEQUENTIAL.
009800     SELECT RECON-FILE ASSIGN TO RECONFIL
009900         ORGANIZATION IS SEQUENTIAL.
010000     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
010100         ORGANIZATION IS SEQUENTIAL.
010200     SELECT DUPLICATE-FILE ASSIGN TO DUPFILE
010300         ORGANIZATION IS SEQUENTIAL.
010400     SELECT UNMAPPED-FILE ASSIGN TO UNMPFILE
010500         ORGANIZATION IS SEQUENTIAL.
010600     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
010700         ORGANIZATION IS SEQUENTIAL.
010800     SELECT CONTROL-FILE ASSIGN TO CTLFILE
010900         ORGANIZATION IS SEQUENTIAL.
011000     SELECT STAT-FILE ASSIGN TO STATFILE
011100         ORGANIZATION IS SEQUENTIAL.
011110     SELECT SRCSTAT-FILE ASSIGN TO SRCSTATS
011120         ORGANIZATION IS SEQUENTIAL.
011200     SELECT HISTORY-FILE ASSIGN TO HISTFILE
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS RANDOM
011500         RECORD KEY IS HIST-RUN-DATE.
011600     SELECT DETAIL-FILE ASSIGN TO DTLFILE
011700         ORGANIZATION IS INDEXED
011800         ACCESS MODE IS DYNAMIC
011900         RECORD KEY IS DTL-KEY.
012000     SELECT FINGERPRINT-FILE ASSIGN TO FPRINT
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS RANDOM
012300         RECORD KEY IS FPR-KEY.
012400     SELECT PRINT-FILE ASSIGN TO PRTFILE
012500         ORGANIZATION IS SEQUENTIAL.

012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  SPLIT-CONTROL-FILE
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100 01  SPLIT-CONTROL-RECORD.
013200     COPY SPLTREC.

      *****************************************************************
      * THE STREAM INPUTS - EACH DD IS THE CONCATENATION OF THE FIVE
      * STREAMS' CURRENT GENERATIONS OF THAT FILE (SEE ALPHMRGJ).  A
      * STREAM WITH NO WORK TONIGHT CONTRIBUTES AN EMPTY GENERATION;
      * EVERY RECORD IS STILL CHECKED FOR THE RUN DATE SO AN OLDER
      * NIGHT'S GENERATION CAN NEVER BE MERGED IN.
      *****************************************************************
013300 FD  STAT-IN-FILE
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 01  STAT-IN-RECORD                PIC X(200).

013700 FD  AUDIT-IN-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000 01  AUDIT-IN-RECORD.
014100     COPY AUDITREC.

014200 FD  RECON-IN-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500 01  RECON-IN-RECORD.
014600     COPY RECONREC.

014700 FD  SUSPENSE-IN-FILE
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 01  SUSPENSE-IN-RECORD            PIC X(176).

015100 FD  DUPLICATE-IN-FILE
015200     RECORDING MODE IS F
015300     LABEL RECORDS ARE STANDARD.
015400 01  DUPLICATE-IN-RECORD           PIC X(176).

015500 FD  UNMAPPED-IN-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800 01  UNMAPPED-IN-RECORD.
015900     COPY UNMPREC.

016000 FD  EXTRACT-IN-FILE
016100     RECORDING MODE IS F
016200     LABEL RECORDS ARE STANDARD.
016300 01  EXTRACT-IN-RECORD.
016400     05  EXI-RECORD-TYPE       PIC X(01).
016500         88  EXI-HEADER-REC               VALUE 'H'.
016600         88  EXI-DETAIL-REC               VALUE 'D'.
016700     05  EXI-BUS-DATE          PIC 9(08).
016800     05  FILLER                PIC X(152).

016900 FD  CONTROL-IN-FILE
017000     RECORDING MODE IS F
017100     LABEL RECORDS ARE STANDARD.
017200 01  CONTROL-IN-RECORD             PIC X(54).

017210 FD  SRCSTAT-IN-FILE
017220     RECORDING MODE IS F
017230     LABEL RECORDS ARE STANDARD.
017240 01  SRCSTAT-IN-RECORD.
017250     05  SSI-RUN-DATE          PIC 9(08).
017260     05  FILLER                PIC X(10).
017270     05  SSI-STREAM-NO         PIC 9(02).
017280     05  FILLER                PIC X(60).

      *****************************************************************
      * DETAIL-WORK-FILE AND FINGERPRINT-WORK-FILE - THE STREAMS'
      * INQUIRY ENTRIES (INQDTREC SHAPE) AND FINGERPRINTS (FPRNTREC
      * SHAPE).  ONLY THE FIELDS THE MERGE TESTS ARE NAMED HERE.
      *****************************************************************
017300 FD  DETAIL-WORK-FILE
017400     RECORDING MODE IS F
017500     LABEL RECORDS ARE STANDARD.
017600 01  DETAIL-WORK-RECORD.
017700     05  DWK-RUN-DATE          PIC 9(08).
017800     05  FILLER                PIC X(187).

017900 FD  FINGERPRINT-WORK-FILE
018000     RECORDING MODE IS F
018100     LABEL RECORDS ARE STANDARD.
018200 01  FINGERPRINT-WORK-RECORD.
018300     05  FWK-KEY               PIC X(168).
018400     05  FILLER                PIC X(01).
018500     05  FWK-FIRST-RUN-DATE    PIC 9(08).
018600     05  FILLER                PIC X(01).
018700     05  FWK-FIRST-TRAN-SEQ    PIC 9(05).
018800     05  FILLER                PIC X(01).
018900     05  FWK-LAST-SEEN-DATE    PIC 9(08).
019000     05  FILLER                PIC X(08).

019100 FD  TRANS-FILE
019200     RECORDING MODE IS F
019300     LABEL RECORDS ARE STANDARD.
019400 01  TRAN-RECORD.
019500     COPY TRANREC.

019600 FD  SOURCE-REGISTRY-FILE
019700     LABEL RECORDS ARE STANDARD.
019800 01  SOURCE-REGISTRY-RECORD.
019900     COPY SRCREGRC.

020000 FD  AUDIT-FILE
020100     RECORDING MODE IS F
020200     LABEL RECORDS ARE STANDARD.
020300 01  AUDIT-RECORD                  PIC X(211).

020400 FD  RECON-FILE
020500     RECORDING MODE IS F
020600     LABEL RECORDS ARE STANDARD.
020700 01  RECON-RECORD                  PIC X(338).

020800 FD  SUSPENSE-FILE
020900     RECORDING MODE IS F
021000     LABEL RECORDS ARE STANDARD.
021100 01  SUSPENSE-RECORD               PIC X(176).

021200 FD  DUPLICATE-FILE
021300     RECORDING MODE IS F
021400     LABEL RECORDS ARE STANDARD.
021500 01  DUPLICATE-RECORD              PIC X(176).

021600 FD  UNMAPPED-FILE
021700     RECORDING MODE IS F
021800     LABEL RECORDS ARE STANDARD.
021900 01  UNMAPPED-RECORD               PIC X(106).

022000 FD  EXTRACT-FILE
022100     RECORDING MODE IS F
022200     LABEL RECORDS ARE STANDARD.
022300 01  EXTRACT-RECORD                PIC X(161).

022400 FD  CONTROL-FILE
022500     RECORDING MODE IS F
022600     LABEL RECORDS ARE STANDARD.
022700 01  CONTROL-RECORD                PIC X(54).

022800 FD  STAT-FILE
022900     RECORDING MODE IS F
023000     LABEL RECORDS ARE STANDARD.
023100 01  STAT-OUT-RECORD               PIC X(200).

023110 FD  SRCSTAT-FILE
023120     RECORDING MODE IS F
023130     LABEL RECORDS ARE STANDARD.
023140 01  SRCSTAT-RECORD                PIC X(80).

023200 FD  HISTORY-FILE
023300     LABEL RECORDS ARE STANDARD.
023400 01  HISTORY-RECORD.
023500     COPY HISTREC.

023600 FD  DETAIL-FILE
023700     LABEL RECORDS ARE STANDARD.
023800 01  DETAIL-RECORD.
023900     COPY INQDTREC.

024000 FD  FINGERPRINT-FILE
024100     LABEL RECORDS ARE STANDARD.
024200 01  FINGERPRINT-RECORD.
024300     COPY FPRNTREC.

024400 FD  PRINT-FILE
024500     RECORDING MODE IS F
024600     LABEL RECORDS ARE STANDARD.
024700 01  PRINT-RECORD.
024800     05  PR-LABEL                  PIC X(28).
024900     05  PR-VALUE                  PIC X(80).
025000     05  FILLER                    PIC X(24).

025100 WORKING-STORAGE SECTION.
025200 77  RUN-DATE                  PIC 9(08) VALUE ZERO.
025300 77  STREAM-SUB                PIC 9(02) VALUE ZERO.
025400 77  STREAM-MAX                PIC 9(02) VALUE 5.
025500 77  ACTIVE-STREAMS            PIC 9(02) VALUE ZERO.
025600 77  CLEAN-STREAMS             PIC 9(02) VALUE ZERO.
025700 77  REFUSED-STREAMS           PIC 9(02) VALUE ZERO.
025800 77  FAILED-STREAMS            PIC 9(02) VALUE ZERO.
025900 77  VOLUME-SUB                PIC 9(02) VALUE ZERO.
026000 77  SOURCE-SUB                PIC 9(02) VALUE ZERO.
026100 77  AUDIT-MERGED              PIC 9(07) VALUE ZERO.
026200 77  RECON-MERGED              PIC 9(07) VALUE ZERO.
026300 77  SUSPENSE-MERGED           PIC 9(07) VALUE ZERO.
026400 77  DUPLICATE-MERGED          PIC 9(07) VALUE ZERO.
026500 77  UNMAPPED-MERGED           PIC 9(07) VALUE ZERO.
026600 77  EXTRACT-COUNT             PIC 9(07) VALUE ZERO.
026700 77  EXTRACT-HASH              PIC 9(13) VALUE ZERO.
026800 77  EDIT-SPACE-COUNT          PIC 9(03) VALUE ZERO.
026900 77  DETAIL-SEQ                PIC 9(05) VALUE ZERO.
027000 77  DETAIL-HIGH-TRAN-SEQ      PIC 9(05) VALUE ZERO.
027100 77  FPR-NEW-COUNT             PIC 9(07) VALUE ZERO.
027200 77  FPR-UPDATED-COUNT         PIC 9(07) VALUE ZERO.
027300 77  FPR-KEPT-COUNT            PIC 9(07) VALUE ZERO.
027310 77  SRCSTAT-MERGED            PIC 9(07) VALUE ZERO.

      *****************************************************************
      * NIGHT-TOTALS - THE COMBINED STREAM-00 STATFILE FIGURES, SUMMED
      * FROM EACH ACTIVE STREAM'S LATEST STATFILE RECORD - ON A HELD
      * NIGHT, FROM THE FAILED STREAMS' RECORDS ONLY.
      *****************************************************************
027400 01  NIGHT-TOTALS.
027500     05  NT-TRANS-READ         PIC 9(05) VALUE ZERO.
027600     05  NT-PROCESSED          PIC 9(05) VALUE ZERO.
027700     05  NT-REJECTED           PIC 9(05) VALUE ZERO.
027800     05  NT-EXCP-COUNT         PIC 9(05) VALUE ZERO.
027900     05  NT-AUDIT-COUNT        PIC 9(05) VALUE ZERO.
028000     05  NT-ERROR-COUNT        PIC 9(05) VALUE ZERO.
028100     05  NT-LAST-CKPT-CODE     PIC 9(03) VALUE ZERO.
028200     05  NT-TRAILER-COUNT      PIC 9(07) VALUE ZERO.
028300     05  NT-TRAILER-HASH       PIC 9(13) VALUE ZERO.
028400     05  NT-DUPLICATE-COUNT    PIC 9(05) VALUE ZERO.
028500     05  NT-REFUSED-BATCHES    PIC 9(03) VALUE ZERO.
028600     05  NT-RESTART-FLAG       PIC X(01) VALUE 'F'.
028700     05  NT-OUTCOME-FLAG       PIC X(01) VALUE 'N'.
028800         88  NIGHT-CLEAN                  VALUE 'N'.
028900         88  NIGHT-ABENDED                VALUE 'Y'.
029000         88  NIGHT-REFUSED                VALUE 'R'.
029100         88  NIGHT-IO-ERROR               VALUE 'I'.

      *****************************************************************
      * CONTROL-TOTALS WORK - EACH STREAM'S CTLFILE IS A RUNNING
      * TOTAL, ONE RECORD PER PROG1 CALL, SO ONLY ITS LAST RECORD
      * COUNTS.  IN THE CONCATENATION A STREAM'S FIRST RECORD IS
      * THE ONE WHOSE CALL COUNT DOES NOT RISE ABOVE THE RECORD
      * BEFORE IT, AND THAT IS WHERE THE PREVIOUS STREAM'S FINAL
      * TOTALS ARE ADDED IN.
      *****************************************************************
029200 01  CONTROL-MERGE-WORK.
029300     05  CMW-PRIOR-COUNT       PIC 9(07) VALUE ZERO.
029400     05  CMW-PRIOR-LENGTH-1    PIC 9(09) VALUE ZERO.
029500     05  CMW-PRIOR-LENGTH-2    PIC 9(09) VALUE ZERO.
029600     05  CMW-TRAN-COUNT        PIC 9(07) VALUE ZERO.
029700     05  CMW-LENGTH-1          PIC 9(09) VALUE ZERO.
029800     05  CMW-LENGTH-2          PIC 9(09) VALUE ZERO.
029900     05  CMW-FIRST-STAMP       PIC 9(08) VALUE 99999999.
030000     05  CMW-LAST-STAMP        PIC 9(08) VALUE ZERO.

030100 01  PROGRAM-SWITCHES.
030200     05  SPLTCTL-EOF-SWITCH    PIC X(01)  VALUE 'N'.
030300         88  SPLTCTL-EOF                  VALUE 'Y'.
030400         88  SPLTCTL-NOT-EOF              VALUE 'N'.
030500     05  SPLIT-HEADER-SWITCH   PIC X(01)  VALUE 'N'.
030600         88  SPLIT-HEADER-READ            VALUE 'Y'.
030700         88  SPLIT-HEADER-NOT-READ        VALUE 'N'.
030800     05  FORCE-SWITCH          PIC X(01)  VALUE 'N'.
030900         88  FORCED-NIGHT                 VALUE 'Y'.
031000     05  GUARD-SWITCH          PIC X(01)  VALUE 'N'.
031100         88  MERGE-REFUSED                VALUE 'Y'.
031200         88  MERGE-ACCEPTED               VALUE 'N'.
031300     05  IN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
031400         88  IN-EOF                       VALUE 'Y'.
031500         88  IN-NOT-EOF                   VALUE 'N'.
031600     05  EXTR-NIGHT-SWITCH     PIC X(01)  VALUE 'N'.
031700         88  EXTR-TONIGHT                 VALUE 'Y'.
031800         88  EXTR-NOT-TONIGHT             VALUE 'N'.
031900     05  CTL-SEEN-SWITCH       PIC X(01)  VALUE 'N'.
032000         88  CTL-SEEN                     VALUE 'Y'.
032100         88  CTL-NOT-SEEN                 VALUE 'N'.
032200     05  DTL-SCAN-SWITCH       PIC X(01)  VALUE 'N'.
032300         88  DTL-SCAN-DONE                VALUE 'Y'.
032400         88  DTL-SCAN-MORE                VALUE 'N'.
032500     05  FPR-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
032600         88  FPR-ON-FILE                  VALUE 'Y'.
032700         88  FPR-NOT-ON-FILE              VALUE 'N'.
032800     05  SRCREG-EOF-SWITCH     PIC X(01)  VALUE 'N'.
032900         88  SRCREG-EOF                   VALUE 'Y'.
033000         88  SRCREG-NOT-EOF               VALUE 'N'.
033100     05  SRC-SEEN-SWITCH       PIC X(01)  VALUE 'N'.
033200         88  SRC-SEEN                     VALUE 'Y'.
033300         88  SRC-NOT-SEEN                 VALUE 'N'.
033400     05  VOLUME-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
033500         88  VOLUME-FOUND                 VALUE 'Y'.
033600         88  VOLUME-NOT-FOUND             VALUE 'N'.

      *****************************************************************
      * STREAM-TABLE - ONE ENTRY PER STREAM: WHAT ALPHSPLT DEALT IT
      * (FROM SPLTCTL) AND WHAT ITS LATEST STATFILE RECORD FOR THE
      * RUN DATE SAYS HAPPENED.  A STREAM WITH NO RECORDS IS IDLE.
      *****************************************************************
033700 01  STREAM-TABLE.
033800     05  SG-ENTRY OCCURS 5 TIMES.
033900         10  SG-BATCHES        PIC 9(03).
034000         10  SG-DETAILS        PIC 9(07).
034100         10  SG-RECORDS        PIC 9(07).
034200         10  SG-SEQ-BASE       PIC 9(05).
034300         10  SG-STAT-SWITCH    PIC X(01).
034400             88  SG-STAT-FOUND            VALUE 'Y'.
034500         10  SG-STATUS         PIC X(08).
034600             88  SG-IDLE                  VALUE 'IDLE'.
034700             88  SG-CLEAN                 VALUE 'CLEAN'.
034800             88  SG-REFUSED               VALUE 'REFUSED'.
034900             88  SG-FAILED                VALUE 'FAILED'.
035000             88  SG-NOT-RUN               VALUE 'NOT RUN'.
035100         10  SG-OUTCOME-FLAG   PIC X(01).
035200         10  SG-RESTART-FLAG   PIC X(01).
035300         10  SG-TRANS-READ     PIC 9(05).
035400         10  SG-PROCESSED      PIC 9(05).
035500         10  SG-REJECTED       PIC 9(05).
035600         10  SG-EXCP-COUNT     PIC 9(05).
035700         10  SG-AUDIT-COUNT    PIC 9(05).
035800         10  SG-ERROR-COUNT    PIC 9(05).
035900         10  SG-LAST-CKPT-CODE PIC 9(03).
036000         10  SG-TRAILER-COUNT  PIC 9(07).
036100         10  SG-TRAILER-HASH   PIC 9(13).
036200         10  SG-DUPLICATE-COUNT PIC 9(05).
036300         10  SG-REFUSED-BATCHES PIC 9(03).
036400         10  SG-SOURCE-VOLUMES PIC X(85).

      *****************************************************************
      * VOLUME-TABLE - THE NIGHT'S STATFILE SOURCE-VOLUME ENTRIES,
      * THE STREAMS' ENTRIES ADDED TOGETHER BY SOURCE SYSTEM.  LIKE
      * ALPHA, ONLY THE FIRST FIVE SOURCES FIT THE RECORD.
      *****************************************************************
036500 01  VOLUME-TABLE.
036600     05  VT-COUNT              PIC 9(02) VALUE ZERO.
036700     05  VT-OVERFLOW-COUNT     PIC 9(02) VALUE ZERO.
036800     05  VT-ENTRY OCCURS 5 TIMES.
036900         10  VT-SOURCE-SYS     PIC X(08).
037000         10  VT-VOLUME         PIC 9(07).

037100 01  STREAM-VOLUME-WORK.
037200     05  SVW-ENTRY OCCURS 5 TIMES.
037300         10  SVW-SOURCE-SYS    PIC X(08).
037400         10  FILLER            PIC X(01).
037500         10  SVW-VOLUME        PIC 9(07).
037600         10  FILLER            PIC X(01).

      *****************************************************************
      * SOURCE-CHECK-WORK - THE NIGHT'S SOURCE-REGISTRY CHECK, MADE
      * HERE AGAINST THE WHOLE TRANSMISSION (A STREAM RUN DOES NOT
      * MAKE IT): THE SOURCE SYSTEMS ON THE BATCH HEADERS, AND THE
      * MISSING AND UNREGISTERED COUNTS FOR THE STATFILE RECORD.
      * DAY 1 = MONDAY, AS IN ALPHA.
      *****************************************************************
037700 01  SOURCE-CHECK-WORK.
037800     05  SCK-DATE-INTEGER      PIC 9(08) VALUE ZERO.
037900     05  SCK-WEEK-COUNT        PIC 9(08) VALUE ZERO.
038000     05  SCK-DAY-OF-WEEK       PIC 9(01) VALUE ZERO.
038100     05  SCK-SUB               PIC 9(02) VALUE ZERO.
038200     05  SCK-MISSING-COUNT     PIC 9(03) VALUE ZERO.
038300     05  SCK-OPTIONAL-COUNT    PIC 9(03) VALUE ZERO.
038400     05  SCK-UNREG-COUNT       PIC 9(03) VALUE ZERO.
038500     05  SCK-SOURCE-COUNT      PIC 9(02) VALUE ZERO.
038600     05  SCK-SOURCE-MAX        PIC 9(02) VALUE 50.
038700     05  SCK-SOURCE-SYS        PIC X(08) OCCURS 50 TIMES.

038800 01  SOURCE-EXCP-LINE-WORK.
038900     05  SXW-SOURCE-SYS        PIC X(08) VALUE SPACES.
039000     05  FILLER                PIC X(02) VALUE SPACES.
039100     05  SXW-CONTACT-LABEL     PIC X(09) VALUE SPACES.
039200     05  SXW-CONTACT-NAME      PIC X(30) VALUE SPACES.
039300     05  FILLER                PIC X(31) VALUE SPACES.

039400 01  STREAM-LINE-WORK.
039500     05  FILLER                PIC X(07) VALUE 'STREAM '.
039600     05  SLW-STREAM-NO         PIC 9(02) VALUE ZERO.
039700     05  FILLER                PIC X(01) VALUE SPACE.
039800     05  SLW-STATUS            PIC X(08) VALUE SPACES.
039900     05  FILLER                PIC X(09) VALUE ' BATCHES '.
040000     05  SLW-BATCHES           PIC 9(03) VALUE ZERO.
040100     05  FILLER                PIC X(11) VALUE ' PROCESSED '.
040200     05  SLW-PROCESSED         PIC 9(05) VALUE ZERO.
040300     05  FILLER                PIC X(10) VALUE ' REJECTED '.
040400     05  SLW-REJECTED          PIC 9(05) VALUE ZERO.
040500     05  FILLER                PIC X(19) VALUE SPACES.

040600 01  RESTART-LINE-WORK.
040700     05  RLW-ACTION            PIC X(08) VALUE SPACES.
040800     05  FILLER                PIC X(07) VALUE 'STREAM '.
040900     05  RLW-STREAM-NO         PIC 9(02) VALUE ZERO.
041000     05  FILLER                PIC X(06) VALUE ' WITH '.
041100     05  RLW-JOB-PREFIX        PIC X(06) VALUE SPACES.
041200     05  RLW-JOB-STREAM        PIC 9(02) VALUE ZERO.
041300     05  FILLER                PIC X(49) VALUE
041400         ', THEN RESUBMIT ALPHMRGJ'.

041500 01  DTL-CKPT-TEXT.
041600     05  DCT-CODE              PIC 9(03).
041700     05  FILLER                PIC X(01) VALUE SPACE.
041800     05  DCT-VALUE-1           PIC X(26).
041900     05  FILLER                PIC X(03) VALUE ' / '.
042000     05  DCT-VALUE-2           PIC X(26).

042100 01  STREAM-COUNT-TEXT.
042200     05  SCT-STREAMS           PIC 9(02).
042300     05  FILLER                PIC X(24) VALUE
042400         ' STREAM(S)'.

      *****************************************************************
      * RECORD WORK AREAS - ONE COPY OF EACH LAYOUT THE MERGE BUILDS
      * OR TESTS FIELD BY FIELD WHERE THE FD RECORD IS PLAIN TEXT.
      *****************************************************************
042500 01  STAT-WORK.
042600     COPY STATREC.

042700 01  CONTROL-WORK.
042800     COPY CTLREC.

042900 01  SUSP-DETAIL-WORK.
043000     COPY SUSPREC.

      *****************************************************************
      * EXTRACT WORK AREAS - THE MERGED FEED'S HEADER AND TRAILER AND
      * THE DETAIL BEING HASHED, THE SAME SHAPES ALPHA WRITES.
      *****************************************************************
043100 01  EXTRACT-HEADER-WORK.
043200     05  EXH-RECORD-TYPE       PIC X(01) VALUE 'H'.
043300     05  EXH-BUS-DATE          PIC 9(08) VALUE ZERO.
043400     05  EXH-SOURCE-SYS        PIC X(08) VALUE 'ALPHA'.
043500     05  FILLER                PIC X(144) VALUE SPACES.

043600 01  EXTRACT-DETAIL-WORK.
043700     05  EXD-RECORD-TYPE       PIC X(01) VALUE 'D'.
043800     05  EXD-VALUE-1           PIC X(80) VALUE SPACES.
043900     05  EXD-VALUE-2           PIC X(80) VALUE SPACES.

044000 01  EXTRACT-TRAILER-WORK.
044100     05  EXT-RECORD-TYPE       PIC X(01) VALUE 'T'.
044200     05  EXT-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
044300     05  EXT-HASH-TOTAL        PIC 9(13) VALUE ZERO.
044400     05  FILLER                PIC X(140) VALUE SPACES.

044500 PROCEDURE DIVISION.

      *****************************************************************
      * 0000-MAINLINE - READ THE SPLIT, GRADE EVERY STREAM, AND EITHER
      * HOLD THE NIGHT FOR A STREAM RESTART OR MERGE IT.
      *****************************************************************
044600 0000-MAINLINE.
044700     INITIALIZE STREAM-TABLE
044800     OPEN INPUT SPLIT-CONTROL-FILE
044900     PERFORM 1000-READ-SPLIT-CONTROL
045000         THRU 1000-READ-SPLIT-CONTROL-EXIT
045100         UNTIL SPLTCTL-EOF
045200     CLOSE SPLIT-CONTROL-FILE
045300     IF SPLIT-HEADER-NOT-READ
045400         DISPLAY 'AMRG0000E - NO SPLIT HEADER ON SPLTCTL, '
045500             'NOTHING MERGED'
045600         MOVE 16 TO RETURN-CODE
045700         GOBACK
045800     END-IF
045900     OPEN I-O HISTORY-FILE
046000     PERFORM 1100-CHECK-PRIOR-OUTCOME
046100         THRU 1100-CHECK-PRIOR-OUTCOME-EXIT
046200     IF MERGE-REFUSED
046300         CLOSE HISTORY-FILE
046400         MOVE 16 TO RETURN-CODE
046500         GOBACK
046600     END-IF
046700     OPEN INPUT STAT-IN-FILE
046800     SET IN-NOT-EOF TO TRUE
046900     PERFORM 2000-READ-STREAM-STAT
047000         THRU 2000-READ-STREAM-STAT-EXIT
047100         UNTIL IN-EOF
047200     CLOSE STAT-IN-FILE
047300     MOVE ZERO TO STREAM-SUB
047400     PERFORM 2100-GRADE-STREAM THRU 2100-GRADE-STREAM-EXIT
047500         UNTIL STREAM-SUB NOT < STREAM-MAX
047510     MOVE ZERO TO STREAM-SUB
047520     PERFORM 2150-TOTAL-STREAM THRU 2150-TOTAL-STREAM-EXIT
047530         UNTIL STREAM-SUB NOT < STREAM-MAX
047600     OPEN OUTPUT AUDIT-FILE
047700     OPEN OUTPUT RECON-FILE
047800     OPEN OUTPUT SUSPENSE-FILE
047900     OPEN OUTPUT DUPLICATE-FILE
048000     OPEN OUTPUT UNMAPPED-FILE
048100     OPEN OUTPUT EXTRACT-FILE
048200     OPEN OUTPUT CONTROL-FILE
048300     OPEN OUTPUT PRINT-FILE
048400     PERFORM 2500-PRINT-STREAMS THRU 2500-PRINT-STREAMS-EXIT
048500     EVALUATE TRUE
048600     WHEN FAILED-STREAMS > ZERO
048700         PERFORM 2900-HOLD-NIGHT THRU 2900-HOLD-NIGHT-EXIT
048800     WHEN ACTIVE-STREAMS > ZERO
048900      AND REFUSED-STREAMS = ACTIVE-STREAMS
049000         SET NIGHT-REFUSED TO TRUE
049100         DISPLAY 'AMRG0000E - EVERY STREAM WAS REFUSED, NIGHT '
049200             RUN-DATE ' REFUSED'
049300         PERFORM 4000-WRITE-EXTRACT THRU 4000-WRITE-EXTRACT-EXIT
049400     WHEN OTHER
049500         IF ACTIVE-STREAMS = ZERO
049600             DISPLAY 'AMRG0000W - NO STREAM CARRIED WORK, NIGHT '
049700                 RUN-DATE ' MERGED EMPTY'
049800         END-IF
049900         PERFORM 3000-MERGE-NIGHT THRU 3000-MERGE-NIGHT-EXIT
050000     END-EVALUATE
050100     PERFORM 8000-WRITE-STATISTICS
050200         THRU 8000-WRITE-STATISTICS-EXIT
050210     PERFORM 8050-COPY-SOURCE-STATS
050220         THRU 8050-COPY-SOURCE-STATS-EXIT
050300     PERFORM 8100-WRITE-HISTORY THRU 8100-WRITE-HISTORY-EXIT
050400     CLOSE HISTORY-FILE
050500     PERFORM 8200-PRINT-TOTALS THRU 8200-PRINT-TOTALS-EXIT
050600     CLOSE AUDIT-FILE
050700     CLOSE RECON-FILE
050800     CLOSE SUSPENSE-FILE
050900     CLOSE DUPLICATE-FILE
051000     CLOSE UNMAPPED-FILE
051100     CLOSE EXTRACT-FILE
051200     CLOSE CONTROL-FILE
051300     CLOSE PRINT-FILE
051400     EVALUATE TRUE
051500     WHEN NOT NIGHT-CLEAN
051600         MOVE 16 TO RETURN-CODE
051700     WHEN NT-REJECTED > ZERO OR NT-REFUSED-BATCHES > ZERO
051800         MOVE 8 TO RETURN-CODE
051900     WHEN SCK-MISSING-COUNT > ZERO OR SCK-UNREG-COUNT > ZERO
052000       OR NT-DUPLICATE-COUNT > ZERO
052100         MOVE 4 TO RETURN-CODE
052200     WHEN OTHER
052300         MOVE ZERO TO RETURN-CODE
052400     END-EVALUATE
052500     DISPLAY 'AMRG0000I - NIGHT ' RUN-DATE ' OUTCOME '
052600         NT-OUTCOME-FLAG ', ' ACTIVE-STREAMS ' STREAM(S), '
052700         NT-PROCESSED ' PROCESSED, ' NT-REJECTED ' REJECTED'
052800     GOBACK
052900     .

      *****************************************************************
      * 1000-READ-SPLIT-CONTROL - THE NIGHT'S RUN DATE AND FORCE FLAG
      * FROM THE 'H' RECORD, AND WHAT EACH STREAM WAS DEALT FROM THE
      * 'S' RECORDS.
      *****************************************************************
053000 1000-READ-SPLIT-CONTROL.
053100     READ SPLIT-CONTROL-FILE
053200         AT END
053300             SET SPLTCTL-EOF TO TRUE
053400             GO TO 1000-READ-SPLIT-CONTROL-EXIT
053500     END-READ
053600     IF SPC-HEADER-REC
053700         SET SPLIT-HEADER-READ TO TRUE
053800         MOVE SPC-RUN-DATE TO RUN-DATE
053900         MOVE SPC-FORCE-FLAG TO FORCE-SWITCH
054000         GO TO 1000-READ-SPLIT-CONTROL-EXIT
054100     END-IF
054200     IF NOT SPC-STREAM-REC
054300        OR SPC-STREAM-NO < 1 OR SPC-STREAM-NO > STREAM-MAX
054400         GO TO 1000-READ-SPLIT-CONTROL-EXIT
054500     END-IF
054600     MOVE SPC-STREAM-NO TO STREAM-SUB
054700     MOVE SPC-STREAM-BATCHES TO SG-BATCHES (STREAM-SUB)
054800     MOVE SPC-STREAM-DETAILS TO SG-DETAILS (STREAM-SUB)
054900     MOVE SPC-STREAM-RECORDS TO SG-RECORDS (STREAM-SUB)
055000     MOVE SPC-SEQ-BASE TO SG-SEQ-BASE (STREAM-SUB)
055100     .
055200 1000-READ-SPLIT-CONTROL-EXIT.
055300     EXIT.

      *****************************************************************
      * 1100-CHECK-PRIOR-OUTCOME - A DATE THE MASTER ALREADY SHOWS
      * CLEAN IS NOT MERGED A SECOND TIME OVER ITSELF UNLESS THE
      * SPLIT WAS FORCED (ALPHSPLT PARM='FORCE=Y').
      *****************************************************************
055400 1100-CHECK-PRIOR-OUTCOME.
055500     MOVE RUN-DATE TO HIST-RUN-DATE
055600     READ HISTORY-FILE
055700         INVALID KEY
055800             GO TO 1100-CHECK-PRIOR-OUTCOME-EXIT
055900     END-READ
056000     IF HIST-RUN-CLEAN AND NOT FORCED-NIGHT
056100         DISPLAY 'AMRG1100E - ' RUN-DATE ' ALREADY MERGED '
056200             'CLEAN, MERGE REFUSED - RESPLIT WITH '
056300             'PARM=''FORCE=Y'' TO RERUN THE DATE'
056400         SET MERGE-REFUSED TO TRUE
056500     END-IF
056600     .
056700 1100-CHECK-PRIOR-OUTCOME-EXIT.
056800     EXIT.

      *****************************************************************
      * 2000-READ-STREAM-STAT - KEEPS EACH STREAM'S LATEST STATFILE
      * RECORD FOR THE RUN DATE.  A RESTARTED STREAM (ALPHASRS) WRITES
      * ITS RECORD TO A NEW STATS GENERATION, WHICH IS THE CURRENT
      * GENERATION ALPHMRGJ READS, SO THE RECORD KEPT IS THE
      * STREAM'S CURRENT OUTCOME AND HOLDS ONLY THE RESUMED WORK -
      * THE WORK BEFORE THE FAILURE WAS COUNTED BY THE HELD NIGHT.
      *****************************************************************
056900 2000-READ-STREAM-STAT.
057000     READ STAT-IN-FILE INTO STAT-WORK
057100         AT END
057200             SET IN-EOF TO TRUE
057300             GO TO 2000-READ-STREAM-STAT-EXIT
057400     END-READ
057500     IF STAT-RUN-DATE NOT = RUN-DATE
057600        OR STAT-STREAM-NO < 1 OR STAT-STREAM-NO > STREAM-MAX
057700         GO TO 2000-READ-STREAM-STAT-EXIT
057800     END-IF
057900     MOVE STAT-STREAM-NO TO STREAM-SUB
058000     MOVE 'Y' TO SG-STAT-SWITCH (STREAM-SUB)
058100     MOVE STAT-OUTCOME-FLAG TO SG-OUTCOME-FLAG (STREAM-SUB)
058200     MOVE STAT-RESTART-FLAG TO SG-RESTART-FLAG (STREAM-SUB)
058300     MOVE STAT-TRANS-READ TO SG-TRANS-READ (STREAM-SUB)
058400     MOVE STAT-PROCESSED TO SG-PROCESSED (STREAM-SUB)
058500     MOVE STAT-REJECTED TO SG-REJECTED (STREAM-SUB)
058600     MOVE STAT-EXCP-COUNT TO SG-EXCP-COUNT (STREAM-SUB)
058700     MOVE STAT-AUDIT-COUNT TO SG-AUDIT-COUNT (STREAM-SUB)
058800     MOVE STAT-ERROR-COUNT TO SG-ERROR-COUNT (STREAM-SUB)
058900     MOVE STAT-LAST-CKPT-CODE TO SG-LAST-CKPT-CODE (STREAM-SUB)
059000     MOVE STAT-TRAILER-COUNT TO SG-TRAILER-COUNT (STREAM-SUB)
059100     MOVE STAT-TRAILER-HASH TO SG-TRAILER-HASH (STREAM-SUB)
059200     MOVE STAT-DUPLICATE-COUNT
059300         TO SG-DUPLICATE-COUNT (STREAM-SUB)
059400     MOVE STAT-REFUSED-BATCH-COUNT
059500         TO SG-REFUSED-BATCHES (STREAM-SUB)
059600     MOVE STAT-SOURCE-VOLUMES TO SG-SOURCE-VOLUMES (STREAM-SUB)
059700     .
059800 2000-READ-STREAM-STAT-EXIT.
059900     EXIT.

      *****************************************************************
      * 2100-GRADE-STREAM - IDLE (DEALT NOTHING), CLEAN, REFUSED
      * (ALPHA REFUSED THE STREAM'S WHOLE TRANSMISSION), FAILED
      * (ABENDED OR DIED ON AN I/O ERROR) OR NOT RUN (NO STATFILE
      * RECORD FOR THE DATE).
      *****************************************************************
060000 2100-GRADE-STREAM.
060100     ADD 1 TO STREAM-SUB
060200     IF SG-RECORDS (STREAM-SUB) = ZERO
060300         SET SG-IDLE (STREAM-SUB) TO TRUE
060400         GO TO 2100-GRADE-STREAM-EXIT
060500     END-IF
060600     ADD 1 TO ACTIVE-STREAMS
060700     IF NOT SG-STAT-FOUND (STREAM-SUB)
060800         SET SG-NOT-RUN (STREAM-SUB) TO TRUE
060900         ADD 1 TO FAILED-STREAMS
061000         SET NIGHT-ABENDED TO TRUE
061100         GO TO 2100-GRADE-STREAM-EXIT
061200     END-IF
061300     EVALUATE SG-OUTCOME-FLAG (STREAM-SUB)
061400     WHEN 'N'
061500         SET SG-CLEAN (STREAM-SUB) TO TRUE
061600         ADD 1 TO CLEAN-STREAMS
061900     WHEN 'R'
062000         SET SG-REFUSED (STREAM-SUB) TO TRUE
062100         ADD 1 TO REFUSED-STREAMS
062300     WHEN 'I'
062400         SET SG-FAILED (STREAM-SUB) TO TRUE
062500         ADD 1 TO FAILED-STREAMS
062600         SET NIGHT-IO-ERROR TO TRUE
062700     WHEN OTHER
062800         SET SG-FAILED (STREAM-SUB) TO TRUE
062900         ADD 1 TO FAILED-STREAMS
063000         IF NOT NIGHT-IO-ERROR
063100             SET NIGHT-ABENDED TO TRUE
063200         END-IF
063300     END-EVALUATE
063310     .
063320 2100-GRADE-STREAM-EXIT.
063330     EXIT.

      *****************************************************************
      * 2150-TOTAL-STREAM - ADDS A GRADED STREAM'S LATEST STATFILE
      * FIGURES INTO THE NIGHT TOTALS - ITS REFUSED BATCHES ARE THE
      * ONES ON THAT RECORD, AS ALPHA COUNTED THEM.  ON A HELD NIGHT
      * ONLY THE FAILED STREAMS ARE ADDED: THE CLEAN STREAMS' WORK
      * IS COUNTED ONCE, BY THE MERGE AFTER THE RESTART, AND THE
      * RESTARTED STREAM'S RECORD THEN HOLDS ONLY THE RESUMED WORK,
      * JUST AS A SINGLE RUN'S ABEND AND RESTART RECORDS DO.
      *****************************************************************
063340 2150-TOTAL-STREAM.
063350     ADD 1 TO STREAM-SUB
063360     IF SG-IDLE (STREAM-SUB) OR SG-NOT-RUN (STREAM-SUB)
063370        OR (FAILED-STREAMS > ZERO AND NOT SG-FAILED (STREAM-SUB))
063380         GO TO 2150-TOTAL-STREAM-EXIT
063390     END-IF
063400     ADD SG-TRANS-READ (STREAM-SUB) TO NT-TRANS-READ
063500     ADD SG-PROCESSED (STREAM-SUB) TO NT-PROCESSED
063600     ADD SG-REJECTED (STREAM-SUB) TO NT-REJECTED
063700     ADD SG-EXCP-COUNT (STREAM-SUB) TO NT-EXCP-COUNT
063800     ADD SG-AUDIT-COUNT (STREAM-SUB) TO NT-AUDIT-COUNT
063900     ADD SG-ERROR-COUNT (STREAM-SUB) TO NT-ERROR-COUNT
064000     ADD SG-TRAILER-COUNT (STREAM-SUB) TO NT-TRAILER-COUNT
064100     ADD SG-TRAILER-HASH (STREAM-SUB) TO NT-TRAILER-HASH
064200     ADD SG-DUPLICATE-COUNT (STREAM-SUB) TO NT-DUPLICATE-COUNT
064210     ADD SG-REFUSED-BATCHES (STREAM-SUB) TO NT-REFUSED-BATCHES
064300     IF SG-LAST-CKPT-CODE (STREAM-SUB) > NT-LAST-CKPT-CODE
064400         MOVE SG-LAST-CKPT-CODE (STREAM-SUB)
064500             TO NT-LAST-CKPT-CODE
064600     END-IF
064700     IF SG-RESTART-FLAG (STREAM-SUB) = 'R'
064800         MOVE 'R' TO NT-RESTART-FLAG
064900     END-IF
065000     MOVE SG-SOURCE-VOLUMES (STREAM-SUB) TO STREAM-VOLUME-WORK
065100     MOVE ZERO TO VOLUME-SUB
065200     PERFORM 2200-ADD-SOURCE-VOLUME
065300         THRU 2200-ADD-SOURCE-VOLUME-EXIT
065400         UNTIL VOLUME-SUB NOT < 5
065500     .
065600 2150-TOTAL-STREAM-EXIT.
065700     EXIT.

      *****************************************************************
      * 2200-ADD-SOURCE-VOLUME - ADDS ONE OF THE STREAM'S SOURCE-
      * VOLUME ENTRIES TO THE NIGHT'S ENTRY FOR THAT SOURCE SYSTEM.
      *****************************************************************
065800 2200-ADD-SOURCE-VOLUME.
065900     ADD 1 TO VOLUME-SUB
066000     IF SVW-SOURCE-SYS (VOLUME-SUB) = SPACES
066100         GO TO 2200-ADD-SOURCE-VOLUME-EXIT
066200     END-IF
066300     SET VOLUME-NOT-FOUND TO TRUE
066400     MOVE ZERO TO SOURCE-SUB
066500     PERFORM 2210-FIND-VOLUME-ENTRY
066600         THRU 2210-FIND-VOLUME-ENTRY-EXIT
066700         UNTIL SOURCE-SUB NOT < VT-COUNT OR VOLUME-FOUND
066800     IF VOLUME-FOUND
066900         ADD SVW-VOLUME (VOLUME-SUB) TO VT-VOLUME (SOURCE-SUB)
067000         GO TO 2200-ADD-SOURCE-VOLUME-EXIT
067100     END-IF
067200     IF VT-COUNT NOT < 5
067300         ADD 1 TO VT-OVERFLOW-COUNT
067400         GO TO 2200-ADD-SOURCE-VOLUME-EXIT
067500     END-IF
067600     ADD 1 TO VT-COUNT
067700     MOVE SVW-SOURCE-SYS (VOLUME-SUB) TO VT-SOURCE-SYS (VT-COUNT)
067800     MOVE SVW-VOLUME (VOLUME-SUB) TO VT-VOLUME (VT-COUNT)
067900     .
068000 2200-ADD-SOURCE-VOLUME-EXIT.
068100     EXIT.

068200 2210-FIND-VOLUME-ENTRY.
068300     ADD 1 TO SOURCE-SUB
068400     IF VT-SOURCE-SYS (SOURCE-SUB) = SVW-SOURCE-SYS (VOLUME-SUB)
068500         SET VOLUME-FOUND TO TRUE
068600     END-IF
068700     .
068800 2210-FIND-VOLUME-ENTRY-EXIT.
068900     EXIT.

      *****************************************************************
      * 2500-PRINT-STREAMS - ONE RUN-REPORT LINE PER STREAM.
      *****************************************************************
069000 2500-PRINT-STREAMS.
069100     MOVE SPACES TO PRINT-RECORD
069200     MOVE 'SPLIT NIGHT MERGE FOR:' TO PR-LABEL
069300     MOVE RUN-DATE TO PR-VALUE
069400     WRITE PRINT-RECORD
069500     IF FORCED-NIGHT
069600         MOVE SPACES TO PRINT-RECORD
069700         MOVE 'SPLIT NIGHT MERGE FOR:' TO PR-LABEL
069800         MOVE 'FORCED PAST THE DUPLICATE-RUN GUARD (FORCE=Y)'
069900             TO PR-VALUE
070000         WRITE PRINT-RECORD
070100     END-IF
070200     MOVE ZERO TO STREAM-SUB
070300     PERFORM 2510-PRINT-STREAM-LINE
070400         THRU 2510-PRINT-STREAM-LINE-EXIT
070500         UNTIL STREAM-SUB NOT < STREAM-MAX
070600     .
070700 2500-PRINT-STREAMS-EXIT.
070800     EXIT.

070900 2510-PRINT-STREAM-LINE.
071000     ADD 1 TO STREAM-SUB
071100     MOVE STREAM-SUB TO SLW-STREAM-NO
071200     MOVE SG-STATUS (STREAM-SUB) TO SLW-STATUS
071300     MOVE SG-BATCHES (STREAM-SUB) TO SLW-BATCHES
071400     MOVE SG-PROCESSED (STREAM-SUB) TO SLW-PROCESSED
071500     MOVE SG-REJECTED (STREAM-SUB) TO SLW-REJECTED
071600     MOVE SPACES TO PRINT-RECORD
071700     MOVE 'STREAM RESULT:' TO PR-LABEL
071800     MOVE STREAM-LINE-WORK TO PR-VALUE
071900     WRITE PRINT-RECORD
072000     .
072100 2510-PRINT-STREAM-LINE-EXIT.
072200     EXIT.

      *****************************************************************
      * 2900-HOLD-NIGHT - A STREAM DID NOT FINISH.  NOTHING IS MERGED
      * - THE NIGHT'S OUTPUT GENERATIONS ARE LEFT EMPTY AND THE
      * MASTER RECORDS THE FAILED OUTCOME - AND EACH STREAM TO
      * RESTART IS NAMED ON THE CONSOLE AND THE RUN REPORT.
      *****************************************************************
072300 2900-HOLD-NIGHT.
072400     DISPLAY 'AMRG2900E - ' FAILED-STREAMS ' STREAM(S) OF '
072500         RUN-DATE ' DID NOT FINISH, NIGHT HELD'
072600     MOVE ZERO TO STREAM-SUB
072700     PERFORM 2910-NAME-RESTART THRU 2910-NAME-RESTART-EXIT
072800         UNTIL STREAM-SUB NOT < STREAM-MAX
072900     .
073000 2900-HOLD-NIGHT-EXIT.
073100     EXIT.

073200 2910-NAME-RESTART.
073300     ADD 1 TO STREAM-SUB
073400     IF NOT SG-FAILED (STREAM-SUB)
073500        AND NOT SG-NOT-RUN (STREAM-SUB)
073600         GO TO 2910-NAME-RESTART-EXIT
073700     END-IF
073800     MOVE STREAM-SUB TO RLW-STREAM-NO
073900     MOVE STREAM-SUB TO RLW-JOB-STREAM
074000     IF SG-NOT-RUN (STREAM-SUB)
074100         MOVE 'RUN' TO RLW-ACTION
074200         MOVE 'ALPHAS' TO RLW-JOB-PREFIX
074300     ELSE
074400         MOVE 'RESTART' TO RLW-ACTION
074500         MOVE 'ALPHAR' TO RLW-JOB-PREFIX
074600     END-IF
074700     DISPLAY 'AMRG2900E - ' RESTART-LINE-WORK
074800     MOVE SPACES TO PRINT-RECORD
074900     MOVE 'NIGHT HELD:' TO PR-LABEL
075000     MOVE RESTART-LINE-WORK TO PR-VALUE
075100     WRITE PRINT-RECORD
075200     .
075300 2910-NAME-RESTART-EXIT.
075400     EXIT.

      *****************************************************************
      * 3000-MERGE-NIGHT - EVERY ACTIVE STREAM FINISHED (OR WAS
      * REFUSED).  COPY THE STREAMS' RECORDS FOR THE DATE INTO THE
      * NIGHT'S GENERATIONS, REBUILD THE EXTRACT AND CONTROL TOTALS,
      * CHECK THE SOURCE REGISTRY, AND LOAD THE INQUIRY ENTRIES AND
      * FINGERPRINTS.
      *****************************************************************
075500 3000-MERGE-NIGHT.
075600     OPEN INPUT AUDIT-IN-FILE
075700     SET IN-NOT-EOF TO TRUE
075800     PERFORM 3100-COPY-AUDIT THRU 3100-COPY-AUDIT-EXIT
075900         UNTIL IN-EOF
076000     CLOSE AUDIT-IN-FILE
076100     OPEN INPUT RECON-IN-FILE
076200     SET IN-NOT-EOF TO TRUE
076300     PERFORM 3200-COPY-RECON THRU 3200-COPY-RECON-EXIT
076400         UNTIL IN-EOF
076500     CLOSE RECON-IN-FILE
076600     OPEN INPUT SUSPENSE-IN-FILE
076700     SET IN-NOT-EOF TO TRUE
076800     PERFORM 3300-COPY-SUSPENSE THRU 3300-COPY-SUSPENSE-EXIT
076900         UNTIL IN-EOF
077000     CLOSE SUSPENSE-IN-FILE
077100     OPEN INPUT DUPLICATE-IN-FILE
077200     SET IN-NOT-EOF TO TRUE
077300     PERFORM 3400-COPY-DUPLICATE THRU 3400-COPY-DUPLICATE-EXIT
077400         UNTIL IN-EOF
077500     CLOSE DUPLICATE-IN-FILE
077600     OPEN INPUT UNMAPPED-IN-FILE
077700     SET IN-NOT-EOF TO TRUE
077800     PERFORM 3500-COPY-UNMAPPED THRU 3500-COPY-UNMAPPED-EXIT
077900         UNTIL IN-EOF
078000     CLOSE UNMAPPED-IN-FILE
078100     PERFORM 4000-WRITE-EXTRACT THRU 4000-WRITE-EXTRACT-EXIT
078200     PERFORM 5000-WRITE-CONTROL-TOTALS
078300         THRU 5000-WRITE-CONTROL-TOTALS-EXIT
078400     PERFORM 6000-CHECK-SOURCE-REGISTRY
078500         THRU 6000-CHECK-SOURCE-REGISTRY-EXIT
078600     PERFORM 7000-LOAD-DETAIL-ENTRIES
078700         THRU 7000-LOAD-DETAIL-ENTRIES-EXIT
078800     PERFORM 7500-APPLY-FINGERPRINTS
078900         THRU 7500-APPLY-FINGERPRINTS-EXIT
079000     .
079100 3000-MERGE-NIGHT-EXIT.
079200     EXIT.

079300 3100-COPY-AUDIT.
079400     READ AUDIT-IN-FILE
079500         AT END
079600             SET IN-EOF TO TRUE
079700             GO TO 3100-COPY-AUDIT-EXIT
079800     END-READ
079900     IF AUDIT-DATE = RUN-DATE
080000         WRITE AUDIT-RECORD FROM AUDIT-IN-RECORD
080100         ADD 1 TO AUDIT-MERGED
080200     END-IF
080300     .
080400 3100-COPY-AUDIT-EXIT.
080500     EXIT.

080600 3200-COPY-RECON.
080700     READ RECON-IN-FILE
080800         AT END
080900             SET IN-EOF TO TRUE
081000             GO TO 3200-COPY-RECON-EXIT
081100     END-READ
081200     IF RECON-DATE = RUN-DATE
081300         WRITE RECON-RECORD FROM RECON-IN-RECORD
081400         ADD 1 TO RECON-MERGED
081500     END-IF
081600     .
081700 3200-COPY-RECON-EXIT.
081800     EXIT.

081900 3300-COPY-SUSPENSE.
082000     READ SUSPENSE-IN-FILE INTO SUSP-DETAIL-WORK
082100         AT END
082200             SET IN-EOF TO TRUE
082300             GO TO 3300-COPY-SUSPENSE-EXIT
082400     END-READ
082500     IF SUSP-ORIG-RUN-DATE = RUN-DATE
082600         WRITE SUSPENSE-RECORD FROM SUSP-DETAIL-WORK
082700         ADD 1 TO SUSPENSE-MERGED
082800     END-IF
082900     .
083000 3300-COPY-SUSPENSE-EXIT.
083100     EXIT.

083200 3400-COPY-DUPLICATE.
083300     READ DUPLICATE-IN-FILE INTO SUSP-DETAIL-WORK
083400         AT END
083500             SET IN-EOF TO TRUE
083600             GO TO 3400-COPY-DUPLICATE-EXIT
083700     END-READ
083800     IF SUSP-ORIG-RUN-DATE = RUN-DATE
083900         WRITE DUPLICATE-RECORD FROM SUSP-DETAIL-WORK
084000         ADD 1 TO DUPLICATE-MERGED
084100     END-IF
084200     .
084300 3400-COPY-DUPLICATE-EXIT.
084400     EXIT.

084500 3500-COPY-UNMAPPED.
084600     READ UNMAPPED-IN-FILE
084700         AT END
084800             SET IN-EOF TO TRUE
084900             GO TO 3500-COPY-UNMAPPED-EXIT
085000     END-READ
085100     IF UNMP-RUN-DATE = RUN-DATE
085200         WRITE UNMAPPED-RECORD FROM UNMAPPED-IN-RECORD
085300         ADD 1 TO UNMAPPED-MERGED
085400     END-IF
085500     .
085600 3500-COPY-UNMAPPED-EXIT.
085700     EXIT.

      *****************************************************************
      * 4000-WRITE-EXTRACT - THE NIGHT'S ONE OUTBOUND TRANSMISSION: A
      * NEW HEADER, EVERY DETAIL FROM A STREAM TRANSMISSION WHOSE
      * HEADER CARRIES THE RUN DATE, AND A TRAILER WITH THE COUNT AND
      * NON-SPACE HASH RE-ACCUMULATED OVER THEM EXACTLY AS ALPHA
      * ACCUMULATES ITS OWN.  THE STREAMS' HEADERS AND TRAILERS ARE
      * DROPPED.  A REFUSED NIGHT SHIPS A BALANCED EMPTY
      * TRANSMISSION, AS ALPHA DOES.
      *****************************************************************
085800 4000-WRITE-EXTRACT.
085900     MOVE RUN-DATE TO EXH-BUS-DATE
086000     WRITE EXTRACT-RECORD FROM EXTRACT-HEADER-WORK
086100     IF NOT NIGHT-REFUSED
086200         OPEN INPUT EXTRACT-IN-FILE
086300         SET IN-NOT-EOF TO TRUE
086400         SET EXTR-NOT-TONIGHT TO TRUE
086500         PERFORM 4100-COPY-EXTRACT THRU 4100-COPY-EXTRACT-EXIT
086600             UNTIL IN-EOF
086700         CLOSE EXTRACT-IN-FILE
086800     END-IF
086900     MOVE EXTRACT-COUNT TO EXT-DETAIL-COUNT
087000     MOVE EXTRACT-HASH  TO EXT-HASH-TOTAL
087100     WRITE EXTRACT-RECORD FROM EXTRACT-TRAILER-WORK
087200     DISPLAY 'AMRG4000I - EXTRACT FEED ' EXTRACT-COUNT
087300         ' DETAIL(S), HASH ' EXTRACT-HASH
087400     .
087500 4000-WRITE-EXTRACT-EXIT.
087600     EXIT.

087700 4100-COPY-EXTRACT.
087800     READ EXTRACT-IN-FILE
087900         AT END
088000             SET IN-EOF TO TRUE
088100             GO TO 4100-COPY-EXTRACT-EXIT
088200     END-READ
088300     IF EXI-HEADER-REC
088400         IF EXI-BUS-DATE = RUN-DATE
088500             SET EXTR-TONIGHT TO TRUE
088600         ELSE
088700             SET EXTR-NOT-TONIGHT TO TRUE
088800         END-IF
088900         GO TO 4100-COPY-EXTRACT-EXIT
089000     END-IF
089100     IF NOT EXI-DETAIL-REC OR EXTR-NOT-TONIGHT
089200         GO TO 4100-COPY-EXTRACT-EXIT
089300     END-IF
089400     MOVE EXTRACT-IN-RECORD TO EXTRACT-DETAIL-WORK
089500     WRITE EXTRACT-RECORD FROM EXTRACT-DETAIL-WORK
089600     ADD 1 TO EXTRACT-COUNT
089700     MOVE ZERO TO EDIT-SPACE-COUNT
089800     INSPECT EXD-VALUE-1
089900         TALLYING EDIT-SPACE-COUNT FOR ALL SPACE
090000     COMPUTE EXTRACT-HASH =
090100         EXTRACT-HASH + 80 - EDIT-SPACE-COUNT
090200     MOVE ZERO TO EDIT-SPACE-COUNT
090300     INSPECT EXD-VALUE-2
090400         TALLYING EDIT-SPACE-COUNT FOR ALL SPACE
090500     COMPUTE EXTRACT-HASH =
090600         EXTRACT-HASH + 80 - EDIT-SPACE-COUNT
090700     .
090800 4100-COPY-EXTRACT-EXIT.
090900     EXIT.

      *****************************************************************
      * 5000-WRITE-CONTROL-TOTALS - ONE CTLFILE RECORD FOR THE NIGHT,
      * DATED THE RUN DATE (CTLCHK PROVES IT AGAINST THE STATFILE
      * DATE): THE STREAMS' FINAL CALL COUNTS AND VALUE LENGTHS
      * ADDED TOGETHER, THE EARLIEST FIRST STAMP AND THE LATEST LAST
      * STAMP.  PROG1 DATES ITS RECORDS FROM THE CLOCK, SO A STREAM
      * THAT RAN PAST MIDNIGHT IS STILL TONIGHT'S; ONLY A RECORD
      * DATED BEFORE THE RUN DATE IS AN OLDER NIGHT'S.
      *****************************************************************
091000 5000-WRITE-CONTROL-TOTALS.
091100     OPEN INPUT CONTROL-IN-FILE
091200     SET IN-NOT-EOF TO TRUE
091300     PERFORM 5100-READ-CONTROL-REC THRU 5100-READ-CONTROL-REC-EXIT
091400         UNTIL IN-EOF
091500     CLOSE CONTROL-IN-FILE
091600     IF CTL-SEEN
091700         ADD CMW-PRIOR-COUNT TO CMW-TRAN-COUNT
091800         ADD CMW-PRIOR-LENGTH-1 TO CMW-LENGTH-1
091900         ADD CMW-PRIOR-LENGTH-2 TO CMW-LENGTH-2
092000     ELSE
092100         MOVE ZERO TO CMW-FIRST-STAMP
092200     END-IF
092300     MOVE SPACES TO CONTROL-WORK
092400     MOVE RUN-DATE TO CTL-RUN-DATE
092500     MOVE CMW-TRAN-COUNT TO CTL-TRAN-COUNT
092600     MOVE CMW-LENGTH-1 TO CTL-VALUE-1-LENGTH
092700     MOVE CMW-LENGTH-2 TO CTL-VALUE-2-LENGTH
092800     MOVE CMW-FIRST-STAMP TO CTL-FIRST-TRAN-STAMP
092900     MOVE CMW-LAST-STAMP TO CTL-LAST-TRAN-STAMP
093000     WRITE CONTROL-RECORD FROM CONTROL-WORK
093100     .
093200 5000-WRITE-CONTROL-TOTALS-EXIT.
093300     EXIT.

093400 5100-READ-CONTROL-REC.
093500     READ CONTROL-IN-FILE INTO CONTROL-WORK
093600         AT END
093700             SET IN-EOF TO TRUE
093800             GO TO 5100-READ-CONTROL-REC-EXIT
093900     END-READ
094000     IF CTL-RUN-DATE < RUN-DATE
094100         GO TO 5100-READ-CONTROL-REC-EXIT
094200     END-IF
094300     IF CTL-SEEN AND CTL-TRAN-COUNT NOT > CMW-PRIOR-COUNT
094400         ADD CMW-PRIOR-COUNT TO CMW-TRAN-COUNT
094500         ADD CMW-PRIOR-LENGTH-1 TO CMW-LENGTH-1
094600         ADD CMW-PRIOR-LENGTH-2 TO CMW-LENGTH-2
094700     END-IF
094800     SET CTL-SEEN TO TRUE
094900     MOVE CTL-TRAN-COUNT TO CMW-PRIOR-COUNT
095000     MOVE CTL-VALUE-1-LENGTH TO CMW-PRIOR-LENGTH-1
095100     MOVE CTL-VALUE-2-LENGTH TO CMW-PRIOR-LENGTH-2
095200     IF CTL-FIRST-TRAN-STAMP < CMW-FIRST-STAMP
095300         MOVE CTL-FIRST-TRAN-STAMP TO CMW-FIRST-STAMP
095400     END-IF
095500     IF CTL-LAST-TRAN-STAMP > CMW-LAST-STAMP
095600         MOVE CTL-LAST-TRAN-STAMP TO CMW-LAST-STAMP
095700     END-IF
095800     .
095900 5100-READ-CONTROL-REC-EXIT.
096000     EXIT.

      *****************************************************************
      * 6000-CHECK-SOURCE-REGISTRY - THE SOURCE-REGISTRY CHECK ALPHA
      * MAKES ON A SINGLE RUN (SEE ITS 0190-CHECK-SOURCE-REGISTRY),
      * MADE HERE ONCE AGAINST THE BATCH HEADERS OF THE WHOLE
      * TRANSMISSION: AN UNREGISTERED SOURCE ON A HEADER, AND A
      * REGISTERED SOURCE EXPECTED TODAY THAT SENT NO HEADER, GO TO
      * THE CONSOLE, THE RUN REPORT AND THE STATFILE RECORD.
      *****************************************************************
096100 6000-CHECK-SOURCE-REGISTRY.
096200     COMPUTE SCK-DATE-INTEGER =
096300         FUNCTION INTEGER-OF-DATE (RUN-DATE)
096400     DIVIDE SCK-DATE-INTEGER BY 7
096500         GIVING SCK-WEEK-COUNT REMAINDER SCK-DAY-OF-WEEK
096600     IF SCK-DAY-OF-WEEK = ZERO
096700         MOVE 7 TO SCK-DAY-OF-WEEK
096800     END-IF
096900     OPEN INPUT TRANS-FILE
097000     SET IN-NOT-EOF TO TRUE
097100     PERFORM 6100-NOTE-BATCH-SOURCE
097200         THRU 6100-NOTE-BATCH-SOURCE-EXIT
097300         UNTIL IN-EOF
097400     CLOSE TRANS-FILE
097500     OPEN INPUT SOURCE-REGISTRY-FILE
097600     MOVE ZERO TO SOURCE-SUB
097700     PERFORM 6200-CHECK-BATCH-SOURCE
097800         THRU 6200-CHECK-BATCH-SOURCE-EXIT
097900         UNTIL SOURCE-SUB NOT < SCK-SOURCE-COUNT
098000     SET SRCREG-NOT-EOF TO TRUE
098100     MOVE LOW-VALUES TO SREG-SOURCE-SYS
098200     START SOURCE-REGISTRY-FILE KEY NOT < SREG-SOURCE-SYS
098300         INVALID KEY
098400             SET SRCREG-EOF TO TRUE
098500     END-START
098600     PERFORM 6300-CHECK-REGISTRY-REC
098700         THRU 6300-CHECK-REGISTRY-REC-EXIT
098800         UNTIL SRCREG-EOF
098900     CLOSE SOURCE-REGISTRY-FILE
099000     IF SCK-MISSING-COUNT = ZERO AND SCK-OPTIONAL-COUNT = ZERO
099100        AND SCK-UNREG-COUNT = ZERO
099200         MOVE SPACES TO PRINT-RECORD
099300         MOVE 'SOURCE REGISTRY CHECK:' TO PR-LABEL
099400         MOVE 'ALL EXPECTED SOURCES RECEIVED' TO PR-VALUE
099500         WRITE PRINT-RECORD
099600     END-IF
099700     IF SCK-MISSING-COUNT > ZERO
099800         DISPLAY 'AMRG6000W - ' SCK-MISSING-COUNT
099900             ' MANDATORY SOURCE(S) DID NOT TRANSMIT'
100000     END-IF
100100     IF SCK-UNREG-COUNT > ZERO
100200         DISPLAY 'AMRG6000W - ' SCK-UNREG-COUNT
100300             ' SOURCE(S) ON THE BATCH HEADERS NOT REGISTERED'
100400     END-IF
100500     .
100600 6000-CHECK-SOURCE-REGISTRY-EXIT.
100700     EXIT.

      *****************************************************************
      * 6100-NOTE-BATCH-SOURCE - LISTS EACH SOURCE SYSTEM ON A BATCH
      * HEADER ONCE.  A REFUSED BATCH STILL COUNTS AS RECEIVED.
      *****************************************************************
100800 6100-NOTE-BATCH-SOURCE.
100900     READ TRANS-FILE
101000         AT END
101100             SET IN-EOF TO TRUE
101200             GO TO 6100-NOTE-BATCH-SOURCE-EXIT
101300     END-READ
101400     IF NOT TRAN-HEADER-REC
101500         GO TO 6100-NOTE-BATCH-SOURCE-EXIT
101600     END-IF
101700     SET SRC-NOT-SEEN TO TRUE
101800     MOVE ZERO TO SCK-SUB
101900     PERFORM 6110-FIND-HEADER-SOURCE
102000         THRU 6110-FIND-HEADER-SOURCE-EXIT
102100         UNTIL SCK-SUB NOT < SCK-SOURCE-COUNT OR SRC-SEEN
102200     IF SRC-NOT-SEEN AND SCK-SOURCE-COUNT < SCK-SOURCE-MAX
102300         ADD 1 TO SCK-SOURCE-COUNT
102400         MOVE TRAN-HDR-SOURCE-SYS
102500             TO SCK-SOURCE-SYS (SCK-SOURCE-COUNT)
102600     END-IF
102700     .
102800 6100-NOTE-BATCH-SOURCE-EXIT.
102900     EXIT.

103000 6110-FIND-HEADER-SOURCE.
103100     ADD 1 TO SCK-SUB
103200     IF SCK-SOURCE-SYS (SCK-SUB) = TRAN-HDR-SOURCE-SYS
103300         SET SRC-SEEN TO TRUE
103400     END-IF
103500     .
103600 6110-FIND-HEADER-SOURCE-EXIT.
103700     EXIT.

103800 6200-CHECK-BATCH-SOURCE.
103900     ADD 1 TO SOURCE-SUB
104000     MOVE SCK-SOURCE-SYS (SOURCE-SUB) TO SREG-SOURCE-SYS
104100     READ SOURCE-REGISTRY-FILE
104200         INVALID KEY
104300             ADD 1 TO SCK-UNREG-COUNT
104400             DISPLAY 'AMRG6000W - BATCH HEADER FROM '
104500                 'UNREGISTERED SOURCE '
104600                 SCK-SOURCE-SYS (SOURCE-SUB)
104700             MOVE SPACES TO SOURCE-EXCP-LINE-WORK
104800             MOVE SCK-SOURCE-SYS (SOURCE-SUB) TO SXW-SOURCE-SYS
104900             MOVE SPACES TO PRINT-RECORD
105000             MOVE 'UNREGISTERED SOURCE:' TO PR-LABEL
105100             MOVE SOURCE-EXCP-LINE-WORK TO PR-VALUE
105200             WRITE PRINT-RECORD
105300     END-READ
105400     .
105500 6200-CHECK-BATCH-SOURCE-EXIT.
105600     EXIT.

105700 6300-CHECK-REGISTRY-REC.
105800     READ SOURCE-REGISTRY-FILE NEXT RECORD
105900         AT END
106000             SET SRCREG-EOF TO TRUE
106100             GO TO 6300-CHECK-REGISTRY-REC-EXIT
106200     END-READ
106300     IF NOT SREG-EXPECTED-ON-DAY (SCK-DAY-OF-WEEK)
106400         GO TO 6300-CHECK-REGISTRY-REC-EXIT
106500     END-IF
106600     SET SRC-NOT-SEEN TO TRUE
106700     MOVE ZERO TO SCK-SUB
106800     PERFORM 6310-FIND-REGISTERED-SOURCE
106900         THRU 6310-FIND-REGISTERED-SOURCE-EXIT
107000         UNTIL SCK-SUB NOT < SCK-SOURCE-COUNT OR SRC-SEEN
107100     IF SRC-SEEN
107200         GO TO 6300-CHECK-REGISTRY-REC-EXIT
107300     END-IF
107400     MOVE SPACES TO SOURCE-EXCP-LINE-WORK
107500     MOVE SREG-SOURCE-SYS TO SXW-SOURCE-SYS
107600     MOVE 'CONTACT:' TO SXW-CONTACT-LABEL
107700     MOVE SREG-CONTACT-NAME TO SXW-CONTACT-NAME
107800     MOVE SPACES TO PRINT-RECORD
107900     IF SREG-MANDATORY
108000         ADD 1 TO SCK-MISSING-COUNT
108100         DISPLAY 'AMRG6000W - MANDATORY SOURCE ' SREG-SOURCE-SYS
108200             ' DID NOT TRANSMIT, CONTACT ' SREG-CONTACT-NAME
108300         MOVE 'MISSING MANDATORY SOURCE:' TO PR-LABEL
108400     ELSE
108500         ADD 1 TO SCK-OPTIONAL-COUNT
108600         DISPLAY 'AMRG6000I - OPTIONAL SOURCE ' SREG-SOURCE-SYS
108700             ' DID NOT TRANSMIT'
108800         MOVE 'MISSING OPTIONAL SOURCE:' TO PR-LABEL
108900     END-IF
109000     MOVE SOURCE-EXCP-LINE-WORK TO PR-VALUE
109100     WRITE PRINT-RECORD
109200     .
109300 6300-CHECK-REGISTRY-REC-EXIT.
109400     EXIT.

109500 6310-FIND-REGISTERED-SOURCE.
109600     ADD 1 TO SCK-SUB
109700     IF SCK-SOURCE-SYS (SCK-SUB) = SREG-SOURCE-SYS
109800         SET SRC-SEEN TO TRUE
109900     END-IF
110000     .
110100 6310-FIND-REGISTERED-SOURCE-EXIT.
110200     EXIT.

      *****************************************************************
      * 7000-LOAD-DETAIL-ENTRIES - CLEARS ANY INQUIRY ENTRIES ALREADY
      * ON DTLFILE FOR THE DATE (AN EARLIER ATTEMPT AT THE NIGHT),
      * LOADS THE STREAMS' ENTRIES UNDER ONE DETAIL SEQUENCE FROM 1,
      * AND WRITES THE NIGHT'S SEQUENCE-ZERO POSITION ENTRY.
      *****************************************************************
110300 7000-LOAD-DETAIL-ENTRIES.
110400     OPEN I-O DETAIL-FILE
110500     SET DTL-SCAN-MORE TO TRUE
110600     MOVE RUN-DATE TO DTL-RUN-DATE
110700     MOVE ZERO TO DTL-SEQ-NO
110800     START DETAIL-FILE KEY NOT < DTL-KEY
110900         INVALID KEY
111000             SET DTL-SCAN-DONE TO TRUE
111100     END-START
111200     PERFORM 7100-DELETE-DETAIL-REC
111300         THRU 7100-DELETE-DETAIL-REC-EXIT
111400         UNTIL DTL-SCAN-DONE
111500     OPEN INPUT DETAIL-WORK-FILE
111600     SET IN-NOT-EOF TO TRUE
111700     PERFORM 7200-LOAD-DETAIL-REC THRU 7200-LOAD-DETAIL-REC-EXIT
111800         UNTIL IN-EOF
111900     CLOSE DETAIL-WORK-FILE
112000     MOVE NT-LAST-CKPT-CODE TO DCT-CODE
112100     MOVE 'SPLIT NIGHT MERGED' TO DCT-VALUE-1
112200     MOVE ACTIVE-STREAMS TO SCT-STREAMS
112300     MOVE STREAM-COUNT-TEXT TO DCT-VALUE-2
112400     MOVE RUN-DATE TO DTL-RUN-DATE
112500     MOVE ZERO TO DTL-SEQ-NO
112600     MOVE 'CKPT' TO DTL-REC-TYPE
112700     MOVE DETAIL-HIGH-TRAN-SEQ TO DTL-TRAN-SEQ
112800     MOVE DTL-CKPT-TEXT TO DTL-TEXT
112810     MOVE SPACES TO DTL-SOURCE-SYS
112820     MOVE SPACES TO DTL-VALUE
112900     WRITE DETAIL-RECORD
113000         INVALID KEY
113100             REWRITE DETAIL-RECORD
113200     END-WRITE
113300     CLOSE DETAIL-FILE
113400     .
113500 7000-LOAD-DETAIL-ENTRIES-EXIT.
113600     EXIT.

113700 7100-DELETE-DETAIL-REC.
113800     READ DETAIL-FILE NEXT RECORD
113900         AT END
114000             SET DTL-SCAN-DONE TO TRUE
114100             GO TO 7100-DELETE-DETAIL-REC-EXIT
114200     END-READ
114300     IF DTL-RUN-DATE = RUN-DATE
114400         DELETE DETAIL-FILE
114500     ELSE
114600         SET DTL-SCAN-DONE TO TRUE
114700     END-IF
114800     .
114900 7100-DELETE-DETAIL-REC-EXIT.
115000     EXIT.

115100 7200-LOAD-DETAIL-REC.
115200     READ DETAIL-WORK-FILE
115300         AT END
115400             SET IN-EOF TO TRUE
115500             GO TO 7200-LOAD-DETAIL-REC-EXIT
115600     END-READ
115700     IF DWK-RUN-DATE NOT = RUN-DATE
115800         GO TO 7200-LOAD-DETAIL-REC-EXIT
115900     END-IF
116000     MOVE DETAIL-WORK-RECORD TO DETAIL-RECORD
116100     ADD 1 TO DETAIL-SEQ
116200     MOVE DETAIL-SEQ TO DTL-SEQ-NO
116300     IF DTL-TRAN-SEQ > DETAIL-HIGH-TRAN-SEQ
116400         MOVE DTL-TRAN-SEQ TO DETAIL-HIGH-TRAN-SEQ
116500     END-IF
116600     WRITE DETAIL-RECORD
116700         INVALID KEY
116800             REWRITE DETAIL-RECORD
116900     END-WRITE
117000     .
117100 7200-LOAD-DETAIL-REC-EXIT.
117200     EXIT.

      *****************************************************************
      * 7500-APPLY-FINGERPRINTS - APPLIES THE STREAMS' FINGERPRINTS
      * TO FPRINT.  A FINGERPRINT FIRST SEEN TONIGHT IS ADDED, OR
      * REPLACES AN EXPIRED ONE; IF ANOTHER STREAM ALREADY ADDED THE
      * SAME DETAIL TONIGHT THE ONE ON FILE IS KEPT.  A REPEAT OF AN
      * EARLIER NIGHT'S DETAIL ADDS ONE TO THE REPEAT COUNT ON FILE,
      * SO TWO STREAMS DIVERTING THE SAME DETAIL COUNT TWICE, AS ONE
      * RUN WOULD HAVE.
      *****************************************************************
117300 7500-APPLY-FINGERPRINTS.
117400     OPEN I-O FINGERPRINT-FILE
117500     OPEN INPUT FINGERPRINT-WORK-FILE
117600     SET IN-NOT-EOF TO TRUE
117700     PERFORM 7600-APPLY-FINGERPRINT
117800         THRU 7600-APPLY-FINGERPRINT-EXIT
117900         UNTIL IN-EOF
118000     CLOSE FINGERPRINT-WORK-FILE
118100     CLOSE FINGERPRINT-FILE
118200     .
118300 7500-APPLY-FINGERPRINTS-EXIT.
118400     EXIT.

118500 7600-APPLY-FINGERPRINT.
118600     READ FINGERPRINT-WORK-FILE
118700         AT END
118800             SET IN-EOF TO TRUE
118900             GO TO 7600-APPLY-FINGERPRINT-EXIT
119000     END-READ
119100     IF FWK-LAST-SEEN-DATE NOT = RUN-DATE
119200         GO TO 7600-APPLY-FINGERPRINT-EXIT
119300     END-IF
119400     MOVE FWK-KEY TO FPR-KEY
119500     SET FPR-ON-FILE TO TRUE
119600     READ FINGERPRINT-FILE
119700         INVALID KEY
119800             SET FPR-NOT-ON-FILE TO TRUE
119900     END-READ
120000     IF FPR-NOT-ON-FILE
120100         WRITE FINGERPRINT-RECORD FROM FINGERPRINT-WORK-RECORD
120200         ADD 1 TO FPR-NEW-COUNT
120300         GO TO 7600-APPLY-FINGERPRINT-EXIT
120400     END-IF
120500     IF FWK-FIRST-RUN-DATE = RUN-DATE
120600         IF FPR-FIRST-RUN-DATE = RUN-DATE
120700             ADD 1 TO FPR-KEPT-COUNT
120800         ELSE
120900             REWRITE FINGERPRINT-RECORD
121000                 FROM FINGERPRINT-WORK-RECORD
121100             ADD 1 TO FPR-UPDATED-COUNT
121200         END-IF
121300         GO TO 7600-APPLY-FINGERPRINT-EXIT
121400     END-IF
121500     ADD 1 TO FPR-REPEAT-COUNT
121600     MOVE RUN-DATE TO FPR-LAST-SEEN-DATE
121700     REWRITE FINGERPRINT-RECORD
121800     ADD 1 TO FPR-UPDATED-COUNT
121900     .
122000 7600-APPLY-FINGERPRINT-EXIT.
122100     EXIT.

      *****************************************************************
      * 8000-WRITE-STATISTICS - THE NIGHT'S ONE STATFILE RECORD,
      * STREAM 00, IN THE SAME SHAPE ALPHA WRITES FOR A SINGLE RUN,
      * SO CTLCHK, ALPHNTFY AND STATRPT READ A SPLIT NIGHT THE SAME
      * WAY.  WRITTEN FOR A HELD OR REFUSED NIGHT TOO - A HELD
      * NIGHT'S RECORD TOTALS ONLY THE FAILED STREAMS (SEE 2150), SO
      * THE RECORD WRITTEN BY THE MERGE AFTER THE RESTART COUNTS EACH
      * CLEAN STREAM EXACTLY ONCE.
      *****************************************************************
122200 8000-WRITE-STATISTICS.
122300     OPEN OUTPUT STAT-FILE
122400     MOVE SPACES TO STAT-WORK
122500     MOVE RUN-DATE TO STAT-RUN-DATE
122600     MOVE NT-TRANS-READ TO STAT-TRANS-READ
122700     MOVE NT-PROCESSED TO STAT-PROCESSED
122800     MOVE NT-REJECTED TO STAT-REJECTED
122900     MOVE NT-EXCP-COUNT TO STAT-EXCP-COUNT
123000     MOVE NT-AUDIT-COUNT TO STAT-AUDIT-COUNT
123100     MOVE NT-ERROR-COUNT TO STAT-ERROR-COUNT
123200     MOVE NT-LAST-CKPT-CODE TO STAT-LAST-CKPT-CODE
123300     MOVE NT-RESTART-FLAG TO STAT-RESTART-FLAG
123400     MOVE NT-OUTCOME-FLAG TO STAT-OUTCOME-FLAG
123500     MOVE ZERO TO VOLUME-SUB
123600     PERFORM 8010-NOTE-SOURCE-VOLUME
123700         THRU 8010-NOTE-SOURCE-VOLUME-EXIT
123800         UNTIL VOLUME-SUB NOT < VT-COUNT
123900     IF VT-OVERFLOW-COUNT > ZERO
124000         DISPLAY 'AMRG8000W - MORE THAN 5 SOURCE SYSTEMS, '
124100             'STATFILE VOLUME ENTRIES TRUNCATED'
124200     END-IF
124300     MOVE NT-TRAILER-COUNT TO STAT-TRAILER-COUNT
124400     MOVE NT-TRAILER-HASH TO STAT-TRAILER-HASH
124500     MOVE 'N' TO STAT-MISSING-SRC-FLAG
124600     MOVE 'N' TO STAT-UNREG-SRC-FLAG
124700     IF SCK-MISSING-COUNT > ZERO
124800         SET STAT-MANDATORY-SRC-MISSING TO TRUE
124900     END-IF
125000     IF SCK-UNREG-COUNT > ZERO
125100         SET STAT-UNREGISTERED-SRC TO TRUE
125200     END-IF
125300     MOVE SCK-MISSING-COUNT TO STAT-MISSING-SRC-COUNT
125400     MOVE SCK-UNREG-COUNT TO STAT-UNREG-SRC-COUNT
125500     MOVE 'N' TO STAT-DUP-FLAG
125600     IF NT-DUPLICATE-COUNT > ZERO
125700         SET STAT-DUPLICATES-DIVERTED TO TRUE
125800     END-IF
125900     MOVE NT-DUPLICATE-COUNT TO STAT-DUPLICATE-COUNT
126000     MOVE ZERO TO STAT-STREAM-NO
126100     MOVE NT-REFUSED-BATCHES TO STAT-REFUSED-BATCH-COUNT
126200     WRITE STAT-OUT-RECORD FROM STAT-WORK
126300     CLOSE STAT-FILE
126400     .
126500 8000-WRITE-STATISTICS-EXIT.
126600     EXIT.

126700 8010-NOTE-SOURCE-VOLUME.
126800     ADD 1 TO VOLUME-SUB
126900     MOVE VT-SOURCE-SYS (VOLUME-SUB) TO STAT-SRC-SYS (VOLUME-SUB)
127000     MOVE VT-VOLUME (VOLUME-SUB) TO STAT-SRC-VOLUME (VOLUME-SUB)
127100     .
127200 8010-NOTE-SOURCE-VOLUME-EXIT.
127300     EXIT.

      *****************************************************************
      * 8050-COPY-SOURCE-STATS - THE STREAMS' PER-SOURCE STATISTICS
      * FOR THE RUN DATE, COPIED TO THE NIGHT'S SRCSTATS GENERATION
      * BESIDE THE STREAM-00 STATFILE RECORD, KEEPING THEIR STREAM
      * NUMBERS AND RUN STAMPS.  LIKE THE STATFILE RECORD, A HELD
      * NIGHT CARRIES ONLY THE FAILED STREAMS' RECORDS, SO THE MERGE
      * AFTER THE RESTART COPIES EACH CLEAN STREAM'S RECORDS ONCE
      * AND THE NIGHT LEAVES NO EXACT COPIES FOR CHRGRPT.
      *****************************************************************
127400 8050-COPY-SOURCE-STATS.
127500     OPEN INPUT SRCSTAT-IN-FILE
127600     OPEN OUTPUT SRCSTAT-FILE
127700     SET IN-NOT-EOF TO TRUE
127800     PERFORM 8060-COPY-SOURCE-STAT
127900         THRU 8060-COPY-SOURCE-STAT-EXIT
128000         UNTIL IN-EOF
128100     CLOSE SRCSTAT-FILE
128200     CLOSE SRCSTAT-IN-FILE
128300     .
128400 8050-COPY-SOURCE-STATS-EXIT.
128500     EXIT.

128600 8060-COPY-SOURCE-STAT.
128700     READ SRCSTAT-IN-FILE
128800         AT END
128900             SET IN-EOF TO TRUE
129000             GO TO 8060-COPY-SOURCE-STAT-EXIT
129100     END-READ
129200     IF SSI-RUN-DATE NOT = RUN-DATE
129300         GO TO 8060-COPY-SOURCE-STAT-EXIT
129400     END-IF
129500     IF FAILED-STREAMS > ZERO
129600         IF SSI-STREAM-NO < 1 OR SSI-STREAM-NO > STREAM-MAX
129700             GO TO 8060-COPY-SOURCE-STAT-EXIT
129800         END-IF
129900         MOVE SSI-STREAM-NO TO STREAM-SUB
130000         IF NOT SG-FAILED (STREAM-SUB)
130100             GO TO 8060-COPY-SOURCE-STAT-EXIT
130200         END-IF
130300     END-IF
130400     WRITE SRCSTAT-RECORD FROM SRCSTAT-IN-RECORD
130500     ADD 1 TO SRCSTAT-MERGED
130600     .
130700 8060-COPY-SOURCE-STAT-EXIT.
130800     EXIT.

      *****************************************************************
      * 8100-WRITE-HISTORY - THE NIGHT'S OUTCOME ON THE RUN-HISTORY
      * MASTER UNDER THE RUN DATE, REWRITTEN BY A LATER MERGE OF THE
      * SAME DATE.  THE FINAL VALUES BELONG TO THE STREAMS (SEE EACH
      * STREAM'S OWN HISTORY) AND ARE LEFT BLANK HERE.
      *****************************************************************
130900 8100-WRITE-HISTORY.
131000     MOVE SPACES TO HISTORY-RECORD
131100     MOVE RUN-DATE TO HIST-RUN-DATE
131200     MOVE NT-LAST-CKPT-CODE TO HIST-LAST-CKPT-CODE
131300     MOVE DETAIL-HIGH-TRAN-SEQ TO HIST-LAST-TRAN-SEQ
131400     MOVE NT-OUTCOME-FLAG TO HIST-OUTCOME-FLAG
131500     WRITE HISTORY-RECORD
131600         INVALID KEY
131700             REWRITE HISTORY-RECORD
131800     END-WRITE
131900     .
132000 8100-WRITE-HISTORY-EXIT.
132100     EXIT.

      *****************************************************************
      * 8200-PRINT-TOTALS - THE MERGED NIGHT'S FIGURES FOR THE RUN
      * REPORT - ON A HELD NIGHT, THE FAILED STREAMS' FIGURES, AS ON
      * THE STATFILE RECORD.
      *****************************************************************
132200 8200-PRINT-TOTALS.
132300     MOVE SPACES TO PRINT-RECORD
132400     MOVE 'TRANSACTIONS READ:' TO PR-LABEL
132500     MOVE NT-TRANS-READ TO PR-VALUE
132600     WRITE PRINT-RECORD
132700     MOVE SPACES TO PRINT-RECORD
132800     MOVE 'TRANSACTIONS PROCESSED:' TO PR-LABEL
132900     MOVE NT-PROCESSED TO PR-VALUE
133000     WRITE PRINT-RECORD
133100     MOVE SPACES TO PRINT-RECORD
133200     MOVE 'TRANSACTIONS REJECTED:' TO PR-LABEL
133300     MOVE NT-REJECTED TO PR-VALUE
133400     WRITE PRINT-RECORD
133500     MOVE SPACES TO PRINT-RECORD
133600     MOVE 'SOURCE BATCHES REFUSED:' TO PR-LABEL
133700     MOVE NT-REFUSED-BATCHES TO PR-VALUE
133800     WRITE PRINT-RECORD
133900     MOVE SPACES TO PRINT-RECORD
134000     MOVE 'DUPLICATES DIVERTED:' TO PR-LABEL
134100     MOVE NT-DUPLICATE-COUNT TO PR-VALUE
134200     WRITE PRINT-RECORD
134300     MOVE SPACES TO PRINT-RECORD
134400     MOVE 'AUDIT RECORDS MERGED:' TO PR-LABEL
134500     MOVE AUDIT-MERGED TO PR-VALUE
134600     WRITE PRINT-RECORD
134700     MOVE SPACES TO PRINT-RECORD
134800     MOVE 'RECON RECORDS MERGED:' TO PR-LABEL
134900     MOVE RECON-MERGED TO PR-VALUE
135000     WRITE PRINT-RECORD
135100     MOVE SPACES TO PRINT-RECORD
135200     MOVE 'SUSPENSE RECORDS MERGED:' TO PR-LABEL
135300     MOVE SUSPENSE-MERGED TO PR-VALUE
135400     WRITE PRINT-RECORD
135500     MOVE SPACES TO PRINT-RECORD
135600     MOVE 'DUPFILE RECORDS MERGED:' TO PR-LABEL
135700     MOVE DUPLICATE-MERGED TO PR-VALUE
135800     WRITE PRINT-RECORD
135900     MOVE SPACES TO PRINT-RECORD
136000     MOVE 'UNMAPPED RECORDS MERGED:' TO PR-LABEL
136100     MOVE UNMAPPED-MERGED TO PR-VALUE
136200     WRITE PRINT-RECORD
136300     MOVE SPACES TO PRINT-RECORD
136400     MOVE 'SOURCE STATISTICS COPIED:' TO PR-LABEL
136500     MOVE SRCSTAT-MERGED TO PR-VALUE
136600     WRITE PRINT-RECORD
136700     MOVE SPACES TO PRINT-RECORD
136800     MOVE 'EXTRACT DETAILS SHIPPED:' TO PR-LABEL
136900     MOVE EXTRACT-COUNT TO PR-VALUE
137000     WRITE PRINT-RECORD
137100     MOVE SPACES TO PRINT-RECORD
137200     MOVE 'INQUIRY ENTRIES LOADED:' TO PR-LABEL
137300     MOVE DETAIL-SEQ TO PR-VALUE
137400     WRITE PRINT-RECORD
137500     MOVE SPACES TO PRINT-RECORD
137600     MOVE 'FINGERPRINTS ADDED:' TO PR-LABEL
137700     MOVE FPR-NEW-COUNT TO PR-VALUE
137800     WRITE PRINT-RECORD
137900     MOVE SPACES TO PRINT-RECORD
138000     MOVE 'FINGERPRINTS UPDATED:' TO PR-LABEL
138100     MOVE FPR-UPDATED-COUNT TO PR-VALUE
138200     WRITE PRINT-RECORD
138300     MOVE SPACES TO PRINT-RECORD
138400     MOVE 'NIGHT OUTCOME:' TO PR-LABEL
138500     EVALUATE TRUE
138600     WHEN NIGHT-CLEAN
138700         MOVE 'MERGED' TO PR-VALUE
138800     WHEN NIGHT-REFUSED
138900         MOVE 'REFUSED - EVERY STREAM WAS REFUSED' TO PR-VALUE
139000     WHEN OTHER
139100         MOVE 'HELD - RESTART THE STREAM(S) NAMED ABOVE'
139200             TO PR-VALUE
139300     END-EVALUATE
139400     WRITE PRINT-RECORD
139500     .
139600 8200-PRINT-TOTALS-EXIT.
139700     EXIT.
