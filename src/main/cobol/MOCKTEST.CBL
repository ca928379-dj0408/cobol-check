009044*                  HISTFILE ALREADY SHOWS CLEAN IS REFUSED
009046*                  UNLESS A DELIBERATE FORCE=Y CONTROL CARD IS
009048*                  PRESENT (ECHOED TO THE RUN REPORT).
009050* 2026-10-15 JDM   EVERY VALUE PROG3 CANNOT FIND IN THE
009052*                  TRANSLATION TABLE IS WRITTEN TO THE NEW
009054*                  UNMAPPED-VALUES FILE (UNMPFILE, SEE UNMPREC)
009056*                  WITH THE RUN DATE, TRANSACTION AND SOURCE
009058*                  SYSTEM, FOR THE MORNING UNMAPRPT SUMMARY.
009063* 2026-10-15 JDM   THE NIGHT'S BATCH HEADERS ARE NOW CHECKED
009068*                  AGAINST THE SOURCE-SYSTEM REGISTRY (SRCREG,
009073*                  SEE SRCREGRC): A MANDATORY SOURCE EXPECTED
009078*                  TODAY THAT DID NOT TRANSMIT, OR A HEADER FROM
009083*                  AN UNREGISTERED SOURCE, IS REPORTED, FLAGGED
009088*                  ON THE STATFILE RECORD AND ENDS THE RUN WITH
009093*                  CONDITION CODE 4 SO ALPHNTFY RAISES IT.
009094* 2026-10-15 JDM   300-CHANGE-1/400-CHANGE-2 TRANSITIONS NOW COME
009095*                  FROM THE TRNRULES RULES FILE (SEE TRNRLREC),
009096*                  LOADED AT START OF RUN, INSTEAD OF COMPILED
009097*                  LITERALS; A VALUE NO RULE COVERS GOES TO
009098*                  SUSPENSE AND AUDTFILE NAMES THE RULE APPLIED.
009108* 2026-10-15 JDM   CROSS-NIGHT DUPLICATE CHECK: EVERY DETAIL IS
009118*                  FINGERPRINTED ON FPRINT BY SOURCE AND VALUE-1/
009128*                  VALUE-2; ONE ALREADY SEEN ON AN EARLIER NIGHT
009138*                  INSIDE THE DUPDAYS= WINDOW GOES TO DUPFILE
009148*                  INSTEAD OF BEING PROCESSED, AND IS COUNTED ON
009158*                  STATFILE AND THE RUN REPORT.
009163* 2026-10-15 JDM   PROG3 NOW RETURNS PROG3-TABLE-INFO; THE NUMBER
009164*                  OF TRNSTBL ENTRIES IT OPENED IS PRINTED ON
009165*                  THE RUN REPORT.
009166* 2026-10-15 JDM   STREAM=nn CONTROL CARD: THE NIGHT'S TRANFILE
009167*                  CAN NOW BE SPLIT BY ALPHSPLT INTO UP TO FIVE
009168*                  SOURCE-BATCH STREAMS RUN AS SEPARATE JOBS AT
009169*                  THE SAME TIME.  A STREAM RUN TAKES ITS RUN
009170*                  DATE, FORCE FLAG AND TRANSACTION SEQUENCE BASE
009171*                  FROM SPLTCTL, WRITES ITS INQUIRY ENTRIES AND
009172*                  FINGERPRINTS TO THE DTLWORK/FPRWORK WORK FILES
009173*                  INSTEAD OF UPDATING DTLFILE/FPRINT, AND LEAVES
009174*                  THE SOURCE-REGISTRY CHECK TO THE ALPHMRG MERGE
009175*                  STEP, WHICH BUILDS THE NIGHT'S SINGLE OUTPUT
009176*                  GENERATIONS FROM THE STREAMS.
009177* 2026-10-15 JDM   RESTART=AUTO IS REFUSED FOR A DATE THE RUN
009178*                  HISTORY SHOWS REJECTED AT SIGN-OFF ('X', SET
009179*                  BY ALPHREL) - SUCH A NIGHT IS RERUN FRESH.
009180* 2026-10-15 JDM   INQUIRY ENTRIES NOW CARRY THE SOURCE SYSTEM AND
009181*                  THE FULL VALUE, FOR THE VALUE INDEX (VALIXJ).
009182* 2026-10-15 JDM   RUNMODE=BACKOUT WITH A RUNDATE=yyyymmdd CARD
009183*                  BACKS OUT A NIGHT THAT RAN CLEAN: A REVERSAL
009184*                  EXTRACT CANCELLING EVERY DETAIL IT SENT, A
009185*                  COMPENSATING AUDIT ENTRY PER TRANSITION, ITS
009186*                  HISTFILE OUTCOME MARKED 'B' AND A STATFILE
009187*                  RECORD.  A DATE THAT DID NOT END CLEAN (BACKED
009188*                  OUT INCLUDED) IS RERUN FRESH WITH THE SAME
009189*                  RUNDATE= CARD, WITHOUT FORCE=Y, AND NEVER BY
009190*                  RESTART=AUTO.
009191* 2026-10-15 JDM   EVERY RUN NOW ALSO WRITES THE PER-SOURCE
009192*                  STATISTICS FILE (SRCSTATS, SEE SRCSTREC): ONE
009193*                  RECORD PER SOURCE BATCH WITH THE DETAILS
009194*                  RECEIVED, PROCESSED AND REJECTED, FOR THE
009195*                  MONTH-END CHARGEBACK (CHRGRPT).  A BACK-OUT RUN
009196*                  COUNTS WHAT IT REVERSED BY AUDIT SOURCE TAG.
009199*****************************************************************
009200 ENVIRONMENT DIVISION.
009300 CONFIGURATION SECTION.
009400 SPECIAL-NAMES.
013500     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
013600         ORGANIZATION IS SEQUENTIAL
013700         FILE STATUS IS SUSPFILE-STATUS.
013710     SELECT DUPLICATE-FILE ASSIGN TO DUPFILE
013720         ORGANIZATION IS SEQUENTIAL
013730         FILE STATUS IS DUPFILE-STATUS.
013740     SELECT FINGERPRINT-FILE ASSIGN TO FPRINT
013750         ORGANIZATION IS INDEXED
013760         ACCESS MODE IS DYNAMIC
013770         RECORD KEY IS FPR-KEY
013780         FILE STATUS IS FPRINT-STATUS.
013781     SELECT BACKOUT-EXTRACT-FILE ASSIGN TO BKEXTIN
013782         ORGANIZATION IS SEQUENTIAL
013783         FILE STATUS IS BKEXTIN-STATUS.
013784     SELECT BACKOUT-AUDIT-FILE ASSIGN TO BKAUDIN
013785         ORGANIZATION IS SEQUENTIAL
013786         FILE STATUS IS BKAUDIN-STATUS.
013787     SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF
013788         ORGANIZATION IS INDEXED
013789         ACCESS MODE IS RANDOM
013790         RECORD KEY IS SGN-RUN-DATE
013791         FILE STATUS IS SIGNOFF-STATUS.
013800     SELECT OPTIONAL SUSPIN-FILE ASSIGN TO SUSPIN
013900         ORGANIZATION IS SEQUENTIAL
014000         FILE STATUS IS SUSPIN-STATUS.
014100     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
014200         ORGANIZATION IS SEQUENTIAL
014300         FILE STATUS IS EXTRFILE-STATUS.
014310     SELECT UNMAPPED-FILE ASSIGN TO UNMPFILE
014320         ORGANIZATION IS SEQUENTIAL
014330         FILE STATUS IS UNMPFILE-STATUS.
014340     SELECT SOURCE-REGISTRY-FILE ASSIGN TO SRCREG
014350         ORGANIZATION IS INDEXED
014360         ACCESS MODE IS DYNAMIC
014370         RECORD KEY IS SREG-SOURCE-SYS
014380         FILE STATUS IS SRCREG-STATUS.
014385     SELECT TRANSITION-RULES-FILE ASSIGN TO TRNRULES
014386         ORGANIZATION IS SEQUENTIAL
014387         FILE STATUS IS TRNRULES-STATUS.
014388     SELECT SPLIT-CONTROL-FILE ASSIGN TO SPLTCTL
014389         ORGANIZATION IS SEQUENTIAL
014390         FILE STATUS IS SPLTCTL-STATUS.
014391     SELECT DETAIL-WORK-FILE ASSIGN TO DTLWORK
014392         ORGANIZATION IS SEQUENTIAL
014393         FILE STATUS IS DTLWORK-STATUS.
014394     SELECT FINGERPRINT-WORK-FILE ASSIGN TO FPRWORK
014395         ORGANIZATION IS SEQUENTIAL
014396         FILE STATUS IS FPRWORK-STATUS.
014397     SELECT SRCSTAT-FILE ASSIGN TO SRCSTATS
014398         ORGANIZATION IS SEQUENTIAL
014399         FILE STATUS IS SRCSTATS-STATUS.

014400 DATA DIVISION.
014500 FILE SECTION.
020200     LABEL RECORDS ARE STANDARD.
020300 01  SUSPENSE-RECORD               PIC X(176).

020310 FD  DUPLICATE-FILE
020320     RECORDING MODE IS F
020330     LABEL RECORDS ARE STANDARD.
020340 01  DUPLICATE-RECORD              PIC X(176).

020350 FD  FINGERPRINT-FILE
020360     LABEL RECORDS ARE STANDARD.
020370 01  FINGERPRINT-RECORD.
020380     COPY FPRNTREC.

      *****************************************************************
      * THE BACK-OUT FILES - USED ONLY ON A RUNMODE=BACKOUT RUN.
      * BKEXTIN AND BKAUDIN ARE THE EXTRACT AND AUDIT GENERATIONS THE
      * NIGHT BEING BACKED OUT WROTE (AUDITREC SHAPE, 211 BYTES);
      * SIGNOFF IS THE SIGN-OFF MASTER (SEE SIGNREC), READ TO SEE
      * WHETHER THE NIGHT'S EXTRACT WAS RELEASED.
      *****************************************************************
020381 FD  BACKOUT-EXTRACT-FILE
020382     RECORDING MODE IS F
020383     LABEL RECORDS ARE STANDARD.
020384 01  BACKOUT-EXTRACT-RECORD        PIC X(161).

020385 FD  BACKOUT-AUDIT-FILE
020386     RECORDING MODE IS F
020387     LABEL RECORDS ARE STANDARD.
020388 01  BACKOUT-AUDIT-RECORD          PIC X(211).

020389 FD  SIGNOFF-FILE
020390     LABEL RECORDS ARE STANDARD.
020391 01  SIGNOFF-RECORD.
020392     COPY SIGNREC.

      *****************************************************************
      * SRCSTAT-FILE - THE RUN'S PER-SOURCE STATISTICS (SEE
      * SRCSTREC), WRITTEN BESIDE STATFILE BY 9846-WRITE-SOURCE-STATS.
      *****************************************************************
020393 FD  SRCSTAT-FILE
020394     RECORDING MODE IS F
020395     LABEL RECORDS ARE STANDARD.
020396 01  SRCSTAT-RECORD.
020397     COPY SRCSTREC.

020400 FD  SUSPIN-FILE
020500     RECORDING MODE IS F
020600     LABEL RECORDS ARE STANDARD.
021000     LABEL RECORDS ARE STANDARD.
021100 01  EXTRACT-RECORD                PIC X(161).

021110 FD  UNMAPPED-FILE
021120     RECORDING MODE IS F
021130     LABEL RECORDS ARE STANDARD.
021140 01  UNMAPPED-RECORD.
021150     COPY UNMPREC.

021160 FD  SOURCE-REGISTRY-FILE
021170     LABEL RECORDS ARE STANDARD.
021180 01  SOURCE-REGISTRY-RECORD.
021181     COPY SRCREGRC.

021182 FD  TRANSITION-RULES-FILE
021183     RECORDING MODE IS F
021184     LABEL RECORDS ARE STANDARD.
021185 01  TRANSITION-RULE-RECORD.
021186     COPY TRNRLREC.

      *****************************************************************
      * SPLIT-CONTROL-FILE AND THE STREAM WORK FILES - USED ONLY ON A
      * STREAM=nn RUN.  SPLTCTL (SEE SPLTREC) IS WRITTEN BY ALPHSPLT;
      * DTLWORK AND FPRWORK CARRY THE STREAM'S INQUIRY ENTRIES
      * (INQDTREC SHAPE) AND FINGERPRINTS (FPRNTREC SHAPE) TO THE
      * ALPHMRG MERGE STEP, WHICH IS THE ONLY JOB THAT UPDATES
      * DTLFILE AND FPRINT FOR A SPLIT NIGHT.
      *****************************************************************
021187 FD  SPLIT-CONTROL-FILE
021188     RECORDING MODE IS F
021189     LABEL RECORDS ARE STANDARD.
021190 01  SPLIT-CONTROL-RECORD.
021191     COPY SPLTREC.

021192 FD  DETAIL-WORK-FILE
021193     RECORDING MODE IS F
021194     LABEL RECORDS ARE STANDARD.
021195 01  DETAIL-WORK-RECORD            PIC X(195).

021196 FD  FINGERPRINT-WORK-FILE
021197     RECORDING MODE IS F
021198     LABEL RECORDS ARE STANDARD.
021199 01  FINGERPRINT-WORK-RECORD       PIC X(200).

021200 WORKING-STORAGE SECTION.
021300 77  RUN-DATE                  PIC 9(08) VALUE ZERO.
021400 77  MIRROR-DATE               PIC 9(08) VALUE ZERO.
021700 77  REJECTED-COUNT            PIC 9(05) VALUE ZERO.
021800 77  RESTART-TRAN-SEQ          PIC 9(05) VALUE ZERO.
021900 77  STEP-GATE                 PIC 9(03) VALUE ZERO.
021920 77  DUPLICATE-COUNT           PIC 9(05) VALUE ZERO.
021940 77  RESTART-RUN-DATE          PIC 9(08) VALUE ZERO.
021960 77  DUP-WINDOW-START          PIC 9(08) VALUE ZERO.
021980 77  DUP-DATE-INTEGER          PIC 9(08) VALUE ZERO.
022000 77  DETAIL-SEQ                PIC 9(05) VALUE ZERO.
022100 77  TRANS-READ-COUNT          PIC 9(05) VALUE ZERO.
022200 77  EXCEPTION-COUNT           PIC 9(05) VALUE ZERO.
023030 77  TRANS-SINCE-CKPT          PIC 9(03) VALUE ZERO.
023060 77  CKPT-FREQ-LEN             PIC 9(02) VALUE ZERO.
023080 77  ACCEPTED-HASH-TOTAL       PIC 9(13) VALUE ZERO.
023085 77  UNMAPPED-COUNT            PIC 9(05) VALUE ZERO.
023090 77  UNMAPPED-SUB              PIC 9(01) VALUE ZERO.
023092 77  RULE-COUNT                PIC 9(03) VALUE ZERO.
023094 77  RULE-MAX                  PIC 9(03) VALUE 500.
023096 77  RULE-SUB                  PIC 9(03) VALUE ZERO.
023098 77  RULE-FUTURE-COUNT         PIC 9(03) VALUE ZERO.
023099 77  STREAM-SEQ-BASE           PIC 9(05) VALUE ZERO.

023100 01  FILLER.
023200     05  VALUE-1           PIC X(80).
023700     05  SCW-FIELD-NAME        PIC X(08).
023800     05  SCW-BEFORE-VALUE      PIC X(80).
023900     05  SCW-AFTER-VALUE       PIC X(80).
023950     05  SCW-RULE-ID           PIC X(08).

024000 01  SWITCH-WORK.
024100     05  SW-OLD-VALUE-1        PIC X(80).
027620     05  DUP-REFUSED-SWITCH    PIC X(01)  VALUE 'N'.
027640         88  DUP-RUN-REFUSED              VALUE 'Y'.
027660         88  NOT-DUP-REFUSED              VALUE 'N'.
027665     05  FPRINT-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
027670         88  FPRINT-FILE-OPEN             VALUE 'Y'.
027675         88  FPRINT-FILE-CLOSED           VALUE 'N'.
027680     05  TRAN-DUP-SWITCH       PIC X(01)  VALUE 'N'.
027685         88  TRAN-DUPLICATE               VALUE 'Y'.
027690         88  TRAN-NOT-DUPLICATE           VALUE 'N'.
027700     05  TRANEDIT-EOF-SWITCH   PIC X(01)  VALUE 'N'.
027800         88  TRANEDIT-EOF                 VALUE 'Y'.
027900         88  TRANEDIT-NOT-EOF             VALUE 'N'.
029200     05  EXTR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
029300         88  EXTR-EOF                     VALUE 'Y'.
029400         88  EXTR-NOT-EOF                 VALUE 'N'.
029410     05  SRCREG-EOF-SWITCH     PIC X(01)  VALUE 'N'.
029420         88  SRCREG-EOF                   VALUE 'Y'.
029430         88  SRCREG-NOT-EOF               VALUE 'N'.
029440     05  SRC-SEEN-SWITCH       PIC X(01)  VALUE 'N'.
029450         88  SRC-SEEN                     VALUE 'Y'.
029460         88  SRC-NOT-SEEN                 VALUE 'N'.
029470     05  SRC-CHECKED-SWITCH    PIC X(01)  VALUE 'N'.
029471         88  SRC-REGISTRY-CHECKED         VALUE 'Y'.
029472         88  SRC-REGISTRY-NOT-CHECKED     VALUE 'N'.
029473     05  TRNRULES-EOF-SWITCH   PIC X(01)  VALUE 'N'.
029474         88  TRNRULES-EOF                 VALUE 'Y'.
029475         88  TRNRULES-NOT-EOF             VALUE 'N'.
029476     05  RULE-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
029477         88  RULE-FOUND                   VALUE 'Y'.
029478         88  RULE-NOT-FOUND               VALUE 'N'.
029479     05  FPR-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
029480         88  FPR-ON-FILE                  VALUE 'Y'.
029481         88  FPR-NOT-ON-FILE              VALUE 'N'.
029482     05  SPLTCTL-EOF-SWITCH    PIC X(01)  VALUE 'N'.
029483         88  SPLTCTL-EOF                  VALUE 'Y'.
029484         88  SPLTCTL-NOT-EOF              VALUE 'N'.
029485     05  SPLIT-HEADER-SWITCH   PIC X(01)  VALUE 'N'.
029486         88  SPLIT-HEADER-READ            VALUE 'Y'.
029487         88  SPLIT-HEADER-NOT-READ        VALUE 'N'.
029488     05  STREAM-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
029489         88  STREAM-FOUND                 VALUE 'Y'.
029490         88  STREAM-NOT-FOUND             VALUE 'N'.
029491     05  STREAM-WORK-SWITCH    PIC X(01)  VALUE 'N'.
029492         88  STREAM-WORK-OPEN             VALUE 'Y'.
029493         88  STREAM-WORK-CLOSED           VALUE 'N'.
029494     05  SRCSTAT-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
029495         88  SRCSTAT-FILE-OPEN            VALUE 'Y'.
029496         88  SRCSTAT-FILE-CLOSED          VALUE 'N'.

029500 01  CHECKPOINT-CONTROL.
029600     05  CHECKPOINT-CODE       PIC 9(03) VALUE ZERO.
031400         88  SKIP-800-STEP               VALUE 'Y'.
031500     05  OPT-RUN-MODE          PIC X(08) VALUE 'FRESH'.
031600         88  SUSPENSE-RUN                VALUE 'SUSPENSE'.
031610         88  BACKOUT-RUN                 VALUE 'BACKOUT'.
031650     05  OPT-CKPT-FREQ         PIC 9(03) VALUE 1.
031670     05  OPT-FORCE-RUN         PIC X(01) VALUE 'N'.
031690         88  FORCE-RUN                   VALUE 'Y'.
031695     05  OPT-DUP-DAYS          PIC 9(03) VALUE 30.
031696     05  OPT-STREAM-NO         PIC 9(02) VALUE ZERO.
031697         88  SINGLE-STREAM-RUN           VALUE ZERO.
031698         88  STREAM-RUN                  VALUE 1 THRU 5.
031699         88  STREAM-NO-INVALID           VALUE 6 THRU 99.

031700 01  PARM-CARD-WORK.
031800     05  PARM-KEYWORD          PIC X(08) VALUE SPACES.
032000 01  DETAIL-BUILD-WORK.
032100     05  DBW-REC-TYPE          PIC X(04) VALUE SPACES.
032200     05  DBW-TEXT              PIC X(170) VALUE SPACES.
032210     05  DBW-VALUE             PIC X(80) VALUE SPACES.

032300 01  SOURCE-LINE-WORK.
032400     05  SRW-SOURCE-SYS        PIC X(08) VALUE SPACES.
032800     05  SRW-STATUS            PIC X(08) VALUE SPACES.
032900     05  FILLER                PIC X(57) VALUE SPACES.

032910 01  STREAM-LINE-WORK.
032920     05  FILLER                PIC X(07) VALUE 'STREAM '.
032930     05  SLW-STREAM-NO         PIC 9(02) VALUE ZERO.
032940     05  FILLER                PIC X(10) VALUE ' RUN DATE '.
032950     05  SLW-RUN-DATE          PIC 9(08) VALUE ZERO.
032960     05  FILLER                PIC X(15) VALUE ' SEQUENCE BASE '.
032970     05  SLW-SEQ-BASE          PIC 9(05) VALUE ZERO.
032980     05  FILLER                PIC X(33) VALUE SPACES.

      *****************************************************************
      * INQUIRY MIRROR TEXT WORK AREAS - THE VALUES ARE TRIMMED TO
      * 26 (52 FOR A REJECTED VALUE) CHARACTERS SO A WHOLE ENTRY,
033800     05  FILLER                PIC X(01) VALUE SPACE.
033900     05  DET-VALUE             PIC X(52).

033910 01  DTL-DUPL-TEXT.
033920     05  FILLER                PIC X(11) VALUE 'FIRST SEEN '.
033930     05  DDT-FIRST-DATE        PIC 9(08).
033940     05  FILLER                PIC X(01) VALUE '/'.
033950     05  DDT-FIRST-SEQ         PIC 9(05).
033960     05  FILLER                PIC X(01) VALUE SPACE.
033970     05  DDT-SOURCE-SYS        PIC X(08).
033980     05  FILLER                PIC X(01) VALUE SPACE.
033990     05  DDT-VALUE-1           PIC X(26).

034000 01  DTL-CKPT-TEXT.
034100     05  DCT-CODE              PIC 9(03).
034200     05  FILLER                PIC X(01) VALUE SPACE.
      * BATCH ON THE TRANFILE TRANSMISSION, BUILT BY
      * 0140-VALIDATE-TRANFILE: THE SOURCE SYSTEM FROM THE BATCH
      * HEADER, THE DETAIL COUNT AND HASH RECEIVED, HOW MANY OF ITS
      * DETAILS THIS RUN STAGED, PROCESSED AND REJECTED, AND WHETHER
      * THE BATCH BALANCED AGAINST ITS OWN TRAILER.  A REFUSED
      * BATCH'S DETAILS ARE SKIPPED; THE REST OF THE NIGHT STILL
      * RUNS.
      *****************************************************************
035300 01  SOURCE-BATCH-TABLE.
035400     05  BATCH-COUNT           PIC 9(03) VALUE ZERO.
035800         10  SB-DETAIL-COUNT   PIC 9(07).
035900         10  SB-HASH-TOTAL     PIC 9(13).
036000         10  SB-TRANS-READ     PIC 9(05).
036010         10  SB-PROCESSED      PIC 9(05).
036020         10  SB-REJECTED       PIC 9(05).
036100         10  SB-STATUS         PIC X(01).
036200             88  SB-BATCH-ACCEPTED        VALUE 'A'.
036300             88  SB-BATCH-REFUSED         VALUE 'R'.

      *****************************************************************
      * SOURCE-CHECK-WORK - THE NIGHT'S SOURCE-REGISTRY EXCEPTIONS,
      * BUILT BY 0190-CHECK-SOURCE-REGISTRY: EVERY SOURCE EXPECTED
      * TODAY (DAY 1 = MONDAY) THAT SENT NO BATCH HEADER, AND EVERY
      * HEADER FROM A SOURCE THE REGISTRY DOES NOT KNOW.  PRINTED
      * BY 9815-PRINT-SOURCE-CHECK AND COUNTED ON THE STATFILE
      * RECORD.
      *****************************************************************
036304 01  SOURCE-CHECK-WORK.
036308     05  SCK-DATE-INTEGER      PIC 9(08) VALUE ZERO.
036312     05  SCK-WEEK-COUNT        PIC 9(08) VALUE ZERO.
036316     05  SCK-DAY-OF-WEEK       PIC 9(01) VALUE ZERO.
036320     05  SCK-SUB               PIC 9(03) VALUE ZERO.
036324     05  SCK-MISSING-COUNT     PIC 9(03) VALUE ZERO.
036328     05  SCK-OPTIONAL-COUNT    PIC 9(03) VALUE ZERO.
036332     05  SCK-UNREG-COUNT       PIC 9(03) VALUE ZERO.
036336     05  SCK-ENTRY-COUNT       PIC 9(03) VALUE ZERO.
036340     05  SCK-ENTRY-MAX         PIC 9(03) VALUE 20.
036344     05  SCK-ENTRY OCCURS 20 TIMES.
036348         10  SCK-SOURCE-SYS    PIC X(08).
036352         10  SCK-KIND          PIC X(01).
036356             88  SCK-MANDATORY-MISSING    VALUE 'M'.
036360             88  SCK-OPTIONAL-MISSING     VALUE 'O'.
036364             88  SCK-UNREGISTERED         VALUE 'U'.
036368         10  SCK-CONTACT-NAME  PIC X(30).

036372 01  SOURCE-EXCP-LINE-WORK.
036376     05  SXW-SOURCE-SYS        PIC X(08) VALUE SPACES.
036380     05  FILLER                PIC X(02) VALUE SPACES.
036384     05  SXW-CONTACT-LABEL     PIC X(09) VALUE SPACES.
036388     05  SXW-CONTACT-NAME      PIC X(30) VALUE SPACES.
036392     05  FILLER                PIC X(31) VALUE SPACES.

      *****************************************************************
      * SUSP-DETAIL-WORK - ONE SUSPENSE RECORD (SUSPREC), USED BOTH
      * TO BUILD THE REJECT WRITTEN TO SUSPFILE AND TO RECEIVE THE
037900     05  EXT-HASH-TOTAL        PIC 9(13) VALUE ZERO.
038000     05  FILLER                PIC X(140) VALUE SPACES.

      *****************************************************************
      * RUN-DATE-WORK - THE RUNDATE=yyyymmdd CONTROL CARD.  ON A
      * RUNMODE=BACKOUT RUN IT NAMES THE NIGHT TO BACK OUT; ON A
      * FRESH RUN IT RUNS AN EARLIER NIGHT AGAIN UNDER ITS OWN DATE
      * (SEE 0109-APPLY-RUNDATE-CARD).  ZERO WHEN NO CARD IS GIVEN.
      *****************************************************************
038001 01  RUN-DATE-WORK.
038002     05  RDW-CARD-DATE         PIC 9(08) VALUE ZERO.
038003     05  RDW-SYSTEM-DATE       PIC 9(08) VALUE ZERO.
038004     05  RDW-CARD-SWITCH       PIC X(01) VALUE 'N'.
038005         88  RUNDATE-CARD-INVALID         VALUE 'Y'.
038006         88  RUNDATE-CARD-VALID           VALUE 'N'.
038007     05  RDW-BACKDATED-SWITCH  PIC X(01) VALUE 'N'.
038008         88  BACKDATED-RUN                VALUE 'Y'.
038009         88  CURRENT-DATE-RUN             VALUE 'N'.

      *****************************************************************
      * BACKOUT-WORK - A RUNMODE=BACKOUT RUN'S PROOF OF THE NIGHT'S
      * EXTRACT (BKEXTIN) AND AUDIT (BKAUDIN) GENERATIONS, WHAT THE
      * RUN-HISTORY AND SIGN-OFF MASTERS SAY ABOUT THE NIGHT, AND
      * WHAT THE BACK-OUT REMOVED.  BACKOUT-EXTRACT-WORK TAKES ONE
      * BKEXTIN RECORD, WITH A VIEW FOR EACH EXTRACT RECORD SHAPE.
      *****************************************************************
038010 01  BACKOUT-WORK.
038011     05  BKO-PRIOR-OUTCOME     PIC X(01) VALUE SPACE.
038012         88  BKO-PRIOR-CLEAN              VALUE 'N'.
038013         88  BKO-PRIOR-BACKED-OUT         VALUE 'B'.
038014         88  BKO-NO-PRIOR-RUN             VALUE SPACE.
038015     05  BKO-HEADER-RECS       PIC 9(05) VALUE ZERO.
038016     05  BKO-HEADER-DATE       PIC 9(08) VALUE ZERO.
038017     05  BKO-HEADER-SOURCE     PIC X(08) VALUE SPACES.
038018     05  BKO-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
038019     05  BKO-DETAIL-HASH       PIC 9(13) VALUE ZERO.
038020     05  BKO-TRAILER-RECS      PIC 9(05) VALUE ZERO.
038021     05  BKO-TRAILER-COUNT     PIC 9(07) VALUE ZERO.
038022     05  BKO-TRAILER-HASH      PIC 9(13) VALUE ZERO.
038023     05  BKO-OTHER-RECS        PIC 9(05) VALUE ZERO.
038024     05  BKO-AUDIT-MATCHED     PIC 9(05) VALUE ZERO.
038025     05  BKO-AUDIT-SKIPPED     PIC 9(05) VALUE ZERO.
038026     05  BKO-FPR-REMOVED       PIC 9(07) VALUE ZERO.
038027     05  BKO-RELEASE-DATE      PIC 9(08) VALUE ZERO.
038028     05  BKO-RELEASE-TIME      PIC 9(06) VALUE ZERO.
038029     05  BKO-EOF-SWITCH        PIC X(01) VALUE 'N'.
038030         88  BKO-EOF                      VALUE 'Y'.
038031         88  BKO-NOT-EOF                  VALUE 'N'.
038032     05  BKO-SIGNOFF-SWITCH    PIC X(01) VALUE 'N'.
038033         88  BKO-SIGNOFF-ON-FILE          VALUE 'Y'.
038034         88  BKO-NO-SIGNOFF               VALUE 'N'.
038035     05  BKO-RELEASED-SWITCH   PIC X(01) VALUE 'N'.
038036         88  BKO-NIGHT-RELEASED           VALUE 'Y'.
038037         88  BKO-NIGHT-NOT-RELEASED       VALUE 'N'.

038038 01  BACKOUT-EXTRACT-WORK.
038039     05  BKW-RECORD-TYPE       PIC X(01).
038040     05  BKW-DETAIL-VIEW.
038041         10  BKW-VALUE-1       PIC X(80).
038042         10  BKW-VALUE-2       PIC X(80).
038043     05  BKW-HEADER-VIEW REDEFINES BKW-DETAIL-VIEW.
038044         10  BKW-BUS-DATE      PIC 9(08).
038045         10  BKW-SOURCE-SYS    PIC X(08).
038046         10  FILLER            PIC X(144).
038047     05  BKW-TRAILER-VIEW REDEFINES BKW-DETAIL-VIEW.
038048         10  BKW-DETAIL-COUNT  PIC 9(07).
038049         10  BKW-HASH-TOTAL    PIC 9(13).
038050         10  FILLER            PIC X(140).

038051 01  BACKOUT-TEXT-WORK.
038052     05  FILLER                PIC X(11) VALUE 'BACKED OUT '.
038053     05  BTW-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
038054     05  FILLER                PIC X(19)
038055                               VALUE ' DETAILS REVERSED, '.
038056     05  BTW-AUDIT-COUNT       PIC 9(05) VALUE ZERO.
038057     05  FILLER                PIC X(26)
038058                               VALUE ' AUDIT ENTRIES COMPENSATED'.

      *****************************************************************
      * BACKOUT-SOURCE-TABLE - THE TRANSACTIONS A RUNMODE=BACKOUT RUN
      * REVERSED, BY THE SOURCE SYSTEM TAGGED ON THEIR VALUE-1 AUDIT
      * ENTRIES (ONE PER PROCESSED TRANSACTION), FOR THE RUN'S
      * SRCSTATS RECORDS.  AN ENTRY WRITTEN BEFORE AUDTFILE CARRIED
      * THE SOURCE IS COUNTED UNDER 'UNTAGGED'.
      *****************************************************************
038059 01  BACKOUT-SOURCE-TABLE.
038060     05  BKS-COUNT             PIC 9(03) VALUE ZERO.
038061     05  BKS-MAX               PIC 9(03) VALUE 20.
038062     05  BKS-SUB               PIC 9(03) VALUE ZERO.
038063     05  BKS-DROPPED           PIC 9(05) VALUE ZERO.
038064     05  BKS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
038065         88  BKS-SOURCE-FOUND             VALUE 'Y'.
038066         88  BKS-SOURCE-NOT-FOUND         VALUE 'N'.
038067     05  BKS-ENTRY OCCURS 20 TIMES.
038068         10  BKS-SOURCE-SYS    PIC X(08).
038069         10  BKS-BACKED-OUT    PIC 9(05).

      *****************************************************************
      * FILE-STATUS-FIELDS - TWO-BYTE FILE STATUS PER DD, CHECKED
      * AFTER EVERY OPEN, READ AND WRITE BY THE 99XX-CHECK
039300     05  SUSPFILE-STATUS       PIC X(02) VALUE '00'.
039400     05  SUSPIN-STATUS         PIC X(02) VALUE '00'.
039500     05  EXTRFILE-STATUS       PIC X(02) VALUE '00'.
039510     05  UNMPFILE-STATUS       PIC X(02) VALUE '00'.
039530     05  SRCREG-STATUS         PIC X(02) VALUE '00'.
039550     05  TRNRULES-STATUS       PIC X(02) VALUE '00'.
039560     05  DUPFILE-STATUS        PIC X(02) VALUE '00'.
039570     05  FPRINT-STATUS         PIC X(02) VALUE '00'.
039575     05  SPLTCTL-STATUS        PIC X(02) VALUE '00'.
039580     05  DTLWORK-STATUS        PIC X(02) VALUE '00'.
039585     05  FPRWORK-STATUS        PIC X(02) VALUE '00'.
039586     05  BKEXTIN-STATUS        PIC X(02) VALUE '00'.
039587     05  BKAUDIN-STATUS        PIC X(02) VALUE '00'.
039588     05  SIGNOFF-STATUS        PIC X(02) VALUE '00'.
039589     05  SRCSTATS-STATUS       PIC X(02) VALUE '00'.

039600 01  IO-CHECK-WORK.
039700     05  IOC-DD-NAME           PIC X(08) VALUE SPACES.
039800     05  IOC-STATUS            PIC X(02) VALUE '00'.

      *****************************************************************
      * TRANSITION-RULE-TABLE - THE VALUE-1/VALUE-2 TRANSITION RULES
      * IN EFFECT ON THE RUN DATE, LOADED FROM TRNRULES BY
      * 0197-LOAD-TRANSITION-RULES.  RULES DATED AFTER THE RUN DATE
      * ARE COUNTED BUT NOT LOADED.  THE 500-RULE LIMIT IS THE SAME
      * ONE RULMAINT VALIDATES THE FILE AGAINST.
      *****************************************************************
039804 01  TRANSITION-RULE-TABLE.
039808     05  RT-ENTRY OCCURS 500 TIMES.
039812         10  RT-RULE-ID        PIC X(08).
039816         10  RT-FIELD-NAME     PIC X(08).
039820         10  RT-SOURCE-SYS     PIC X(08).
039824             88  RT-ANY-SOURCE            VALUE '*'.
039828         10  RT-EFF-DATE       PIC 9(08).
039832         10  RT-CURRENT-VALUE  PIC X(80).
039836             88  RT-OTHER-VALUE           VALUE '*OTHER'.
039840         10  RT-NEXT-VALUE     PIC X(80).

      *****************************************************************
      * RULE-LOOKUP-WORK - ONE 3920-FIND-TRANSITION-RULE LOOKUP: THE
      * FIELD AND VALUE ASKED FOR, THE RANK OF THE BEST RULE SEEN SO
      * FAR (1 = THIS SOURCE, THIS VALUE; 2 = ANY SOURCE, THIS
      * VALUE; 3 = THIS SOURCE, *OTHER; 4 = ANY SOURCE, *OTHER) AND
      * THE RULE FOUND.
      *****************************************************************
039844 01  RULE-LOOKUP-WORK.
039848     05  RLK-FIELD-NAME        PIC X(08) VALUE SPACES.
039852     05  RLK-VALUE             PIC X(80) VALUE SPACES.
039856     05  RLK-RANK              PIC 9(01) VALUE ZERO.
039860     05  RLK-BEST-RANK         PIC 9(01) VALUE ZERO.
039864     05  RLK-BEST-SUB          PIC 9(03) VALUE ZERO.
039868     05  RLK-RULE-ID           PIC X(08) VALUE SPACES.
039872     05  RLK-NEXT-VALUE        PIC X(80) VALUE SPACES.

039876 01  REJECT-WORK.
039880     05  REJ-PARAGRAPH         PIC X(12) VALUE SPACES.
039884     05  REJ-VALUE             PIC X(80) VALUE SPACES.
039888     05  REJ-ORIG-VALUE-1      PIC X(80) VALUE SPACES.
039892     05  REJ-ORIG-VALUE-2      PIC X(80) VALUE SPACES.

039900 01  CALL-ARG-WORK.
040000     05  CALL-ARG-1            PIC X(80).
040100     05  CALL-ARG-2            PIC X(80).
      * AFTER MIDNIGHT IT WOULD NO LONGER MATCH.  ON A
      * RUNMODE=SUSPENSE CORRECTION RUN THE TRANSACTIONS COME FROM
      * THE CORRECTED SUSPENSE FILE INSTEAD OF TRANFILE (SEE
      * 0170-START-SUSPENSE-RUN).  A RUNMODE=BACKOUT RUN READS NO
      * TRANSACTIONS AT ALL - IT REVERSES AN EARLIER NIGHT (SEE
      * 0300-START-BACKOUT-RUN).
      *****************************************************************
041500 0100-INITIALIZE.
041600     ACCEPT RUN-DATE FROM DATE YYYYMMDD
041700     MOVE RUN-DATE TO MIRROR-DATE
041720     MOVE SPACE TO PROG3-TABLE-STATE
041740     MOVE ZERO TO PROG3-TABLE-SIZE
041800     IF RESTART-PARM-LEN > ZERO
041900         UNSTRING RESTART-PARM-TEXT
042000             DELIMITED BY '=' OR ALL SPACE
045500     PERFORM 9925-CHECK-RECONFIL THRU 9925-CHECK-RECONFIL-EXIT
045600     OPEN OUTPUT SUSPENSE-FILE
045700     PERFORM 9931-CHECK-SUSPFILE THRU 9931-CHECK-SUSPFILE-EXIT
045710     OPEN OUTPUT UNMAPPED-FILE
045720     PERFORM 9934-CHECK-UNMPFILE THRU 9934-CHECK-UNMPFILE-EXIT
045740     OPEN OUTPUT DUPLICATE-FILE
045760     PERFORM 9938-CHECK-DUPFILE THRU 9938-CHECK-DUPFILE-EXIT
045770     PERFORM 0109-APPLY-RUNDATE-CARD
045775         THRU 0109-APPLY-RUNDATE-CARD-EXIT
045780     IF RUN-REFUSED
045785         GO TO 0100-INITIALIZE-EXIT
045790     END-IF
045800     IF STREAM-RUN
045820         OPEN INPUT DETAIL-FILE
045840     ELSE
045860         OPEN I-O DETAIL-FILE
045880     END-IF
045900     PERFORM 9930-CHECK-DTLFILE THRU 9930-CHECK-DTLFILE-EXIT
045901     IF NOT SINGLE-STREAM-RUN
045902         PERFORM 0200-START-STREAM-RUN
045903             THRU 0200-START-STREAM-RUN-EXIT
045904         IF RUN-REFUSED
045905             GO TO 0100-INITIALIZE-EXIT
045906         END-IF
045907     END-IF
045910     PERFORM 0197-LOAD-TRANSITION-RULES
045920         THRU 0197-LOAD-TRANSITION-RULES-EXIT
045930     IF RUN-REFUSED
045940         GO TO 0100-INITIALIZE-EXIT
045950     END-IF
045960     IF BACKOUT-RUN
045970         PERFORM 0300-START-BACKOUT-RUN
045980             THRU 0300-START-BACKOUT-RUN-EXIT
045990         GO TO 0100-INITIALIZE-EXIT
045995     END-IF
046000     IF SUSPENSE-RUN
046100         PERFORM 0170-START-SUSPENSE-RUN
046200             THRU 0170-START-SUSPENSE-RUN-EXIT
046300         GO TO 0100-INITIALIZE-EXIT
046400     END-IF
046410     IF OPT-DUP-DAYS > ZERO
046420         PERFORM 0199-OPEN-FINGERPRINTS
046430             THRU 0199-OPEN-FINGERPRINTS-EXIT
046440     ELSE
046450         DISPLAY 'ALPHA0100I - DUPDAYS=0, NO CROSS-NIGHT '
046460             'DUPLICATE CHECK THIS RUN'
046470     END-IF
046500     IF RESTART-CODE > ZERO OR AUTO-RESTART
046600         IF SINGLE-STREAM-RUN
046650             PERFORM 0104-POSITION-DETAIL-SEQ
046700                 THRU 0104-POSITION-DETAIL-SEQ-EXIT
046750         END-IF
046800         PERFORM 0140-VALIDATE-TRANFILE
046900             THRU 0140-VALIDATE-TRANFILE-EXIT
047000         PERFORM 0120-RESTORE-CHECKPOINT
048700         PERFORM 0160-POSITION-TRANFILE
048800             THRU 0160-POSITION-TRANFILE-EXIT
048900     ELSE
048901         IF BACKDATED-RUN
048902             PERFORM 0101-CHECK-RERUN-DATE
048903                 THRU 0101-CHECK-RERUN-DATE-EXIT
048904             IF RUN-REFUSED
048905                 GO TO 0100-INITIALIZE-EXIT
048906             END-IF
048907         END-IF
048910         PERFORM 0102-CHECK-PRIOR-OUTCOME
048920             THRU 0102-CHECK-PRIOR-OUTCOME-EXIT
048930         IF RUN-REFUSED
048940             GO TO 0100-INITIALIZE-EXIT
048950         END-IF
049000         IF SINGLE-STREAM-RUN
049050             PERFORM 0103-CLEAR-DETAIL-ENTRIES
049100                 THRU 0103-CLEAR-DETAIL-ENTRIES-EXIT
049150         END-IF
049200         OPEN OUTPUT CHECKPOINT-FILE
049300         SET CKPT-FILE-OPEN TO TRUE
049400         PERFORM 9926-CHECK-CKPTFILE THRU 9926-CHECK-CKPTFILE-EXIT
050000         PERFORM 0140-VALIDATE-TRANFILE
050100             THRU 0140-VALIDATE-TRANFILE-EXIT
050200         IF RUN-ACCEPTED AND TRAN-NOT-FOUND
050300             COMPUTE TRAN-SEQ = STREAM-SEQ-BASE + 1
050400         END-IF
050500         IF RUN-ACCEPTED AND TRAN-FOUND
050600             OPEN INPUT TRANS-FILE
050700             PERFORM 9920-CHECK-TRANFILE
050800                 THRU 9920-CHECK-TRANFILE-EXIT
050900             SET TRANS-FILE-OPEN TO TRUE
050950             MOVE STREAM-SEQ-BASE TO TRAN-SEQ
051000             PERFORM 2100-GET-NEXT-TRAN
051100                 THRU 2100-GET-NEXT-TRAN-EXIT
051200         END-IF
      * PARMFILE: KEYWORD=VALUE CARDS FOR THE 700-MAKE-CALL TARGET
      * PROGRAM (CALLPGM), THE THREE CALL ARGUMENTS (CALLARG1-3),
      * THE OPTIONAL-STEP SWITCHES (SKIP600/SKIP700/SKIP800, Y OR N)
      * THE RUN MODE (RUNMODE=FRESH, RUNMODE=SUSPENSE FOR A
      * CORRECTION RUN DRIVEN FROM THE SUSPENSE FILE, OR
      * RUNMODE=BACKOUT TO BACK OUT A NIGHT THAT RAN CLEAN), THE
      * RUN DATE WHEN IT IS NOT TODAY (RUNDATE=yyyymmdd), THE
      * CHECKPOINT FREQUENCY (CKPTFREQ=nnn, DEFAULT 1) AND THE
      * CROSS-NIGHT DUPLICATE WINDOW (DUPDAYS=nnn, DEFAULT 30) AND
      * THE SPLIT-NIGHT STREAM THIS RUN IS (STREAM=nn, 01-05; NO
      * CARD FOR AN ORDINARY SINGLE RUN OF THE WHOLE TRANFILE).
      * A '*' IN COLUMN 1 IS A COMMENT CARD.  EVERY ACCEPTED CARD IS
      * ECHOED TO THE RUN REPORT SO AUDITORS CAN SEE WHAT OPTIONS
      * THE RUN ACTUALLY USED; A CARD THAT IS NOT UNDERSTOOD IS
060900         MOVE PARM-CARD-VALUE TO OPT-RUN-MODE
061000         IF OPT-RUN-MODE NOT = 'FRESH'
061100            AND OPT-RUN-MODE NOT = 'SUSPENSE'
061150            AND OPT-RUN-MODE NOT = 'BACKOUT'
061200             DISPLAY 'ALPHA0115W - RUNMODE NOT FRESH/'
061300                 'SUSPENSE/BACKOUT, FRESH ASSUMED: ' PARM-CARD
061400             MOVE 'FRESH' TO OPT-RUN-MODE
061500         END-IF
061501     WHEN 'FORCE'
061510     WHEN 'CKPTFREQ'
061520         PERFORM 0117-EDIT-CKPTFREQ-CARD
061530             THRU 0117-EDIT-CKPTFREQ-CARD-EXIT
061540     WHEN 'DUPDAYS'
061550         PERFORM 0118-EDIT-DUPDAYS-CARD
061560             THRU 0118-EDIT-DUPDAYS-CARD-EXIT
061570     WHEN 'STREAM'
061580         PERFORM 0119-EDIT-STREAM-CARD
061590             THRU 0119-EDIT-STREAM-CARD-EXIT
061600     WHEN 'CALLPGM'
061700         MOVE PARM-CARD-VALUE TO OPT-CALL-PROGRAM
061800     WHEN 'CALLARG1'
062700         MOVE PARM-CARD-VALUE (1:1) TO OPT-SKIP-700
062800     WHEN 'SKIP800'
062900         MOVE PARM-CARD-VALUE (1:1) TO OPT-SKIP-800
062910     WHEN 'RUNDATE'
062920         PERFORM 0116-EDIT-RUNDATE-CARD
062930             THRU 0116-EDIT-RUNDATE-CARD-EXIT
062940         IF RUNDATE-CARD-INVALID
062950             MOVE SPACES TO PRINT-RECORD
062960             MOVE 'RUN OPTION REJECTED:' TO PR-LABEL
062970             MOVE PARM-CARD TO PR-VALUE
062980             WRITE PRINT-RECORD
062990             PERFORM 9923-CHECK-PRTFILE
062991                 THRU 9923-CHECK-PRTFILE-EXIT
062992             GO TO 0115-PROCESS-PARM-CARD-EXIT
062993         END-IF
063000     WHEN OTHER
063100         DISPLAY 'ALPHA0115W - RUN OPTION CARD NOT '
063200             'UNDERSTOOD: ' PARM-CARD
065970         PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
065980         GO TO 0115-PROCESS-PARM-CARD-EXIT
065990     END-IF
065991     IF PARM-KEYWORD = 'STREAM' AND STREAM-NO-INVALID
065992         MOVE SPACES TO PRINT-RECORD
065993         MOVE 'RUN OPTION REJECTED:' TO PR-LABEL
065994         MOVE PARM-CARD TO PR-VALUE
065995         WRITE PRINT-RECORD
065996         PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
065997         GO TO 0115-PROCESS-PARM-CARD-EXIT
065998     END-IF
066000     MOVE SPACES TO PRINT-RECORD
066100     MOVE 'RUN OPTION ACCEPTED:' TO PR-LABEL
066200     MOVE PARM-CARD TO PR-VALUE
071600         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
071700         GO TO 0128-GRADE-HISTORY-ENTRY-EXIT
071800     END-IF
071810     IF HIST-RUN-REJECTED
071820         DISPLAY 'ALPHA0125E - HISTFILE SHOWS ' RUN-DATE
071830             ' REJECTED AT SIGN-OFF - RERUN IT FRESH'
071840         MOVE 'AUTO RESTART OF A REJECTED DATE'
071850             TO REFUSE-REASON
071860         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
071870         GO TO 0128-GRADE-HISTORY-ENTRY-EXIT
071880     END-IF
071882     IF HIST-RUN-BACKED-OUT
071884         DISPLAY 'ALPHA0125E - HISTFILE SHOWS ' RUN-DATE
071886             ' BACKED OUT - RERUN IT FRESH WITH RUNDATE='
071888         MOVE 'AUTO RESTART OF A BACKED-OUT DATE'
071890             TO REFUSE-REASON
071892         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
071894         GO TO 0128-GRADE-HISTORY-ENTRY-EXIT
071896     END-IF
071900     IF HIST-LAST-CKPT-CODE NOT = RESTART-CODE
072000        OR HIST-LAST-TRAN-SEQ NOT = RESTART-TRAN-SEQ
072100         DISPLAY 'ALPHA0125E - CKPTFILE POSITION '
074300        OR (CKPT-TRAN-SEQ = RESTART-TRAN-SEQ
074400            AND CKPT-CODE <= RESTART-CODE)
074500         MOVE CKPT-TRAN-SEQ TO RESTART-TRAN-SEQ
074550         MOVE CKPT-DATE TO RESTART-RUN-DATE
074600         SET TRAN-FOUND TO TRUE
074700         MOVE CKPT-VALUE-1 TO VALUE-1
074800         MOVE CKPT-VALUE-2 TO VALUE-2
076300     IF RUN-REFUSED
076400         GO TO 0140-VALIDATE-TRANFILE-EXIT
076500     END-IF
076520     IF SINGLE-STREAM-RUN
076540         PERFORM 0190-CHECK-SOURCE-REGISTRY
076560             THRU 0190-CHECK-SOURCE-REGISTRY-EXIT
076580     END-IF
076600     IF EDIT-REC-COUNT = ZERO
076700         SET TRAN-NOT-FOUND TO TRUE
076800         DISPLAY 'ALPHA0100W - TRANFILE EMPTY, DEFAULTS '
085400     MOVE ZERO TO SB-DETAIL-COUNT (BATCH-COUNT)
085500     MOVE ZERO TO SB-HASH-TOTAL (BATCH-COUNT)
085600     MOVE ZERO TO SB-TRANS-READ (BATCH-COUNT)
085610     MOVE ZERO TO SB-PROCESSED (BATCH-COUNT)
085620     MOVE ZERO TO SB-REJECTED (BATCH-COUNT)
085700     SET SB-BATCH-ACCEPTED (BATCH-COUNT) TO TRUE
085800     IF RESTART-CODE = ZERO AND NOT-AUTO-RESTART
085900        AND TRAN-HDR-BUS-DATE NOT = RUN-DATE
      * RESTORED FROM THE CHECKPOINT.
      *****************************************************************
093300 0160-POSITION-TRANFILE.
093400     MOVE STREAM-SEQ-BASE TO TRAN-SEQ
093500     PERFORM 0165-SKIP-TRAN-REC
093600         THRU 0165-SKIP-TRAN-REC-EXIT
093700         UNTIL TRAN-SEQ NOT < RESTART-TRAN-SEQ
104300 0185-READ-EXTRACT-REC-EXIT.
104400     EXIT.

      *****************************************************************
      * 0101-CHECK-RERUN-DATE - A FRESH RUN WHOSE RUNDATE= CARD NAMES
      * AN EARLIER DATE RUNS THAT NIGHT AGAIN.  THE DATE MUST ALREADY
      * BE ON HISTFILE: ONE THAT DID NOT END CLEAN - BACKED OUT BY A
      * RUNMODE=BACKOUT RUN, REJECTED AT SIGN-OFF, REFUSED OR
      * ABENDED - IS RERUN WITHOUT FORCE=Y; A CLEAN ONE IS LEFT TO
      * THE DUPLICATE-RUN GUARD IN 0102-CHECK-PRIOR-OUTCOME.  A DATE
      * THAT NEVER RAN IS REFUSED, AND NO HISTFILE RECORD IS WRITTEN
      * FOR IT (SEE 999-END) - A NIGHT'S FIRST RUN IS ALWAYS UNDER
      * ITS OWN DATE.
      *****************************************************************
104500 0101-CHECK-RERUN-DATE.
104600     PERFORM 0308-READ-PRIOR-OUTCOME
104700         THRU 0308-READ-PRIOR-OUTCOME-EXIT
104800     IF BKO-NO-PRIOR-RUN
104900         DISPLAY 'ALPHA0101E - NO RUN OF ' RUN-DATE
105000             ' ON HISTFILE, RUNDATE= RERUN REFUSED'
105100         MOVE 'RUNDATE CARD DATE NEVER RAN' TO REFUSE-REASON
105200         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
105300         GO TO 0101-CHECK-RERUN-DATE-EXIT
105400     END-IF
105500     IF BKO-PRIOR-CLEAN
105600         GO TO 0101-CHECK-RERUN-DATE-EXIT
105700     END-IF
105800     DISPLAY 'ALPHA0101I - RERUN OF ' RUN-DATE
105900         ', PRIOR OUTCOME ' BKO-PRIOR-OUTCOME
106000     MOVE SPACES TO PRINT-RECORD
106100     MOVE 'RERUN OF AN EARLIER NIGHT:' TO PR-LABEL
106200     IF BKO-PRIOR-BACKED-OUT
106300         MOVE 'PRIOR RUN BACKED OUT' TO PR-VALUE
106400     ELSE
106500         MOVE 'PRIOR RUN DID NOT END CLEAN' TO PR-VALUE
106600     END-IF
106700     WRITE PRINT-RECORD
106800     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
106900     .
107000 0101-CHECK-RERUN-DATE-EXIT.
107100     EXIT.

      *****************************************************************
      * 0109-APPLY-RUNDATE-CARD - PUTS THE RUNDATE= CARD'S DATE IN
      * PLACE OF TODAY'S.  A RUNMODE=BACKOUT RUN MUST NAME ITS NIGHT.
      * A BAD CARD, A FUTURE DATE, OR A CARD ON A SUSPENSE CORRECTION
      * RUN OR A STREAM RUN (WHICH TAKES ITS DATE FROM SPLTCTL)
      * REFUSES THE RUN UNDER TODAY'S DATE, BEFORE THE CARD'S DATE IS
      * PUT IN PLACE.  A DATE BEFORE TODAY MAKES A FRESH RUN A RERUN
      * OF AN EARLIER NIGHT (SEE 0101-CHECK-RERUN-DATE).
      *****************************************************************
107200 0109-APPLY-RUNDATE-CARD.
107300     MOVE RUN-DATE TO RDW-SYSTEM-DATE
107400     IF RUNDATE-CARD-INVALID
107500         MOVE 'RUNDATE CARD NOT A VALID DATE' TO REFUSE-REASON
107600         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
107700         GO TO 0109-APPLY-RUNDATE-CARD-EXIT
107800     END-IF
107900     IF RDW-CARD-DATE = ZERO
108000         IF BACKOUT-RUN
108100             DISPLAY 'ALPHA0109E - RUNMODE=BACKOUT NEEDS A '
108200                 'RUNDATE= CARD NAMING THE NIGHT TO BACK OUT'
108300             MOVE 'BACKOUT RUN WITH NO RUNDATE CARD'
108400                 TO REFUSE-REASON
108500             PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
108600         END-IF
108700         GO TO 0109-APPLY-RUNDATE-CARD-EXIT
108800     END-IF
108900     IF SUSPENSE-RUN OR NOT SINGLE-STREAM-RUN
109000         DISPLAY 'ALPHA0109E - RUNDATE= IS NOT VALID ON A '
109100             'SUSPENSE CORRECTION RUN OR A STREAM RUN'
109200         MOVE 'RUNDATE CARD ON A SUSPENSE/STREAM RUN'
109300             TO REFUSE-REASON
109400         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
109500         GO TO 0109-APPLY-RUNDATE-CARD-EXIT
109600     END-IF
109700     IF RDW-CARD-DATE > RDW-SYSTEM-DATE
109800         DISPLAY 'ALPHA0109E - RUNDATE= ' RDW-CARD-DATE
109900             ' IS AFTER TODAY'
110000         MOVE 'RUNDATE CARD IS A FUTURE DATE' TO REFUSE-REASON
110100         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
110200         GO TO 0109-APPLY-RUNDATE-CARD-EXIT
110300     END-IF
110400     IF RDW-CARD-DATE < RDW-SYSTEM-DATE
110500         SET BACKDATED-RUN TO TRUE
110600     END-IF
110700     MOVE RDW-CARD-DATE TO RUN-DATE
110800     MOVE RUN-DATE TO MIRROR-DATE
110900     DISPLAY 'ALPHA0109I - RUN DATE ' RUN-DATE
111000         ' TAKEN FROM THE RUNDATE= CARD'
111100     MOVE SPACES TO PRINT-RECORD
111200     MOVE 'RUN DATE FROM RUNDATE= CARD:' TO PR-LABEL
111300     MOVE RUN-DATE TO PR-VALUE
111400     WRITE PRINT-RECORD
111500     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
111600     .
111700 0109-APPLY-RUNDATE-CARD-EXIT.
111800     EXIT.

      *****************************************************************
      * 0116-EDIT-RUNDATE-CARD - RUNDATE=yyyymmdd.  A BAD DATE IS NOT
      * GUESSED AT - RUNNING OR BACKING OUT THE WRONG NIGHT IS NOT
      * EASILY PUT RIGHT - SO THE CARD IS REJECTED AND THE RUN
      * REFUSED.
      *****************************************************************
111900 0116-EDIT-RUNDATE-CARD.
112000     MOVE ZERO TO CKPT-FREQ-LEN
112100     INSPECT PARM-CARD-VALUE
112200         TALLYING CKPT-FREQ-LEN
112300         FOR CHARACTERS BEFORE INITIAL SPACE
112400     MOVE ZERO TO RDW-CARD-DATE
112500     IF CKPT-FREQ-LEN = 8
112600        AND PARM-CARD-VALUE (1:8) IS NUMERIC
112700         MOVE PARM-CARD-VALUE (1:8) TO RDW-CARD-DATE
112800     END-IF
112900     IF RDW-CARD-DATE = ZERO
113000        OR FUNCTION TEST-DATE-YYYYMMDD (RDW-CARD-DATE) NOT = ZERO
113100         SET RUNDATE-CARD-INVALID TO TRUE
113200         MOVE ZERO TO RDW-CARD-DATE
113300         DISPLAY 'ALPHA0115E - RUNDATE NOT A VALID DATE, RUN '
113400             'WILL BE REFUSED: ' PARM-CARD
113500     END-IF
113600     .
113700 0116-EDIT-RUNDATE-CARD-EXIT.
113800     EXIT.

      *****************************************************************
      * 0118-EDIT-DUPDAYS-CARD - DUPDAYS=nnn (0-999): HOW MANY DAYS
      * BACK A DETAIL ALREADY FINGERPRINTED ON FPRINT COUNTS AS A
      * RETRANSMISSION.  DUPDAYS=0 TURNS THE CROSS-NIGHT DUPLICATE
      * CHECK OFF FOR THE RUN; A BAD VALUE FALLS BACK TO THE
      * DEFAULT OF 30, NEVER TO NO CHECK AT ALL.
      *****************************************************************
113900 0118-EDIT-DUPDAYS-CARD.
114000     MOVE ZERO TO CKPT-FREQ-LEN
114100     INSPECT PARM-CARD-VALUE
114200         TALLYING CKPT-FREQ-LEN
114300         FOR CHARACTERS BEFORE INITIAL SPACE
114400     IF CKPT-FREQ-LEN > ZERO AND CKPT-FREQ-LEN < 4
114500        AND PARM-CARD-VALUE (1:CKPT-FREQ-LEN) IS NUMERIC
114600         MOVE PARM-CARD-VALUE (1:CKPT-FREQ-LEN)
114700             TO OPT-DUP-DAYS
114800     ELSE
114900         DISPLAY 'ALPHA0115W - DUPDAYS NOT 0-999, '
115000             '30 ASSUMED: ' PARM-CARD
115100         MOVE 30 TO OPT-DUP-DAYS
115200     END-IF
115300     .
115400 0118-EDIT-DUPDAYS-CARD-EXIT.
115500     EXIT.

      *****************************************************************
      * 0119-EDIT-STREAM-CARD - STREAM=nn (01-05): THIS RUN IS ONE
      * STREAM OF A NIGHT ALPHSPLT HAS SPLIT BY SOURCE BATCH (SEE
      * 0200-START-STREAM-RUN).  A BAD VALUE IS NOT GUESSED AT - THE
      * CARD IS REJECTED AND THE RUN REFUSED, SINCE RUNNING THE WRONG
      * STREAM (OR THE WHOLE NIGHT) WOULD DOUBLE-PROCESS ANOTHER
      * STREAM'S BATCHES.
      *****************************************************************
115600 0119-EDIT-STREAM-CARD.
115700     MOVE ZERO TO CKPT-FREQ-LEN
115800     INSPECT PARM-CARD-VALUE
115900         TALLYING CKPT-FREQ-LEN
116000         FOR CHARACTERS BEFORE INITIAL SPACE
116100     IF CKPT-FREQ-LEN > ZERO AND CKPT-FREQ-LEN < 3
116200        AND PARM-CARD-VALUE (1:CKPT-FREQ-LEN) IS NUMERIC
116300         MOVE PARM-CARD-VALUE (1:CKPT-FREQ-LEN)
116400             TO OPT-STREAM-NO
116500     ELSE
116600         MOVE 99 TO OPT-STREAM-NO
116700     END-IF
116800     IF SINGLE-STREAM-RUN
116900         MOVE 99 TO OPT-STREAM-NO
117000     END-IF
117100     IF STREAM-NO-INVALID
117200         DISPLAY 'ALPHA0115E - STREAM NOT 01-05, RUN WILL BE '
117300             'REFUSED: ' PARM-CARD
117400     END-IF
117500     .
117600 0119-EDIT-STREAM-CARD-EXIT.
117700     EXIT.

      *****************************************************************
      * 0190-CHECK-SOURCE-REGISTRY - CHECKS THE SOURCE SYSTEMS ON
      * TONIGHT'S BATCH HEADERS AGAINST THE SOURCE-SYSTEM REGISTRY
      * (SRCREG).  A HEADER FROM A SOURCE THE REGISTRY DOES NOT
      * KNOW IS AN UNREGISTERED SOURCE; A REGISTERED SOURCE
      * EXPECTED ON TODAY'S DAY OF THE WEEK THAT SENT NO HEADER AT
      * ALL IS MISSING - MANDATORY OR OPTIONAL AS THE REGISTRY
      * SAYS.  A REFUSED BATCH STILL COUNTS AS RECEIVED; ITS
      * REFUSAL IS REPORTED ON ITS OWN.  NEITHER EXCEPTION STOPS
      * THE NIGHT - THEY GO TO THE CONSOLE, THE RUN REPORT AND THE
      * STATFILE RECORD, AND 999-END ENDS THE RUN WITH CONDITION
      * CODE 4 SO ALPHNTFY RAISES THEM.
      *****************************************************************
117800 0190-CHECK-SOURCE-REGISTRY.
117900     MOVE ZERO TO SCK-MISSING-COUNT
118000     MOVE ZERO TO SCK-OPTIONAL-COUNT
118100     MOVE ZERO TO SCK-UNREG-COUNT
118200     MOVE ZERO TO SCK-ENTRY-COUNT
118300     COMPUTE SCK-DATE-INTEGER =
118400         FUNCTION INTEGER-OF-DATE (RUN-DATE)
118500     DIVIDE SCK-DATE-INTEGER BY 7
118600         GIVING SCK-WEEK-COUNT REMAINDER SCK-DAY-OF-WEEK
118700     IF SCK-DAY-OF-WEEK = ZERO
118800         MOVE 7 TO SCK-DAY-OF-WEEK
118900     END-IF
119000     OPEN INPUT SOURCE-REGISTRY-FILE
119100     PERFORM 9935-CHECK-SRCREG THRU 9935-CHECK-SRCREG-EXIT
119200     MOVE ZERO TO SOURCE-SUB
119300     PERFORM 0192-CHECK-BATCH-SOURCE
119400         THRU 0192-CHECK-BATCH-SOURCE-EXIT
119500         UNTIL SOURCE-SUB NOT < BATCH-COUNT
119600     SET SRCREG-NOT-EOF TO TRUE
119700     MOVE LOW-VALUES TO SREG-SOURCE-SYS
119800     START SOURCE-REGISTRY-FILE KEY NOT < SREG-SOURCE-SYS
119900         INVALID KEY
120000             SET SRCREG-EOF TO TRUE
120100     END-START
120200     PERFORM 9935-CHECK-SRCREG THRU 9935-CHECK-SRCREG-EXIT
120300     PERFORM 0194-CHECK-REGISTRY-REC
120400         THRU 0194-CHECK-REGISTRY-REC-EXIT
120500         UNTIL SRCREG-EOF
120600     CLOSE SOURCE-REGISTRY-FILE
120700     SET SRC-REGISTRY-CHECKED TO TRUE
120800     IF SCK-MISSING-COUNT > ZERO
120900         DISPLAY 'ALPHA0190W - ' SCK-MISSING-COUNT
121000             ' MANDATORY SOURCE(S) DID NOT TRANSMIT'
121100     END-IF
121200     IF SCK-UNREG-COUNT > ZERO
121300         DISPLAY 'ALPHA0190W - ' SCK-UNREG-COUNT
121400             ' BATCH(ES) FROM UNREGISTERED SOURCE(S)'
121500     END-IF
121600     .
121700 0190-CHECK-SOURCE-REGISTRY-EXIT.
121800     EXIT.

      *****************************************************************
      * 0192-CHECK-BATCH-SOURCE - RANDOM READ OF THE REGISTRY FOR
      * ONE BATCH HEADER'S SOURCE.  A SOURCE THAT SENT TWO BATCHES
      * IS ONLY REPORTED UNREGISTERED ONCE.
      *****************************************************************
121900 0192-CHECK-BATCH-SOURCE.
122000     ADD 1 TO SOURCE-SUB
122100     MOVE SB-SOURCE-SYS (SOURCE-SUB) TO SREG-SOURCE-SYS
122200     READ SOURCE-REGISTRY-FILE
122300         INVALID KEY
122400             SET SRC-NOT-SEEN TO TRUE
122500         NOT INVALID KEY
122600             SET SRC-SEEN TO TRUE
122700     END-READ
122800     PERFORM 9935-CHECK-SRCREG THRU 9935-CHECK-SRCREG-EXIT
122900     IF SRC-SEEN
123000         GO TO 0192-CHECK-BATCH-SOURCE-EXIT
123100     END-IF
123200     SET SRC-NOT-SEEN TO TRUE
123300     MOVE ZERO TO SCK-SUB
123400     PERFORM 0193-FIND-UNREG-ENTRY
123500         THRU 0193-FIND-UNREG-ENTRY-EXIT
123600         UNTIL SCK-SUB NOT < SCK-ENTRY-COUNT OR SRC-SEEN
123700     IF SRC-SEEN
123800         GO TO 0192-CHECK-BATCH-SOURCE-EXIT
123900     END-IF
124000     ADD 1 TO SCK-UNREG-COUNT
124100     DISPLAY 'ALPHA0190W - BATCH HEADER FROM UNREGISTERED SOURCE '
124200         SB-SOURCE-SYS (SOURCE-SUB)
124300     IF SCK-ENTRY-COUNT < SCK-ENTRY-MAX
124400         ADD 1 TO SCK-ENTRY-COUNT
124500         MOVE SB-SOURCE-SYS (SOURCE-SUB)
124600             TO SCK-SOURCE-SYS (SCK-ENTRY-COUNT)
124700         SET SCK-UNREGISTERED (SCK-ENTRY-COUNT) TO TRUE
124800         MOVE SPACES TO SCK-CONTACT-NAME (SCK-ENTRY-COUNT)
124900     END-IF
125000     .
125100 0192-CHECK-BATCH-SOURCE-EXIT.
125200     EXIT.

125300 0193-FIND-UNREG-ENTRY.
125400     ADD 1 TO SCK-SUB
125500     IF SCK-SOURCE-SYS (SCK-SUB) = SB-SOURCE-SYS (SOURCE-SUB)
125600         SET SRC-SEEN TO TRUE
125700     END-IF
125800     .
125900 0193-FIND-UNREG-ENTRY-EXIT.
126000     EXIT.

      *****************************************************************
      * 0194-CHECK-REGISTRY-REC - ONE REGISTERED SOURCE: IF IT IS
      * EXPECTED TODAY AND NO BATCH HEADER CARRIED IT, IT IS
      * MISSING.  THE KEY-ZERO SEED RECORD IS NEVER EXPECTED.
      *****************************************************************
126100 0194-CHECK-REGISTRY-REC.
126200     READ SOURCE-REGISTRY-FILE NEXT RECORD
126300         AT END
126400             SET SRCREG-EOF TO TRUE
126500             GO TO 0194-CHECK-REGISTRY-REC-EXIT
126600     END-READ
126700     PERFORM 9935-CHECK-SRCREG THRU 9935-CHECK-SRCREG-EXIT
126800     IF NOT SREG-EXPECTED-ON-DAY (SCK-DAY-OF-WEEK)
126900         GO TO 0194-CHECK-REGISTRY-REC-EXIT
127000     END-IF
127100     SET SRC-NOT-SEEN TO TRUE
127200     MOVE ZERO TO SCK-SUB
127300     PERFORM 0196-FIND-BATCH-SOURCE
127400         THRU 0196-FIND-BATCH-SOURCE-EXIT
127500         UNTIL SCK-SUB NOT < BATCH-COUNT OR SRC-SEEN
127600     IF SRC-SEEN
127700         GO TO 0194-CHECK-REGISTRY-REC-EXIT
127800     END-IF
127900     IF SREG-MANDATORY
128000         ADD 1 TO SCK-MISSING-COUNT
128100         DISPLAY 'ALPHA0190W - MANDATORY SOURCE ' SREG-SOURCE-SYS
128200             ' DID NOT TRANSMIT, CONTACT ' SREG-CONTACT-NAME
128300     ELSE
128400         ADD 1 TO SCK-OPTIONAL-COUNT
128500         DISPLAY 'ALPHA0190I - OPTIONAL SOURCE ' SREG-SOURCE-SYS
128600             ' DID NOT TRANSMIT'
128700     END-IF
128800     IF SCK-ENTRY-COUNT < SCK-ENTRY-MAX
128900         ADD 1 TO SCK-ENTRY-COUNT
129000         MOVE SREG-SOURCE-SYS TO SCK-SOURCE-SYS (SCK-ENTRY-COUNT)
129100         IF SREG-MANDATORY
129200             SET SCK-MANDATORY-MISSING (SCK-ENTRY-COUNT) TO TRUE
129300         ELSE
129400             SET SCK-OPTIONAL-MISSING (SCK-ENTRY-COUNT) TO TRUE
129500         END-IF
129600         MOVE SREG-CONTACT-NAME
129700             TO SCK-CONTACT-NAME (SCK-ENTRY-COUNT)
129800     END-IF
129900     .
130000 0194-CHECK-REGISTRY-REC-EXIT.
130100     EXIT.

130200 0196-FIND-BATCH-SOURCE.
130300     ADD 1 TO SCK-SUB
130400     IF SB-SOURCE-SYS (SCK-SUB) = SREG-SOURCE-SYS
130500         SET SRC-SEEN TO TRUE
130600     END-IF
130700     .
130800 0196-FIND-BATCH-SOURCE-EXIT.
130900     EXIT.

      *****************************************************************
      * 0197-LOAD-TRANSITION-RULES - LOADS THE VALUE-1/VALUE-2
      * TRANSITION RULES (TRNRULES, SEE TRNRLREC) INTO
      * TRANSITION-RULE-TABLE AT START OF RUN.  RULMAINT HAS ALREADY
      * VALIDATED THE FILE; A RULE DATED AFTER THE RUN DATE IS NOT
      * YET IN EFFECT AND IS ONLY COUNTED.  A NIGHT WITH NO RULE IN
      * EFFECT, OR MORE RULES THAN THE TABLE HOLDS, IS REFUSED -
      * EVERY TRANSACTION WOULD OTHERWISE GO TO SUSPENSE.
      *****************************************************************
131000 0197-LOAD-TRANSITION-RULES.
131100     MOVE ZERO TO RULE-COUNT
131200     MOVE ZERO TO RULE-FUTURE-COUNT
131300     SET TRNRULES-NOT-EOF TO TRUE
131400     OPEN INPUT TRANSITION-RULES-FILE
131500     PERFORM 9936-CHECK-TRNRULES THRU 9936-CHECK-TRNRULES-EXIT
131600     PERFORM 0198-READ-RULE-REC
131700         THRU 0198-READ-RULE-REC-EXIT
131800         UNTIL TRNRULES-EOF OR RUN-REFUSED
131900     CLOSE TRANSITION-RULES-FILE
132000     PERFORM 9936-CHECK-TRNRULES THRU 9936-CHECK-TRNRULES-EXIT
132100     IF RUN-REFUSED
132200         GO TO 0197-LOAD-TRANSITION-RULES-EXIT
132300     END-IF
132400     IF RULE-COUNT = ZERO
132500         DISPLAY 'ALPHA0197E - NO TRANSITION RULES IN EFFECT '
132600             'ON ' RUN-DATE
132700         MOVE 'NO TRANSITION RULES IN EFFECT' TO REFUSE-REASON
132800         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
132900         GO TO 0197-LOAD-TRANSITION-RULES-EXIT
133000     END-IF
133100     DISPLAY 'ALPHA0197I - ' RULE-COUNT ' TRANSITION RULE(S) '
133200         'LOADED, ' RULE-FUTURE-COUNT ' NOT YET IN EFFECT'
133300     .
133400 0197-LOAD-TRANSITION-RULES-EXIT.
133500     EXIT.

133600 0198-READ-RULE-REC.
133700     READ TRANSITION-RULES-FILE
133800         AT END
133900             SET TRNRULES-EOF TO TRUE
134000             GO TO 0198-READ-RULE-REC-EXIT
134100     END-READ
134200     PERFORM 9936-CHECK-TRNRULES THRU 9936-CHECK-TRNRULES-EXIT
134300     IF TRL-EFF-DATE > RUN-DATE
134400         ADD 1 TO RULE-FUTURE-COUNT
134500         GO TO 0198-READ-RULE-REC-EXIT
134600     END-IF
134700     IF RULE-COUNT NOT < RULE-MAX
134800         DISPLAY 'ALPHA0197E - TRNRULES HOLDS MORE THAN '
134900             RULE-MAX ' RULES IN EFFECT'
135000         MOVE 'TRANSITION RULES OVER 500-RULE LIMIT'
135100             TO REFUSE-REASON
135200         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
135300         GO TO 0198-READ-RULE-REC-EXIT
135400     END-IF
135500     ADD 1 TO RULE-COUNT
135600     MOVE TRL-RULE-ID       TO RT-RULE-ID (RULE-COUNT)
135700     MOVE TRL-FIELD-NAME    TO RT-FIELD-NAME (RULE-COUNT)
135800     MOVE TRL-SOURCE-SYS    TO RT-SOURCE-SYS (RULE-COUNT)
135900     MOVE TRL-EFF-DATE      TO RT-EFF-DATE (RULE-COUNT)
136000     MOVE TRL-CURRENT-VALUE TO RT-CURRENT-VALUE (RULE-COUNT)
136100     MOVE TRL-NEXT-VALUE    TO RT-NEXT-VALUE (RULE-COUNT)
136200     .
136300 0198-READ-RULE-REC-EXIT.
136400     EXIT.

      *****************************************************************
      * 0199-OPEN-FINGERPRINTS - WORKS OUT THE FIRST RUN DATE INSIDE
      * THE DUPDAYS= WINDOW AND OPENS THE FINGERPRINT MASTER (FPRINT,
      * SEE FPRNTREC) FOR UPDATE (READ-ONLY ON A STREAM RUN, WHOSE
      * FINGERPRINTS GO TO FPRWORK FOR ALPHMRG TO APPLY).  NOT USED
      * ON A RUNMODE=SUSPENSE CORRECTION RUN - A CORRECTED OR
      * RELEASED RECORD IS MEANT TO BE PROCESSED, AND ITS DETAIL WAS
      * FINGERPRINTED THE NIGHT IT FIRST ARRIVED.
      *****************************************************************
136500 0199-OPEN-FINGERPRINTS.
136600     COMPUTE DUP-DATE-INTEGER =
136700         FUNCTION INTEGER-OF-DATE (RUN-DATE) - OPT-DUP-DAYS
136800     COMPUTE DUP-WINDOW-START =
136900         FUNCTION DATE-OF-INTEGER (DUP-DATE-INTEGER)
137000     IF STREAM-RUN
137100         OPEN INPUT FINGERPRINT-FILE
137200     ELSE
137300         OPEN I-O FINGERPRINT-FILE
137400     END-IF
137500     PERFORM 9937-CHECK-FPRINT THRU 9937-CHECK-FPRINT-EXIT
137600     SET FPRINT-FILE-OPEN TO TRUE
137700     DISPLAY 'ALPHA0100I - DUPLICATE CHECK AGAINST DETAILS '
137800         'FIRST SEEN SINCE ' DUP-WINDOW-START
137900     .
138000 0199-OPEN-FINGERPRINTS-EXIT.
138100     EXIT.

      *****************************************************************
      * 0200-START-STREAM-RUN - SETS UP A STREAM=nn RUN.  ALPHSPLT
      * HAS DEALT THE NIGHT'S SOURCE BATCHES OUT TO UP TO FIVE
      * STREAM TRANSACTION FILES, RUN BY SEPARATE JOBS AT THE SAME
      * TIME, AND RECORDED THE SPLIT ON SPLTCTL (SEE SPLTREC).  THE
      * STREAM TAKES ITS RUN DATE FROM THE SPLIT, NOT THE CLOCK, SO
      * A STREAM THAT STARTS (OR IS RESTARTED) AFTER MIDNIGHT STILL
      * RUNS UNDER THE NIGHT IT BELONGS TO; ITS TRANSACTION SEQUENCE
      * STARTS AFTER THE SEQUENCE BASE ALPHSPLT GAVE IT, SO NO TWO
      * STREAMS NUMBER THE SAME TRANSACTION; AND A FORCED SPLIT
      * CARRIES FORCE=Y PAST EACH STREAM'S OWN DUPLICATE-RUN GUARD.
      * THE INQUIRY ENTRIES AND FINGERPRINTS GO TO THE DTLWORK AND
      * FPRWORK WORK FILES FOR ALPHMRG.  A BAD STREAM CARD, A STREAM
      * NOT ON THE SPLIT, OR A STREAM CARD ON A SUSPENSE CORRECTION
      * RUN REFUSES THE RUN.
      *****************************************************************
138200 0200-START-STREAM-RUN.
138300     IF STREAM-NO-INVALID
138400         MOVE 'STREAM CARD NOT 01-05' TO REFUSE-REASON
138500         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
138600         GO TO 0200-START-STREAM-RUN-EXIT
138700     END-IF
138800     IF SUSPENSE-RUN
138900         DISPLAY 'ALPHA0200E - STREAM= IS NOT VALID ON A '
139000             'RUNMODE=SUSPENSE CORRECTION RUN'
139100         MOVE 'STREAM CARD ON A SUSPENSE RUN' TO REFUSE-REASON
139200         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
139300         GO TO 0200-START-STREAM-RUN-EXIT
139400     END-IF
139500     OPEN INPUT SPLIT-CONTROL-FILE
139600     PERFORM 9939-CHECK-SPLTCTL THRU 9939-CHECK-SPLTCTL-EXIT
139700     SET SPLTCTL-NOT-EOF TO TRUE
139800     SET SPLIT-HEADER-NOT-READ TO TRUE
139900     SET STREAM-NOT-FOUND TO TRUE
140000     PERFORM 0205-READ-SPLIT-CONTROL
140100         THRU 0205-READ-SPLIT-CONTROL-EXIT
140200         UNTIL SPLTCTL-EOF
140300     CLOSE SPLIT-CONTROL-FILE
140400     IF SPLIT-HEADER-NOT-READ OR STREAM-NOT-FOUND
140500         DISPLAY 'ALPHA0200E - STREAM ' OPT-STREAM-NO
140600             ' NOT FOUND ON SPLTCTL'
140700         MOVE 'STREAM NOT ON THE SPLIT CONTROL FILE'
140800             TO REFUSE-REASON
140900         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
141000         GO TO 0200-START-STREAM-RUN-EXIT
141100     END-IF
141200     MOVE RUN-DATE TO MIRROR-DATE
141300     OPEN OUTPUT DETAIL-WORK-FILE
141400     PERFORM 9940-CHECK-DTLWORK THRU 9940-CHECK-DTLWORK-EXIT
141500     OPEN OUTPUT FINGERPRINT-WORK-FILE
141600     PERFORM 9941-CHECK-FPRWORK THRU 9941-CHECK-FPRWORK-EXIT
141700     SET STREAM-WORK-OPEN TO TRUE
141800     DISPLAY 'ALPHA0200I - STREAM ' OPT-STREAM-NO ' OF THE '
141900         RUN-DATE ' SPLIT, SEQUENCE BASE ' STREAM-SEQ-BASE
142000     MOVE OPT-STREAM-NO TO SLW-STREAM-NO
142100     MOVE RUN-DATE TO SLW-RUN-DATE
142200     MOVE STREAM-SEQ-BASE TO SLW-SEQ-BASE
142300     MOVE SPACES TO PRINT-RECORD
142400     MOVE 'SPLIT-NIGHT STREAM RUN:' TO PR-LABEL
142500     MOVE STREAM-LINE-WORK TO PR-VALUE
142600     WRITE PRINT-RECORD
142700     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
142800     IF FORCE-RUN
142900         MOVE SPACES TO PRINT-RECORD
143000         MOVE 'SPLIT-NIGHT STREAM RUN:' TO PR-LABEL
143100         MOVE 'FORCE=Y CARRIED FROM THE FORCED SPLIT'
143200             TO PR-VALUE
143300         WRITE PRINT-RECORD
143400         PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
143500     END-IF
143600     .
143700 0200-START-STREAM-RUN-EXIT.
143800     EXIT.

143900 0205-READ-SPLIT-CONTROL.
144000     READ SPLIT-CONTROL-FILE
144100         AT END
144200             SET SPLTCTL-EOF TO TRUE
144300             GO TO 0205-READ-SPLIT-CONTROL-EXIT
144400     END-READ
144500     PERFORM 9939-CHECK-SPLTCTL THRU 9939-CHECK-SPLTCTL-EXIT
144600     EVALUATE TRUE
144700     WHEN SPC-HEADER-REC
144800         SET SPLIT-HEADER-READ TO TRUE
144900         MOVE SPC-RUN-DATE TO RUN-DATE
145000         IF SPC-FORCED-SPLIT
145100             SET FORCE-RUN TO TRUE
145200         END-IF
145300     WHEN SPC-STREAM-REC
145400      AND SPC-STREAM-NO = OPT-STREAM-NO
145500         SET STREAM-FOUND TO TRUE
145600         MOVE SPC-SEQ-BASE TO STREAM-SEQ-BASE
145700     END-EVALUATE
145800     .
145900 0205-READ-SPLIT-CONTROL-EXIT.
146000     EXIT.

      *****************************************************************
      * 0300-START-BACKOUT-RUN - RUNMODE=BACKOUT UNDOES A NIGHT THAT
      * RAN CLEAN (THE RUNDATE= CARD NAMES IT).  NOTHING IS CHANGED
      * UNTIL EVERYTHING IS PROVED: HISTFILE MUST SHOW THE NIGHT
      * CLEAN, BKEXTIN MUST BE THAT NIGHT'S EXTRACT AND PROVE AGAINST
      * ITS OWN TRAILER, AND BKAUDIN MUST HOLD ITS AUDIT ENTRIES.
      * THEN:
      *   - EXTRFILE GETS THE REVERSAL EXTRACT - A HEADER WITH THE
      *     NIGHT'S DATE FROM SOURCE 'ALPHAREV', EVERY DETAIL THE
      *     NIGHT SENT, AND A TRAILER - WHICH THE RECEIVERS APPLY TO
      *     CANCEL THE NIGHT'S FEED
      *   - AUDTFILE GETS A COMPENSATING ENTRY FOR EVERY TRANSITION
      *     THE NIGHT MADE, BEFORE AND AFTER VALUES SWAPPED, UNDER
      *     THE NIGHT'S DATE AND RULE ID 'BACKOUT'
      *   - THE HISTFILE OUTCOME IS MARKED 'B' (BACKED OUT), SO THE
      *     DATE CAN BE RERUN FRESH WITHOUT FORCE=Y
      *   - THE NIGHT'S SIGN-OFF RECORD IS DELETED, SO ITS RERUN
      *     GOES THROUGH THE MORNING CHECKS AND ALPHREL AFRESH
      *   - THE FINGERPRINTS THE NIGHT FIRST WROTE ARE DELETED, SO
      *     NO LATER NIGHT DIVERTS A DETAIL AS A REPEAT OF A NIGHT
      *     THAT NO LONGER STANDS
      *   - ONE 'BKOT' INQUIRY ENTRY RECORDS THE BACK-OUT
      * THE HISTFILE MARK COMES AFTER THE REVERSAL AND THE
      * COMPENSATING ENTRIES ARE COMPLETE, SO NO NIGHT IS MARKED
      * BACKED OUT WITHOUT THEM, AND BEFORE THE SIGN-OFF AND
      * FINGERPRINT CLEAN-UP, SO A FAILURE IN EITHER STILL LEAVES A
      * NIGHT THAT CAN BE RERUN.  THE RUN ENDS 0 WHEN THE NIGHT'S
      * EXTRACT HAD BEEN RELEASED (THE REVERSAL MUST GO DOWNSTREAM)
      * AND 4 WHEN IT HAD NOT (NOTHING WENT DOWNSTREAM TO CANCEL).
      * A RESTART PARM CANNOT BE COMBINED WITH A BACK-OUT.
      *****************************************************************
146100 0300-START-BACKOUT-RUN.
146200     IF RESTART-CODE > ZERO OR AUTO-RESTART
146300         DISPLAY 'ALPHA0300E - RESTART= CANNOT BE COMBINED '
146400             'WITH RUNMODE=BACKOUT'
146500         MOVE 'BACKOUT RUN WITH RESTART PARM' TO REFUSE-REASON
146600         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
146700         GO TO 0300-START-BACKOUT-RUN-EXIT
146800     END-IF
146900     DISPLAY 'ALPHA0300I - BACKOUT OF THE ' RUN-DATE ' NIGHT'
147000     MOVE SPACES TO PRINT-RECORD
147100     MOVE 'BACKOUT OF RUN DATE:' TO PR-LABEL
147200     MOVE RUN-DATE TO PR-VALUE
147300     WRITE PRINT-RECORD
147400     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
147500     PERFORM 0310-CHECK-BACKOUT-HISTORY
147600         THRU 0310-CHECK-BACKOUT-HISTORY-EXIT
147700     IF RUN-ACCEPTED
147800         PERFORM 0320-PROVE-BACKOUT-EXTRACT
147900             THRU 0320-PROVE-BACKOUT-EXTRACT-EXIT
148000     END-IF
148100     IF RUN-ACCEPTED
148200         PERFORM 0330-COUNT-BACKOUT-AUDITS
148300             THRU 0330-COUNT-BACKOUT-AUDITS-EXIT
148400     END-IF
148500     IF RUN-REFUSED
148600         GO TO 0300-START-BACKOUT-RUN-EXIT
148700     END-IF
148800     PERFORM 0340-READ-SIGNOFF THRU 0340-READ-SIGNOFF-EXIT
148900     OPEN OUTPUT EXTRACT-FILE
149000     PERFORM 9933-CHECK-EXTRFILE THRU 9933-CHECK-EXTRFILE-EXIT
149100     SET EXTRACT-FILE-OPEN TO TRUE
149200     MOVE RUN-DATE TO EXH-BUS-DATE
149300     MOVE 'ALPHAREV' TO EXH-SOURCE-SYS
149400     WRITE EXTRACT-RECORD FROM EXTRACT-HEADER-WORK
149500     PERFORM 9933-CHECK-EXTRFILE THRU 9933-CHECK-EXTRFILE-EXIT
149600     OPEN INPUT BACKOUT-EXTRACT-FILE
149700     PERFORM 9942-CHECK-BKEXTIN THRU 9942-CHECK-BKEXTIN-EXIT
149800     SET BKO-NOT-EOF TO TRUE
149900     PERFORM 0350-REVERSE-EXTRACT-REC
150000         THRU 0350-REVERSE-EXTRACT-REC-EXIT
150100         UNTIL BKO-EOF
150200     CLOSE BACKOUT-EXTRACT-FILE
150300     PERFORM 9850-WRITE-EXTRACT-TRAILER
150400         THRU 9850-WRITE-EXTRACT-TRAILER-EXIT
150500     CLOSE EXTRACT-FILE
150600     SET EXTRACT-FILE-CLOSED TO TRUE
150700     OPEN INPUT BACKOUT-AUDIT-FILE
150800     PERFORM 9943-CHECK-BKAUDIN THRU 9943-CHECK-BKAUDIN-EXIT
150900     SET BKO-NOT-EOF TO TRUE
151000     PERFORM 0360-COMPENSATE-AUDIT-REC
151100         THRU 0360-COMPENSATE-AUDIT-REC-EXIT
151200         UNTIL BKO-EOF
151300     CLOSE BACKOUT-AUDIT-FILE
151400     MOVE EXTRACT-COUNT TO PROCESSED-COUNT
151500     PERFORM 0370-MARK-BACKED-OUT
151600         THRU 0370-MARK-BACKED-OUT-EXIT
151700     PERFORM 0380-CLEAR-SIGNOFF THRU 0380-CLEAR-SIGNOFF-EXIT
151800     PERFORM 0390-REMOVE-FINGERPRINTS
151900         THRU 0390-REMOVE-FINGERPRINTS-EXIT
152000     PERFORM 0398-NOTE-BACKOUT THRU 0398-NOTE-BACKOUT-EXIT
152100     .
152200 0300-START-BACKOUT-RUN-EXIT.
152300     EXIT.

      *****************************************************************
      * 0308-READ-PRIOR-OUTCOME - THE HISTFILE OUTCOME ON FILE FOR
      * RUN-DATE, INTO BKO-PRIOR-OUTCOME (SPACE WHEN THE DATE HAS
      * NEVER RUN).
      *****************************************************************
152400 0308-READ-PRIOR-OUTCOME.
152500     MOVE SPACE TO BKO-PRIOR-OUTCOME
152600     OPEN INPUT HISTORY-FILE
152700     PERFORM 9929-CHECK-HISTFILE THRU 9929-CHECK-HISTFILE-EXIT
152800     MOVE RUN-DATE TO HIST-RUN-DATE
152900     READ HISTORY-FILE
153000         INVALID KEY
153100             CONTINUE
153200         NOT INVALID KEY
153300             MOVE HIST-OUTCOME-FLAG TO BKO-PRIOR-OUTCOME
153400     END-READ
153500     PERFORM 9929-CHECK-HISTFILE THRU 9929-CHECK-HISTFILE-EXIT
153600     CLOSE HISTORY-FILE
153700     .
153800 0308-READ-PRIOR-OUTCOME-EXIT.
153900     EXIT.

154000 0310-CHECK-BACKOUT-HISTORY.
154100     PERFORM 0308-READ-PRIOR-OUTCOME
154200         THRU 0308-READ-PRIOR-OUTCOME-EXIT
154300     EVALUATE TRUE
154400     WHEN BKO-PRIOR-CLEAN
154500         CONTINUE
154600     WHEN BKO-NO-PRIOR-RUN
154700         DISPLAY 'ALPHA0310E - NO RUN OF ' RUN-DATE
154800             ' ON HISTFILE, NOTHING TO BACK OUT'
154900         MOVE 'NO RUN OF THE DATE TO BACK OUT'
155000             TO REFUSE-REASON
155100         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
155200     WHEN BKO-PRIOR-BACKED-OUT
155300         DISPLAY 'ALPHA0310E - ' RUN-DATE
155400             ' IS ALREADY BACKED OUT'
155500         MOVE 'DATE ALREADY BACKED OUT' TO REFUSE-REASON
155600         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
155700     WHEN OTHER
155800         DISPLAY 'ALPHA0310E - ' RUN-DATE ' DID NOT END CLEAN '
155900             '(OUTCOME ' BKO-PRIOR-OUTCOME '), RERUN IT FRESH '
156000             'INSTEAD'
156100         MOVE 'ONLY A CLEAN NIGHT CAN BE BACKED OUT'
156200             TO REFUSE-REASON
156300         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
156400     END-EVALUATE
156500     .
156600 0310-CHECK-BACKOUT-HISTORY-EXIT.
156700     EXIT.

      *****************************************************************
      * 0320-PROVE-BACKOUT-EXTRACT - BKEXTIN MUST BE THE EXTRACT THE
      * NIGHT WROTE: ONE HEADER, FROM ALPHA (NOT AN EARLIER
      * REVERSAL), DATED THE NIGHT BEING BACKED OUT, AND ONE TRAILER
      * WHOSE COUNT AND NON-SPACE HASH TIE TO THE DETAILS - THE SAME
      * PROOF ALPHREL MAKES BEFORE A RELEASE.  ANYTHING ELSE REFUSES
      * THE BACK-OUT BEFORE A RECORD IS WRITTEN.
      *****************************************************************
156800 0320-PROVE-BACKOUT-EXTRACT.
156900     OPEN INPUT BACKOUT-EXTRACT-FILE
157000     PERFORM 9942-CHECK-BKEXTIN THRU 9942-CHECK-BKEXTIN-EXIT
157100     SET BKO-NOT-EOF TO TRUE
157200     PERFORM 0325-PROVE-EXTRACT-REC
157300         THRU 0325-PROVE-EXTRACT-REC-EXIT
157400         UNTIL BKO-EOF
157500     CLOSE BACKOUT-EXTRACT-FILE
157600     IF BKO-HEADER-RECS NOT = 1
157700        OR BKO-HEADER-DATE NOT = RUN-DATE
157800        OR BKO-HEADER-SOURCE NOT = 'ALPHA'
157900         DISPLAY 'ALPHA0320E - BKEXTIN IS NOT THE ' RUN-DATE
158000             ' EXTRACT: ' BKO-HEADER-RECS ' HEADER(S), DATE '
158100             BKO-HEADER-DATE ' SOURCE ' BKO-HEADER-SOURCE
158200         MOVE 'BKEXTIN IS NOT THE EXTRACT OF THE DATE'
158300             TO REFUSE-REASON
158400         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
158500         GO TO 0320-PROVE-BACKOUT-EXTRACT-EXIT
158600     END-IF
158700     IF BKO-TRAILER-RECS NOT = 1
158800        OR BKO-OTHER-RECS > ZERO
158900        OR BKO-TRAILER-COUNT NOT = BKO-DETAIL-COUNT
159000        OR BKO-TRAILER-HASH NOT = BKO-DETAIL-HASH
159100         DISPLAY 'ALPHA0320E - BKEXTIN DOES NOT PROVE: '
159200             BKO-DETAIL-COUNT ' DETAIL(S) HASH '
159300             BKO-DETAIL-HASH ', TRAILER ' BKO-TRAILER-COUNT
159400             ' HASH ' BKO-TRAILER-HASH
159500         MOVE 'BKEXTIN DOES NOT PROVE AGAINST TRAILER'
159600             TO REFUSE-REASON
159700         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
159800     END-IF
159900     .
160000 0320-PROVE-BACKOUT-EXTRACT-EXIT.
160100     EXIT.

160200 0325-PROVE-EXTRACT-REC.
160300     READ BACKOUT-EXTRACT-FILE INTO BACKOUT-EXTRACT-WORK
160400         AT END
160500             SET BKO-EOF TO TRUE
160600             GO TO 0325-PROVE-EXTRACT-REC-EXIT
160700     END-READ
160800     PERFORM 9942-CHECK-BKEXTIN THRU 9942-CHECK-BKEXTIN-EXIT
160900     EVALUATE BKW-RECORD-TYPE
161000     WHEN 'H'
161100         ADD 1 TO BKO-HEADER-RECS
161200         MOVE BKW-BUS-DATE TO BKO-HEADER-DATE
161300         MOVE BKW-SOURCE-SYS TO BKO-HEADER-SOURCE
161400     WHEN 'D'
161500         ADD 1 TO BKO-DETAIL-COUNT
161600         MOVE ZERO TO EDIT-SPACE-COUNT
161700         INSPECT BKW-VALUE-1
161800             TALLYING EDIT-SPACE-COUNT FOR ALL SPACE
161900         COMPUTE BKO-DETAIL-HASH =
162000             BKO-DETAIL-HASH + 80 - EDIT-SPACE-COUNT
162100         MOVE ZERO TO EDIT-SPACE-COUNT
162200         INSPECT BKW-VALUE-2
162300             TALLYING EDIT-SPACE-COUNT FOR ALL SPACE
162400         COMPUTE BKO-DETAIL-HASH =
162500             BKO-DETAIL-HASH + 80 - EDIT-SPACE-COUNT
162600     WHEN 'T'
162700         ADD 1 TO BKO-TRAILER-RECS
162800         MOVE BKW-DETAIL-COUNT TO BKO-TRAILER-COUNT
162900         MOVE BKW-HASH-TOTAL TO BKO-TRAILER-HASH
163000     WHEN OTHER
163100         ADD 1 TO BKO-OTHER-RECS
163200     END-EVALUATE
163300     .
163400 0325-PROVE-EXTRACT-REC-EXIT.
163500     EXIT.

      *****************************************************************
      * 0330-COUNT-BACKOUT-AUDITS - COUNTS THE BKAUDIN ENTRIES DATED
      * THE NIGHT BEING BACKED OUT.  EVERY DETAIL THE NIGHT SENT MADE
      * ITS VALUE-1 AND VALUE-2 TRANSITIONS, SO AN EXTRACT WITH
      * DETAILS AND NO AUDIT ENTRIES FOR THE DATE MEANS THE WRONG
      * AUDIT GENERATION WAS GIVEN, AND THE BACK-OUT IS REFUSED.
      * ENTRIES FOR ANY OTHER DATE ARE COUNTED AND LEFT ALONE.
      *****************************************************************
163600 0330-COUNT-BACKOUT-AUDITS.
163700     OPEN INPUT BACKOUT-AUDIT-FILE
163800     PERFORM 9943-CHECK-BKAUDIN THRU 9943-CHECK-BKAUDIN-EXIT
163900     SET BKO-NOT-EOF TO TRUE
164000     PERFORM 0335-COUNT-AUDIT-REC
164100         THRU 0335-COUNT-AUDIT-REC-EXIT
164200         UNTIL BKO-EOF
164300     CLOSE BACKOUT-AUDIT-FILE
164400     IF BKO-AUDIT-SKIPPED > ZERO
164500         DISPLAY 'ALPHA0330W - ' BKO-AUDIT-SKIPPED
164600             ' BKAUDIN ENTRIES NOT DATED ' RUN-DATE
164700             ' LEFT ALONE'
164800     END-IF
164900     IF BKO-DETAIL-COUNT > ZERO AND BKO-AUDIT-MATCHED = ZERO
165000         DISPLAY 'ALPHA0330E - BKAUDIN HOLDS NO AUDIT ENTRIES '
165100             'FOR ' RUN-DATE
165200         MOVE 'BKAUDIN HOLDS NO AUDIT ENTRIES FOR DATE'
165300             TO REFUSE-REASON
165400         PERFORM 0150-REFUSE-RUN THRU 0150-REFUSE-RUN-EXIT
165500     END-IF
165600     .
165700 0330-COUNT-BACKOUT-AUDITS-EXIT.
165800     EXIT.

165900 0335-COUNT-AUDIT-REC.
166000     READ BACKOUT-AUDIT-FILE INTO AUDIT-RECORD
166100         AT END
166200             SET BKO-EOF TO TRUE
166300             GO TO 0335-COUNT-AUDIT-REC-EXIT
166400     END-READ
166500     PERFORM 9943-CHECK-BKAUDIN THRU 9943-CHECK-BKAUDIN-EXIT
166600     IF AUDIT-DATE = RUN-DATE
166700         ADD 1 TO BKO-AUDIT-MATCHED
166800     ELSE
166900         ADD 1 TO BKO-AUDIT-SKIPPED
167000     END-IF
167100     .
167200 0335-COUNT-AUDIT-REC-EXIT.
167300     EXIT.

      *****************************************************************
      * 0340-READ-SIGNOFF - WHETHER ALPHREL RELEASED THE NIGHT'S
      * EXTRACT DOWNSTREAM (SEE SIGNREC).  A RELEASED NIGHT'S
      * REVERSAL MUST BE SENT; ONE NEVER RELEASED HAS NOTHING
      * DOWNSTREAM TO CANCEL, AND THE RUN ENDS 4 SO THE JOB'S SEND
      * STEP HOLDS THE REVERSAL BACK.
      *****************************************************************
167400 0340-READ-SIGNOFF.
167500     OPEN INPUT SIGNOFF-FILE
167600     PERFORM 9944-CHECK-SIGNOFF THRU 9944-CHECK-SIGNOFF-EXIT
167700     MOVE RUN-DATE TO SGN-RUN-DATE
167800     READ SIGNOFF-FILE
167900         INVALID KEY
168000             CONTINUE
168100         NOT INVALID KEY
168200             SET BKO-SIGNOFF-ON-FILE TO TRUE
168300             IF SGN-RELEASED
168400                 SET BKO-NIGHT-RELEASED TO TRUE
168500                 MOVE SGN-RELEASE-DATE TO BKO-RELEASE-DATE
168600                 MOVE SGN-RELEASE-TIME TO BKO-RELEASE-TIME
168700             END-IF
168800     END-READ
168900     PERFORM 9944-CHECK-SIGNOFF THRU 9944-CHECK-SIGNOFF-EXIT
169000     CLOSE SIGNOFF-FILE
169100     IF BKO-NIGHT-RELEASED
169200         DISPLAY 'ALPHA0340I - ' RUN-DATE ' EXTRACT WAS '
169300             'RELEASED ' BKO-RELEASE-DATE ' ' BKO-RELEASE-TIME
169400             ', REVERSAL TO BE SENT'
169500     ELSE
169600         DISPLAY 'ALPHA0340W - ' RUN-DATE ' EXTRACT WAS NEVER '
169700             'RELEASED, REVERSAL HELD - NOT TO BE SENT'
169800     END-IF
169900     .
170000 0340-READ-SIGNOFF-EXIT.
170100     EXIT.

      *****************************************************************
      * 0350-REVERSE-EXTRACT-REC - COPIES ONE DETAIL OF THE NIGHT'S
      * EXTRACT ONTO THE REVERSAL, COUNTED AND HASHED EXACTLY AS
      * 8900-WRITE-EXTRACT-DETAIL DOES, SO THE REVERSAL'S TRAILER
      * (9850) CARRIES THE NIGHT'S OWN COUNT AND HASH.
      *****************************************************************
170200 0350-REVERSE-EXTRACT-REC.
170300     READ BACKOUT-EXTRACT-FILE INTO BACKOUT-EXTRACT-WORK
170400         AT END
170500             SET BKO-EOF TO TRUE
170600             GO TO 0350-REVERSE-EXTRACT-REC-EXIT
170700     END-READ
170800     PERFORM 9942-CHECK-BKEXTIN THRU 9942-CHECK-BKEXTIN-EXIT
170900     IF BKW-RECORD-TYPE NOT = 'D'
171000         GO TO 0350-REVERSE-EXTRACT-REC-EXIT
171100     END-IF
171200     MOVE BKW-VALUE-1 TO EXD-VALUE-1
171300     MOVE BKW-VALUE-2 TO EXD-VALUE-2
171400     WRITE EXTRACT-RECORD FROM EXTRACT-DETAIL-WORK
171500     PERFORM 9933-CHECK-EXTRFILE THRU 9933-CHECK-EXTRFILE-EXIT
171600     ADD 1 TO EXTRACT-COUNT
171700     MOVE ZERO TO EDIT-SPACE-COUNT
171800     INSPECT EXD-VALUE-1
171900         TALLYING EDIT-SPACE-COUNT FOR ALL SPACE
172000     COMPUTE EXTRACT-HASH =
172100         EXTRACT-HASH + 80 - EDIT-SPACE-COUNT
172200     MOVE ZERO TO EDIT-SPACE-COUNT
172300     INSPECT EXD-VALUE-2
172400         TALLYING EDIT-SPACE-COUNT FOR ALL SPACE
172500     COMPUTE EXTRACT-HASH =
172600         EXTRACT-HASH + 80 - EDIT-SPACE-COUNT
172700     .
172800 0350-REVERSE-EXTRACT-REC-EXIT.
172900     EXIT.

      *****************************************************************
      * 0360-COMPENSATE-AUDIT-REC - FOR EACH OF THE NIGHT'S AUDIT
      * ENTRIES, WRITES THE OPPOSITE TRANSITION: SAME DATE,
      * TRANSACTION, FIELD AND SOURCE SYSTEM, BEFORE AND AFTER VALUES
      * SWAPPED, STAMPED WITH THE TIME OF THE BACK-OUT AND RULE ID
      * 'BACKOUT'.  THE ENTRY IS BUILT IN THE AUDTFILE RECORD AREA.
      *****************************************************************
173000 0360-COMPENSATE-AUDIT-REC.
173100     READ BACKOUT-AUDIT-FILE INTO AUDIT-RECORD
173200         AT END
173300             SET BKO-EOF TO TRUE
173400             GO TO 0360-COMPENSATE-AUDIT-REC-EXIT
173500     END-READ
173600     PERFORM 9943-CHECK-BKAUDIN THRU 9943-CHECK-BKAUDIN-EXIT
173700     IF AUDIT-DATE NOT = RUN-DATE
173800         GO TO 0360-COMPENSATE-AUDIT-REC-EXIT
173900     END-IF
174000     MOVE AUDIT-BEFORE-VALUE TO SCW-BEFORE-VALUE
174100     MOVE AUDIT-AFTER-VALUE TO AUDIT-BEFORE-VALUE
174200     MOVE SCW-BEFORE-VALUE TO AUDIT-AFTER-VALUE
174300     ACCEPT AUDIT-TIME FROM TIME
174400     MOVE 'BACKOUT' TO AUDIT-RULE-ID
174500     WRITE AUDIT-RECORD
174600     PERFORM 9922-CHECK-AUDTFILE THRU 9922-CHECK-AUDTFILE-EXIT
174700     ADD 1 TO AUDIT-COUNT
174800     IF AUDIT-FIELD-NAME = 'VALUE-1'
174900         PERFORM 0365-TALLY-BACKOUT-SOURCE
175000             THRU 0365-TALLY-BACKOUT-SOURCE-EXIT
175100     END-IF
175200     .
175300 0360-COMPENSATE-AUDIT-REC-EXIT.
175400     EXIT.

      *****************************************************************
      * 0365-TALLY-BACKOUT-SOURCE - COUNTS ONE REVERSED TRANSACTION
      * AGAINST THE SOURCE SYSTEM ON ITS VALUE-1 AUDIT ENTRY, FOR
      * 9848-WRITE-BACKOUT-STATS.
      *****************************************************************
175500 0365-TALLY-BACKOUT-SOURCE.
175600     MOVE AUDIT-SOURCE-SYS TO CURRENT-SOURCE-SYS
175700     IF CURRENT-SOURCE-SYS = SPACES
175800         MOVE 'UNTAGGED' TO CURRENT-SOURCE-SYS
175900     END-IF
176000     SET BKS-SOURCE-NOT-FOUND TO TRUE
176100     MOVE ZERO TO BKS-SUB
176200     PERFORM 0366-FIND-BACKOUT-SOURCE
176300         THRU 0366-FIND-BACKOUT-SOURCE-EXIT
176400         UNTIL BKS-SOURCE-FOUND
176500            OR BKS-SUB NOT < BKS-COUNT
176600     IF BKS-SOURCE-NOT-FOUND
176700         IF BKS-COUNT NOT < BKS-MAX
176800             ADD 1 TO BKS-DROPPED
176900             GO TO 0365-TALLY-BACKOUT-SOURCE-EXIT
177000         END-IF
177100         ADD 1 TO BKS-COUNT
177200         MOVE BKS-COUNT TO BKS-SUB
177300         MOVE CURRENT-SOURCE-SYS TO BKS-SOURCE-SYS (BKS-SUB)
177400         MOVE ZERO TO BKS-BACKED-OUT (BKS-SUB)
177500     END-IF
177600     ADD 1 TO BKS-BACKED-OUT (BKS-SUB)
177700     .
177800 0365-TALLY-BACKOUT-SOURCE-EXIT.
177900     EXIT.

178000 0366-FIND-BACKOUT-SOURCE.
178100     ADD 1 TO BKS-SUB
178200     IF BKS-SOURCE-SYS (BKS-SUB) = CURRENT-SOURCE-SYS
178300         SET BKS-SOURCE-FOUND TO TRUE
178400     END-IF
178500     .
178600 0366-FIND-BACKOUT-SOURCE-EXIT.
178700     EXIT.

      *****************************************************************
      * 0370-MARK-BACKED-OUT - SETS THE NIGHT'S HISTFILE OUTCOME TO
      * 'B' (BACKED OUT).  THE REST OF THE RECORD - THE NIGHT'S LAST
      * CHECKPOINT AND FINAL VALUES - IS LEFT AS THE NIGHT WROTE IT.
      *****************************************************************
178800 0370-MARK-BACKED-OUT.
178900     OPEN I-O HISTORY-FILE
179000     PERFORM 9929-CHECK-HISTFILE THRU 9929-CHECK-HISTFILE-EXIT
179100     MOVE RUN-DATE TO HIST-RUN-DATE
179200     READ HISTORY-FILE
179300         INVALID KEY
179400             MOVE 'HISTFILE' TO IOC-DD-NAME
179500             MOVE HISTFILE-STATUS TO IOC-STATUS
179600             PERFORM 9910-IO-ERROR THRU 9910-IO-ERROR-EXIT
179700     END-READ
179800     PERFORM 9929-CHECK-HISTFILE THRU 9929-CHECK-HISTFILE-EXIT
179900     SET HIST-RUN-BACKED-OUT TO TRUE
180000     REWRITE HISTORY-RECORD
180100     PERFORM 9929-CHECK-HISTFILE THRU 9929-CHECK-HISTFILE-EXIT
180200     CLOSE HISTORY-FILE
180300     DISPLAY 'ALPHA0370I - ' RUN-DATE ' MARKED BACKED OUT ON '
180400         'HISTFILE'
180500     .
180600 0370-MARK-BACKED-OUT-EXIT.
180700     EXIT.

      *****************************************************************
      * 0380-CLEAR-SIGNOFF - DELETES THE NIGHT'S SIGN-OFF RECORD, SO
      * THE CHECK RESULTS, ANY DECISION AND THE RELEASE STAMP OF THE
      * BACKED-OUT RUN ARE NOT TAKEN FOR THE RERUN'S.  THE RELEASE
      * STAMP IS ON THE CONSOLE LOG (0340).
      *****************************************************************
180800 0380-CLEAR-SIGNOFF.
180900     IF BKO-NO-SIGNOFF
181000         GO TO 0380-CLEAR-SIGNOFF-EXIT
181100     END-IF
181200     OPEN I-O SIGNOFF-FILE
181300     PERFORM 9944-CHECK-SIGNOFF THRU 9944-CHECK-SIGNOFF-EXIT
181400     MOVE RUN-DATE TO SGN-RUN-DATE
181500     DELETE SIGNOFF-FILE RECORD
181600         INVALID KEY
181700             CONTINUE
181800     END-DELETE
181900     PERFORM 9944-CHECK-SIGNOFF THRU 9944-CHECK-SIGNOFF-EXIT
182000     CLOSE SIGNOFF-FILE
182100     DISPLAY 'ALPHA0380I - ' RUN-DATE ' SIGN-OFF RECORD '
182200         'DELETED FOR THE RERUN'
182300     .
182400 0380-CLEAR-SIGNOFF-EXIT.
182500     EXIT.

      *****************************************************************
      * 0390-REMOVE-FINGERPRINTS - BROWSES THE WHOLE FINGERPRINT
      * MASTER AND DELETES EVERY FINGERPRINT FIRST SEEN ON THE NIGHT
      * BEING BACKED OUT (THE SEED RECORD EXCEPTED).  FINGERPRINTS
      * FROM EARLIER NIGHTS ARE KEPT.
      *****************************************************************
182600 0390-REMOVE-FINGERPRINTS.
182700     OPEN I-O FINGERPRINT-FILE
182800     PERFORM 9937-CHECK-FPRINT THRU 9937-CHECK-FPRINT-EXIT
182900     SET FPRINT-FILE-OPEN TO TRUE
183000     SET BKO-NOT-EOF TO TRUE
183100     MOVE LOW-VALUES TO FPR-KEY
183200     START FINGERPRINT-FILE KEY NOT < FPR-KEY
183300         INVALID KEY
183400             SET BKO-EOF TO TRUE
183500     END-START
183600     PERFORM 9937-CHECK-FPRINT THRU 9937-CHECK-FPRINT-EXIT
183700     PERFORM 0395-CHECK-FINGERPRINT
183800         THRU 0395-CHECK-FINGERPRINT-EXIT
183900         UNTIL BKO-EOF
184000     DISPLAY 'ALPHA0390I - ' BKO-FPR-REMOVED
184100         ' FINGERPRINT(S) FIRST SEEN ' RUN-DATE ' REMOVED'
184200     .
184300 0390-REMOVE-FINGERPRINTS-EXIT.
184400     EXIT.

184500 0395-CHECK-FINGERPRINT.
184600     READ FINGERPRINT-FILE NEXT RECORD
184700         AT END
184800             SET BKO-EOF TO TRUE
184900             GO TO 0395-CHECK-FINGERPRINT-EXIT
185000     END-READ
185100     PERFORM 9937-CHECK-FPRINT THRU 9937-CHECK-FPRINT-EXIT
185200     IF FPR-SEED-RECORD
185300         GO TO 0395-CHECK-FINGERPRINT-EXIT
185400     END-IF
185500     IF FPR-FIRST-RUN-DATE = RUN-DATE
185600         DELETE FINGERPRINT-FILE RECORD
185700         PERFORM 9937-CHECK-FPRINT THRU 9937-CHECK-FPRINT-EXIT
185800         ADD 1 TO BKO-FPR-REMOVED
185900     END-IF
186000     .
186100 0395-CHECK-FINGERPRINT-EXIT.
186200     EXIT.

      *****************************************************************
      * 0398-NOTE-BACKOUT - THE BACK-OUT'S RUN-REPORT LINES AND ITS
      * ONE 'BKOT' INQUIRY ENTRY, APPENDED AFTER THE NIGHT'S OWN
      * ENTRIES SO ALPHINQ SHOWS WHAT WAS REVERSED.  A RERUN OF THE
      * DATE CLEARS IT WITH THE REST OF THE NIGHT'S ENTRIES.
      *****************************************************************
186300 0398-NOTE-BACKOUT.
186400     MOVE EXTRACT-COUNT TO BTW-DETAIL-COUNT
186500     MOVE AUDIT-COUNT TO BTW-AUDIT-COUNT
186600     PERFORM 0104-POSITION-DETAIL-SEQ
186700         THRU 0104-POSITION-DETAIL-SEQ-EXIT
186800     MOVE ZERO TO TRAN-SEQ
186900     MOVE SPACES TO CURRENT-SOURCE-SYS
187000     MOVE 'BKOT' TO DBW-REC-TYPE
187100     MOVE BACKOUT-TEXT-WORK TO DBW-TEXT
187200     MOVE SPACES TO DBW-VALUE
187300     PERFORM 9750-WRITE-DETAIL-RECORD
187400         THRU 9750-WRITE-DETAIL-RECORD-EXIT
187500     MOVE SPACES TO PRINT-RECORD
187600     MOVE 'DETAILS REVERSED:' TO PR-LABEL
187700     MOVE EXTRACT-COUNT TO PR-VALUE
187800     WRITE PRINT-RECORD
187900     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
188000     MOVE SPACES TO PRINT-RECORD
188100     MOVE 'AUDIT ENTRIES COMPENSATED:' TO PR-LABEL
188200     MOVE AUDIT-COUNT TO PR-VALUE
188300     WRITE PRINT-RECORD
188400     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
188500     MOVE SPACES TO PRINT-RECORD
188600     MOVE 'FINGERPRINTS REMOVED:' TO PR-LABEL
188700     MOVE BKO-FPR-REMOVED TO PR-VALUE
188800     WRITE PRINT-RECORD
188900     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
189000     MOVE SPACES TO PRINT-RECORD
189100     MOVE 'REVERSAL EXTRACT:' TO PR-LABEL
189200     IF BKO-NIGHT-RELEASED
189300         MOVE 'NIGHT WAS RELEASED - REVERSAL TO BE SENT'
189400             TO PR-VALUE
189500     ELSE
189600         MOVE 'NIGHT NEVER RELEASED - REVERSAL HELD, NOT SENT'
189700             TO PR-VALUE
189800     END-IF
189900     WRITE PRINT-RECORD
190000     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
190100     .
190200 0398-NOTE-BACKOUT-EXIT.
190300     EXIT.

      *****************************************************************
      * 2000-PROCESS-TRAN - DRIVES THE STAGED TRANSACTION THROUGH THE
      * 100-WELCOME TO 800-MAKE-CALL CHAIN AND THE STEP-900 EXTRACT
      * NEXT TRANSACTION; ONLY A FAILING SUBPROGRAM CALL ENDS THE
      * RUN EARLY THROUGH ABEND-SWITCH.
      *****************************************************************
190400 2000-PROCESS-TRAN.
190500     IF ABEND-SWITCH-OFF AND STEP-GATE = ZERO
190600        AND FPRINT-FILE-OPEN
190700         PERFORM 2050-CHECK-DUPLICATE
190800             THRU 2050-CHECK-DUPLICATE-EXIT
190900         IF TRAN-DUPLICATE
191000             ADD 1 TO DUPLICATE-COUNT
191100             MOVE 900 TO CHECKPOINT-CODE
191200             PERFORM 9690-TAKE-CHECKPOINT
191300                 THRU 9690-TAKE-CHECKPOINT-EXIT
191400             IF ABEND-SWITCH-OFF AND OPT-CKPT-FREQ > 1
191500                 PERFORM 9695-END-TRAN-CHECKPOINT
191600                     THRU 9695-END-TRAN-CHECKPOINT-EXIT
191700             END-IF
191800             IF ABEND-SWITCH-OFF
191900                 PERFORM 2100-GET-NEXT-TRAN
192000                     THRU 2100-GET-NEXT-TRAN-EXIT
192100             END-IF
192200             GO TO 2000-PROCESS-TRAN-EXIT
192300         END-IF
192400     END-IF
192500     IF ABEND-SWITCH-OFF AND STEP-GATE < 100
192600         IF TRAN-NOT-FOUND
192700             PERFORM 100-WELCOME
192800         END-IF
192900         MOVE 100 TO CHECKPOINT-CODE
193000         PERFORM 9690-TAKE-CHECKPOINT
193100             THRU 9690-TAKE-CHECKPOINT-EXIT
193200     END-IF
193300     IF ABEND-SWITCH-OFF AND STEP-GATE < 200
193400         IF TRAN-NOT-FOUND
193500             PERFORM 200-GOODBYE
193600         END-IF
193700         MOVE 200 TO CHECKPOINT-CODE
193800         PERFORM 9690-TAKE-CHECKPOINT
193900             THRU 9690-TAKE-CHECKPOINT-EXIT
194000     END-IF
194100     IF ABEND-SWITCH-OFF AND STEP-GATE < 300
194200         PERFORM 300-CHANGE-1
194300         MOVE 300 TO CHECKPOINT-CODE
194400         IF RETURN-CODE NOT = ZERO
194500             DISPLAY 'ALPHA0000E - NO TRANSITION RULE FOR '
194600                 REJ-PARAGRAPH ', TRANSACTION ' TRAN-SEQ
194700             SET TRAN-REJECTED TO TRUE
194800             MOVE ZERO TO RETURN-CODE
194900         END-IF
195000         PERFORM 9690-TAKE-CHECKPOINT
195100             THRU 9690-TAKE-CHECKPOINT-EXIT
195200     END-IF
195300     IF ABEND-SWITCH-OFF AND TRAN-ACCEPTED AND STEP-GATE < 400
195400         PERFORM 400-CHANGE-2
195500         MOVE 400 TO CHECKPOINT-CODE
195600         IF RETURN-CODE NOT = ZERO
195700             DISPLAY 'ALPHA0000E - NO TRANSITION RULE FOR '
195800                 REJ-PARAGRAPH ', TRANSACTION ' TRAN-SEQ
195900             SET TRAN-REJECTED TO TRUE
196000             MOVE ZERO TO RETURN-CODE
196100         END-IF
196200         PERFORM 9690-TAKE-CHECKPOINT
196300             THRU 9690-TAKE-CHECKPOINT-EXIT
196400     END-IF
196500     IF ABEND-SWITCH-OFF AND TRAN-ACCEPTED AND STEP-GATE < 500
196600         PERFORM 500-SWITCH
196700         MOVE 500 TO CHECKPOINT-CODE
196800         PERFORM 9690-TAKE-CHECKPOINT
196900             THRU 9690-TAKE-CHECKPOINT-EXIT
197000     END-IF
197100     IF ABEND-SWITCH-OFF AND TRAN-ACCEPTED AND STEP-GATE < 600
197200         IF SKIP-600-STEP
197300             CONTINUE
197400         ELSE
197500             PERFORM 600-MAKE-CALL
197600             EVALUATE RETURN-CODE
197700             WHEN ZERO
197800                 CONTINUE
197900             WHEN 4
198000                 DISPLAY 'ALPHA0600W - PROG1 CONTROL TOTALS '
198100                     'SUSPECT, TRANSACTION ' TRAN-SEQ
198200                 MOVE ZERO TO RETURN-CODE
198300             WHEN OTHER
198400                 DISPLAY 'ALPHA0000E - PROG1 RETURNED A '
198500                     'NONZERO CODE'
198600                 SET ABEND-SWITCH-ON TO TRUE
198700             END-EVALUATE
198800         END-IF
198900         MOVE 600 TO CHECKPOINT-CODE
199000         PERFORM 9690-TAKE-CHECKPOINT
199100             THRU 9690-TAKE-CHECKPOINT-EXIT
199200     END-IF
199300     IF ABEND-SWITCH-OFF AND TRAN-ACCEPTED AND STEP-GATE < 700
199400         IF SKIP-700-STEP
199500             CONTINUE
199600         ELSE
199700             PERFORM 700-MAKE-CALL
199800         END-IF
199900         MOVE 700 TO CHECKPOINT-CODE
200000         PERFORM 9690-TAKE-CHECKPOINT
200100             THRU 9690-TAKE-CHECKPOINT-EXIT
200200     END-IF
200300     IF ABEND-SWITCH-OFF AND TRAN-ACCEPTED AND STEP-GATE < 800
200400         IF SKIP-800-STEP
200500             CONTINUE
200600         ELSE
200700             PERFORM 800-MAKE-CALL
200800             EVALUATE RETURN-CODE
200900             WHEN ZERO
201000                 CONTINUE
201100             WHEN 4
201200                 DISPLAY 'ALPHA0800I - VALUES PASSED THROUGH '
201300                     'UNCHANGED, TRANSACTION ' TRAN-SEQ
201400                 MOVE ZERO TO RETURN-CODE
201500             WHEN 8
201600                 DISPLAY 'ALPHA0800W - VALUE(S) NOT IN '
201700                     'TRANSLATION TABLE, TRANSACTION ' TRAN-SEQ
201800                 PERFORM 8910-WRITE-UNMAPPED
201900                     THRU 8910-WRITE-UNMAPPED-EXIT
202000                 MOVE ZERO TO RETURN-CODE
202100             WHEN OTHER
202200                 DISPLAY 'ALPHA0000E - PROG3 RETURNED A '
202300                     'NONZERO CODE'
202400                 SET ABEND-SWITCH-ON TO TRUE
202500             END-EVALUATE
202600         END-IF
202700         MOVE 800 TO CHECKPOINT-CODE
202800         PERFORM 9690-TAKE-CHECKPOINT
202900             THRU 9690-TAKE-CHECKPOINT-EXIT
203000     END-IF
203100     IF ABEND-SWITCH-OFF AND TRAN-ACCEPTED
203200        AND STEP-GATE < 900
203300         PERFORM 8900-WRITE-EXTRACT-DETAIL
203400             THRU 8900-WRITE-EXTRACT-DETAIL-EXIT
203500         MOVE 900 TO CHECKPOINT-CODE
203600         PERFORM 9690-TAKE-CHECKPOINT
203700             THRU 9690-TAKE-CHECKPOINT-EXIT
203800     END-IF
203900     IF ABEND-SWITCH-OFF AND OPT-CKPT-FREQ > 1
204000         PERFORM 9695-END-TRAN-CHECKPOINT
204100             THRU 9695-END-TRAN-CHECKPOINT-EXIT
204200     END-IF
204300     IF TRAN-REJECTED
204400         ADD 1 TO REJECTED-COUNT
204500         IF CURRENT-BATCH-NO > ZERO
204600             ADD 1 TO SB-REJECTED (CURRENT-BATCH-NO)
204700         END-IF
204800     ELSE
204900         IF ABEND-SWITCH-OFF
205000             ADD 1 TO PROCESSED-COUNT
205100             IF CURRENT-BATCH-NO > ZERO
205200                 ADD 1 TO SB-PROCESSED (CURRENT-BATCH-NO)
205300             END-IF
205400         END-IF
205500     END-IF
205600     IF ABEND-SWITCH-OFF
205700         PERFORM 2100-GET-NEXT-TRAN
205800             THRU 2100-GET-NEXT-TRAN-EXIT
205900     END-IF
206000     .
206100 2000-PROCESS-TRAN-EXIT.
206200     EXIT.

      *****************************************************************
      * 2050-CHECK-DUPLICATE - LOOKS THE STAGED DETAIL UP ON FPRINT
      * BY ITS SOURCE SYSTEM AND VALUE-1/VALUE-2.  A DETAIL NOT ON
      * FILE IS FINGERPRINTED UNDER TONIGHT'S RUN DATE AND SEQUENCE.
      * ONE FIRST SEEN TONIGHT (OR BY THE FAILED RUN THIS RESTART IS
      * FINISHING) IS A SAME-NIGHT REPEAT AND IS PROCESSED AS BEFORE;
      * ONE FIRST SEEN BEFORE THE WINDOW STARTS IS FINGERPRINTED
      * AFRESH UNDER TONIGHT.  ANYTHING ELSE WAS ALREADY PROCESSED ON
      * AN EARLIER NIGHT INSIDE THE WINDOW AND IS DIVERTED TO DUPFILE
      * BY 2060-WRITE-DUPLICATE.
      *****************************************************************
206300 2050-CHECK-DUPLICATE.
206400     SET TRAN-NOT-DUPLICATE TO TRUE
206500     MOVE CURRENT-SOURCE-SYS TO FPR-SOURCE-SYS
206600     MOVE TRAN-VALUE-1 TO FPR-VALUE-1
206700     MOVE TRAN-VALUE-2 TO FPR-VALUE-2
206800     SET FPR-ON-FILE TO TRUE
206900     READ FINGERPRINT-FILE
207000         INVALID KEY
207100             SET FPR-NOT-ON-FILE TO TRUE
207200     END-READ
207300     PERFORM 9937-CHECK-FPRINT THRU 9937-CHECK-FPRINT-EXIT
207400     IF FPR-NOT-ON-FILE
207500         MOVE RUN-DATE TO FPR-FIRST-RUN-DATE
207600         MOVE TRAN-SEQ TO FPR-FIRST-TRAN-SEQ
207700         MOVE RUN-DATE TO FPR-LAST-SEEN-DATE
207800         MOVE ZERO TO FPR-REPEAT-COUNT
207900         PERFORM 2070-STORE-FINGERPRINT
208000             THRU 2070-STORE-FINGERPRINT-EXIT
208100         GO TO 2050-CHECK-DUPLICATE-EXIT
208200     END-IF
208300     IF FPR-FIRST-RUN-DATE = RUN-DATE
208400        OR FPR-FIRST-RUN-DATE = RESTART-RUN-DATE
208500         GO TO 2050-CHECK-DUPLICATE-EXIT
208600     END-IF
208700     IF FPR-FIRST-RUN-DATE < DUP-WINDOW-START
208800         MOVE RUN-DATE TO FPR-FIRST-RUN-DATE
208900         MOVE TRAN-SEQ TO FPR-FIRST-TRAN-SEQ
209000         MOVE RUN-DATE TO FPR-LAST-SEEN-DATE
209100         MOVE ZERO TO FPR-REPEAT-COUNT
209200         PERFORM 2070-STORE-FINGERPRINT
209300             THRU 2070-STORE-FINGERPRINT-EXIT
209400         GO TO 2050-CHECK-DUPLICATE-EXIT
209500     END-IF
209600     SET TRAN-DUPLICATE TO TRUE
209700     ADD 1 TO FPR-REPEAT-COUNT
209800     MOVE RUN-DATE TO FPR-LAST-SEEN-DATE
209900     PERFORM 2070-STORE-FINGERPRINT
210000         THRU 2070-STORE-FINGERPRINT-EXIT
210100     PERFORM 2060-WRITE-DUPLICATE THRU 2060-WRITE-DUPLICATE-EXIT
210200     .
210300 2050-CHECK-DUPLICATE-EXIT.
210400     EXIT.

      *****************************************************************
      * 2060-WRITE-DUPLICATE - WRITES A DIVERTED DETAIL TO DUPFILE IN
      * THE SUSPENSE-RECORD SHAPE (SUSPREC), TAGGED WITH TONIGHT'S
      * RUN DATE AND SEQUENCE, SO THE DATA DESK CAN RELEASE A
      * LEGITIMATE REPEAT BY COPYING ITS RECORD ONTO THE SUSPENSE
      * CORRECTION INPUT FOR THE NEXT RUNMODE=SUSPENSE RUN.  THE
      * ONLINE INQUIRY GETS A DUPL ENTRY NAMING THE NIGHT AND
      * SEQUENCE THE DETAIL WAS FIRST SEEN UNDER.
      *****************************************************************
210500 2060-WRITE-DUPLICATE.
210600     MOVE SPACES TO SUSP-DETAIL-WORK
210700     MOVE 'D' TO SUSP-RECORD-TYPE
210800     MOVE TRAN-VALUE-1 TO SUSP-VALUE-1
210900     MOVE TRAN-VALUE-2 TO SUSP-VALUE-2
211000     MOVE RUN-DATE TO SUSP-ORIG-RUN-DATE
211100     MOVE TRAN-SEQ TO SUSP-ORIG-TRAN-SEQ
211200     WRITE DUPLICATE-RECORD FROM SUSP-DETAIL-WORK
211300     PERFORM 9938-CHECK-DUPFILE THRU 9938-CHECK-DUPFILE-EXIT
211400     DISPLAY 'ALPHA2060W - TRANSACTION ' TRAN-SEQ
211500         ' FROM ' CURRENT-SOURCE-SYS ' FIRST SEEN '
211600         FPR-FIRST-RUN-DATE '/' FPR-FIRST-TRAN-SEQ
211700         ', DIVERTED TO DUPFILE'
211800     MOVE FPR-FIRST-RUN-DATE TO DDT-FIRST-DATE
211900     MOVE FPR-FIRST-TRAN-SEQ TO DDT-FIRST-SEQ
212000     MOVE CURRENT-SOURCE-SYS TO DDT-SOURCE-SYS
212100     MOVE TRAN-VALUE-1 TO DDT-VALUE-1
212200     MOVE 'DUPL' TO DBW-REC-TYPE
212300     MOVE DTL-DUPL-TEXT TO DBW-TEXT
212400     MOVE TRAN-VALUE-1 TO DBW-VALUE
212500     PERFORM 9750-WRITE-DETAIL-RECORD
212600         THRU 9750-WRITE-DETAIL-RECORD-EXIT
212700     .
212800 2060-WRITE-DUPLICATE-EXIT.
212900     EXIT.

      *****************************************************************
      * 2070-STORE-FINGERPRINT - SAVES THE FINGERPRINT 2050-CHECK-
      * DUPLICATE HAS JUST BUILT OR UPDATED.  A STREAM RUN ONLY READS
      * FPRINT - THE OTHER STREAMS OF THE NIGHT ARE READING IT AT THE
      * SAME TIME - SO ITS FINGERPRINTS GO TO FPRWORK AND ALPHMRG
      * APPLIES THEM ONCE EVERY STREAM HAS FINISHED.  OTHERWISE A NEW
      * FINGERPRINT IS WRITTEN AND AN EXISTING ONE REWRITTEN.
      *****************************************************************
213000 2070-STORE-FINGERPRINT.
213100     IF STREAM-RUN
213200         WRITE FINGERPRINT-WORK-RECORD FROM FINGERPRINT-RECORD
213300         PERFORM 9941-CHECK-FPRWORK THRU 9941-CHECK-FPRWORK-EXIT
213400         GO TO 2070-STORE-FINGERPRINT-EXIT
213500     END-IF
213600     IF FPR-NOT-ON-FILE
213700         WRITE FINGERPRINT-RECORD
213800     ELSE
213900         REWRITE FINGERPRINT-RECORD
214000     END-IF
214100     PERFORM 9937-CHECK-FPRINT THRU 9937-CHECK-FPRINT-EXIT
214200     .
214300 2070-STORE-FINGERPRINT-EXIT.
214400     EXIT.

      *****************************************************************
      * 2100-GET-NEXT-TRAN - STAGES THE NEXT DETAIL TRANSACTION FROM
      * THE DETAILS OF REFUSED BATCHES.  END OF FILE ENDS THE
      * TRANSACTION LOOP.
      *****************************************************************
214500 2100-GET-NEXT-TRAN.
214600     IF SUSPENSE-RUN
214700         PERFORM 2200-GET-NEXT-SUSP
214800             THRU 2200-GET-NEXT-SUSP-EXIT
214900         GO TO 2100-GET-NEXT-TRAN-EXIT
215000     END-IF
215100     SET DETAIL-NOT-STAGED TO TRUE
215200     PERFORM 2150-READ-TRAN-REC
215300         THRU 2150-READ-TRAN-REC-EXIT
215400         UNTIL DETAIL-STAGED OR TRANS-FILE-CLOSED
215500     IF DETAIL-STAGED
215600         ADD 1 TO TRANS-READ-COUNT
215700         ADD 1 TO SB-TRANS-READ (CURRENT-BATCH-NO)
215800         ADD 1 TO TRAN-SEQ
215900         MOVE ZERO TO STEP-GATE
216000         SET TRAN-ACCEPTED TO TRUE
216100         MOVE TRAN-VALUE-1 TO VALUE-1
216200         MOVE TRAN-VALUE-2 TO VALUE-2
216300     ELSE
216400         SET TRAN-DONE TO TRUE
216500     END-IF
216600     .
216700 2100-GET-NEXT-TRAN-EXIT.
216800     EXIT.

216900 2150-READ-TRAN-REC.
217000     READ TRANS-FILE
217100         AT END
217200             CLOSE TRANS-FILE
217300             SET TRANS-FILE-CLOSED TO TRUE
217400             GO TO 2150-READ-TRAN-REC-EXIT
217500     END-READ
217600     PERFORM 9920-CHECK-TRANFILE THRU 9920-CHECK-TRANFILE-EXIT
217700     IF TRAN-HEADER-REC
217800         ADD 1 TO CURRENT-BATCH-NO
217900         MOVE SB-SOURCE-SYS (CURRENT-BATCH-NO)
218000             TO CURRENT-SOURCE-SYS
218100     END-IF
218200     IF TRAN-DETAIL-REC AND CURRENT-BATCH-NO > ZERO
218300        AND SB-BATCH-ACCEPTED (CURRENT-BATCH-NO)
218400         SET DETAIL-STAGED TO TRUE
218500     END-IF
218600     .
218700 2150-READ-TRAN-REC-EXIT.
218800     EXIT.

      *****************************************************************
      * 2200-GET-NEXT-SUSP - STAGES THE NEXT CORRECTED SUSPENSE
      * THE NEW DATE SO CORRECTION ENTRIES APPEND AFTER THE
      * ORIGINAL NIGHT'S ENTRIES INSTEAD OF OVERWRITING THEM.
      *****************************************************************
218900 2200-GET-NEXT-SUSP.
219000     SET DETAIL-NOT-STAGED TO TRUE
219100     PERFORM 2250-READ-SUSP-REC
219200         THRU 2250-READ-SUSP-REC-EXIT
219300         UNTIL DETAIL-STAGED OR SUSP-EOF
219400     IF DETAIL-STAGED
219500         ADD 1 TO TRANS-READ-COUNT
219600         MOVE SUSP-ORIG-TRAN-SEQ TO TRAN-SEQ
219700         IF SUSP-ORIG-RUN-DATE NOT = MIRROR-DATE
219800             MOVE SUSP-ORIG-RUN-DATE TO MIRROR-DATE
219900             MOVE ZERO TO DETAIL-SEQ
220000             PERFORM 0104-POSITION-DETAIL-SEQ
220100                 THRU 0104-POSITION-DETAIL-SEQ-EXIT
220200         END-IF
220300         MOVE ZERO TO STEP-GATE
220400         SET TRAN-ACCEPTED TO TRUE
220500         MOVE SUSP-VALUE-1 TO VALUE-1
220600         MOVE SUSP-VALUE-2 TO VALUE-2
220700     ELSE
220800         SET TRAN-DONE TO TRUE
220900     END-IF
221000     .
221100 2200-GET-NEXT-SUSP-EXIT.
221200     EXIT.

221300 2250-READ-SUSP-REC.
221400     READ SUSPIN-FILE INTO SUSP-DETAIL-WORK
221500         AT END
221600             SET SUSP-EOF TO TRUE
221700             GO TO 2250-READ-SUSP-REC-EXIT
221800     END-READ
221900     PERFORM 9932-CHECK-SUSPIN THRU 9932-CHECK-SUSPIN-EXIT
222000     IF SUSP-DETAIL-REC
222100         SET DETAIL-STAGED TO TRUE
222200     ELSE
222300         DISPLAY 'ALPHA2250W - SUSPENSE RECORD TYPE NOT D, '
222400             'SKIPPED'
222500     END-IF
222600     .
222700 2250-READ-SUSP-REC-EXIT.
222800     EXIT.

222900 100-WELCOME SECTION
223000     .
223100     MOVE "Hello" to VALUE-1
223200     MOVE "Hi" to VALUE-2
223300        EXIT SECTION
223400        .

223500 200-GOODBYE SECTION.
223600* Comment for testing purposes
223700     MOVE "Bye" to VALUE-1
223800     MOVE "See you" to VALUE-2
223900        EXIT SECTION
224000    .

224100 300-CHANGE-1
224200*Comment for testing purposes
224300 .
224400     MOVE "VALUE-2" TO RLK-FIELD-NAME
224500     MOVE VALUE-2 TO RLK-VALUE
224600     PERFORM 3920-FIND-TRANSITION-RULE
224700         THRU 3920-FIND-TRANSITION-RULE-EXIT
224800     IF RULE-NOT-FOUND
224900         MOVE "400-CHANGE-2" TO REJ-PARAGRAPH
225000         MOVE VALUE-2 TO REJ-VALUE
225100         PERFORM 3910-WRITE-EXCEPTION
225200             THRU 3910-WRITE-EXCEPTION-EXIT
225300         EXIT PARAGRAPH
225400     END-IF
225500     MOVE "VALUE-1" TO RLK-FIELD-NAME
225600     MOVE VALUE-1 TO RLK-VALUE
225700     PERFORM 3920-FIND-TRANSITION-RULE
225800         THRU 3920-FIND-TRANSITION-RULE-EXIT
225900     IF RULE-NOT-FOUND
226000         MOVE "300-CHANGE-1" TO REJ-PARAGRAPH
226100         MOVE VALUE-1 TO REJ-VALUE
226200         PERFORM 3910-WRITE-EXCEPTION
226300             THRU 3910-WRITE-EXCEPTION-EXIT
226400         EXIT PARAGRAPH
226500     END-IF
226600     MOVE "VALUE-1" TO SCW-FIELD-NAME
226700     MOVE VALUE-1 TO SCW-BEFORE-VALUE
226800     MOVE RLK-NEXT-VALUE TO VALUE-1
226900     MOVE VALUE-1 TO SCW-AFTER-VALUE
227000     MOVE RLK-RULE-ID TO SCW-RULE-ID
227100     PERFORM 3900-WRITE-AUDIT-RECORD
227200         THRU 3900-WRITE-AUDIT-RECORD-EXIT
227300     .

      *****************************************************************
      * 3910-WRITE-EXCEPTION - LOGS A VALUE-1 OR VALUE-2 CONTENT NO
      * TRANSITION RULE COVERS TO EXCPFILE AND FLAGS THE TRANSACTION
      * SO 2000-PROCESS-TRAN CAN REJECT IT AND CARRY ON WITH THE
      * REST OF THE FILE.  THE CALLER SETS REJ-PARAGRAPH TO THE
      * TRANSITION THAT HAS NO RULE (300-CHANGE-1 OR 400-CHANGE-2)
      * AND REJ-VALUE TO THE VALUE.  THE REJECT'S BUSINESS DATA IS
      * ALSO WRITTEN TO THE SUSPENSE FILE (SUSPREC), TAGGED WITH THE
      * RUN DATE AND TRANSACTION SEQUENCE, SO THE DATA DESK CAN
      * CORRECT THE BAD VALUE AND REDRIVE IT THROUGH A
      * RUNMODE=SUSPENSE CORRECTION RUN.  THE VALUES SUSPENDED ARE
      * THE ONES THE TRANSACTION ARRIVED WITH (TRANFILE, OR SUSPIN
      * ON A CORRECTION RUN), NOT WHATEVER AN EARLIER STEP MAY
      * ALREADY HAVE TRANSITIONED.
      *****************************************************************
227400 3910-WRITE-EXCEPTION.
227500     MOVE MIRROR-DATE TO EXCEPTION-DATE
227600     ACCEPT EXCEPTION-TIME FROM TIME
227700     MOVE TRAN-SEQ TO EXCEPTION-TRAN-SEQ
227800     MOVE REJ-PARAGRAPH TO EXCEPTION-PARAGRAPH
227900     MOVE REJ-VALUE TO EXCEPTION-VALUE
228000     WRITE EXCEPTION-RECORD
228100     PERFORM 9924-CHECK-EXCPFILE THRU 9924-CHECK-EXCPFILE-EXIT
228200     IF SUSPENSE-RUN
228300         MOVE SUSP-VALUE-1 TO REJ-ORIG-VALUE-1
228400         MOVE SUSP-VALUE-2 TO REJ-ORIG-VALUE-2
228500     ELSE
228600         MOVE TRAN-VALUE-1 TO REJ-ORIG-VALUE-1
228700         MOVE TRAN-VALUE-2 TO REJ-ORIG-VALUE-2
228800     END-IF
228900     MOVE SPACES TO SUSP-DETAIL-WORK
229000     MOVE 'D' TO SUSP-RECORD-TYPE
229100     MOVE REJ-ORIG-VALUE-1 TO SUSP-VALUE-1
229200     MOVE REJ-ORIG-VALUE-2 TO SUSP-VALUE-2
229300     MOVE MIRROR-DATE TO SUSP-ORIG-RUN-DATE
229400     MOVE TRAN-SEQ TO SUSP-ORIG-TRAN-SEQ
229500     WRITE SUSPENSE-RECORD FROM SUSP-DETAIL-WORK
229600     PERFORM 9931-CHECK-SUSPFILE THRU 9931-CHECK-SUSPFILE-EXIT
229700     ADD 1 TO EXCEPTION-COUNT
229800     MOVE EXCEPTION-PARAGRAPH TO DET-PARAGRAPH
229900     MOVE REJ-VALUE TO DET-VALUE
230000     MOVE 'EXCP' TO DBW-REC-TYPE
230100     MOVE DTL-EXCP-TEXT TO DBW-TEXT
230200     MOVE REJ-VALUE TO DBW-VALUE
230300     PERFORM 9750-WRITE-DETAIL-RECORD
230400         THRU 9750-WRITE-DETAIL-RECORD-EXIT
230500     MOVE 8 TO RETURN-CODE
230600     .
230700 3910-WRITE-EXCEPTION-EXIT.
230800     EXIT.

230900 400-CHANGE-2
231000    .
231100     MOVE "VALUE-2" TO RLK-FIELD-NAME
231200     MOVE VALUE-2 TO RLK-VALUE
231300     PERFORM 3920-FIND-TRANSITION-RULE
231400         THRU 3920-FIND-TRANSITION-RULE-EXIT
231500     IF RULE-NOT-FOUND
231600         MOVE "400-CHANGE-2" TO REJ-PARAGRAPH
231700         MOVE VALUE-2 TO REJ-VALUE
231800         PERFORM 3910-WRITE-EXCEPTION
231900             THRU 3910-WRITE-EXCEPTION-EXIT
232000         EXIT PARAGRAPH
232100     END-IF
232200     MOVE "VALUE-2" TO SCW-FIELD-NAME
232300     MOVE VALUE-2 TO SCW-BEFORE-VALUE
232400     MOVE RLK-NEXT-VALUE TO VALUE-2
232500     MOVE VALUE-2 TO SCW-AFTER-VALUE
232600     MOVE RLK-RULE-ID TO SCW-RULE-ID
232700     PERFORM 3900-WRITE-AUDIT-RECORD
232800         THRU 3900-WRITE-AUDIT-RECORD-EXIT
232900    .

233000*****************************************************************
233100* 3900-WRITE-AUDIT-RECORD - RECORDS A VALUE-1/VALUE-2 STATE
233200* TRANSITION TO AUDTFILE FOR DOWNSTREAM RECONCILIATION,
233300* WITH THE ID OF THE TRNRULES RULE THAT MADE IT.
233400*****************************************************************
233500 3900-WRITE-AUDIT-RECORD.
233600     MOVE MIRROR-DATE TO AUDIT-DATE
233700     ACCEPT AUDIT-TIME FROM TIME
233800     MOVE TRAN-SEQ         TO AUDIT-TRAN-SEQ
233900     MOVE SCW-FIELD-NAME   TO AUDIT-FIELD-NAME
234000     MOVE SCW-BEFORE-VALUE TO AUDIT-BEFORE-VALUE
234100     MOVE SCW-AFTER-VALUE  TO AUDIT-AFTER-VALUE
234200     MOVE CURRENT-SOURCE-SYS TO AUDIT-SOURCE-SYS
234300     MOVE SCW-RULE-ID      TO AUDIT-RULE-ID
234400     WRITE AUDIT-RECORD
234500     PERFORM 9922-CHECK-AUDTFILE THRU 9922-CHECK-AUDTFILE-EXIT
234600     ADD 1 TO AUDIT-COUNT
234700     MOVE SCW-FIELD-NAME   TO DAT-FIELD-NAME
234800     MOVE SCW-BEFORE-VALUE TO DAT-BEFORE-VALUE
234900     MOVE SCW-AFTER-VALUE  TO DAT-AFTER-VALUE
235000     MOVE 'AUDT' TO DBW-REC-TYPE
235100     MOVE DTL-AUDIT-TEXT TO DBW-TEXT
235200     MOVE SCW-BEFORE-VALUE TO DBW-VALUE
235300     PERFORM 9750-WRITE-DETAIL-RECORD
235400         THRU 9750-WRITE-DETAIL-RECORD-EXIT
235500     .
235600 3900-WRITE-AUDIT-RECORD-EXIT.
235700     EXIT.

      *****************************************************************
      * 3920-FIND-TRANSITION-RULE - FINDS THE RULE THAT TRANSITIONS
      * RLK-VALUE OF FIELD RLK-FIELD-NAME FOR THE CURRENT SOURCE
      * SYSTEM.  A RULE FOR THE VALUE ITSELF BEATS AN *OTHER RULE,
      * AND A RULE FOR THIS SOURCE BEATS AN ANY-SOURCE (*) RULE;
      * BETWEEN RULES OF THE SAME KIND THE ONE WITH THE LATEST
      * EFFECTIVE DATE (ALREADY IN EFFECT) WINS, WHICH IS HOW A
      * DATED CUTOVER TAKES OVER FROM THE RULE IT REPLACES.  SETS
      * RULE-FOUND WITH THE NEXT VALUE AND RULE ID IN
      * RLK-NEXT-VALUE/RLK-RULE-ID, OR RULE-NOT-FOUND.
      *****************************************************************
235800 3920-FIND-TRANSITION-RULE.
235900     MOVE 9 TO RLK-BEST-RANK
236000     MOVE ZERO TO RLK-BEST-SUB
236100     MOVE ZERO TO RULE-SUB
236200     PERFORM 3925-RANK-RULE THRU 3925-RANK-RULE-EXIT
236300         UNTIL RULE-SUB NOT < RULE-COUNT
236400     IF RLK-BEST-SUB = ZERO
236500         SET RULE-NOT-FOUND TO TRUE
236600         MOVE SPACES TO RLK-NEXT-VALUE
236700         MOVE SPACES TO RLK-RULE-ID
236800         GO TO 3920-FIND-TRANSITION-RULE-EXIT
236900     END-IF
237000     SET RULE-FOUND TO TRUE
237100     MOVE RT-NEXT-VALUE (RLK-BEST-SUB) TO RLK-NEXT-VALUE
237200     MOVE RT-RULE-ID (RLK-BEST-SUB) TO RLK-RULE-ID
237300     .
237400 3920-FIND-TRANSITION-RULE-EXIT.
237500     EXIT.

237600 3925-RANK-RULE.
237700     ADD 1 TO RULE-SUB
237800     IF RT-FIELD-NAME (RULE-SUB) NOT = RLK-FIELD-NAME
237900         GO TO 3925-RANK-RULE-EXIT
238000     END-IF
238100     EVALUATE TRUE
238200     WHEN RT-CURRENT-VALUE (RULE-SUB) = RLK-VALUE
238300      AND RT-SOURCE-SYS (RULE-SUB) = CURRENT-SOURCE-SYS
238400         MOVE 1 TO RLK-RANK
238500     WHEN RT-CURRENT-VALUE (RULE-SUB) = RLK-VALUE
238600      AND RT-ANY-SOURCE (RULE-SUB)
238700         MOVE 2 TO RLK-RANK
238800     WHEN RT-OTHER-VALUE (RULE-SUB)
238900      AND RT-SOURCE-SYS (RULE-SUB) = CURRENT-SOURCE-SYS
239000         MOVE 3 TO RLK-RANK
239100     WHEN RT-OTHER-VALUE (RULE-SUB)
239200      AND RT-ANY-SOURCE (RULE-SUB)
239300         MOVE 4 TO RLK-RANK
239400     WHEN OTHER
239500         GO TO 3925-RANK-RULE-EXIT
239600     END-EVALUATE
239700     IF RLK-RANK > RLK-BEST-RANK
239800         GO TO 3925-RANK-RULE-EXIT
239900     END-IF
240000     IF RLK-RANK = RLK-BEST-RANK
240100         IF RT-EFF-DATE (RULE-SUB)
240200             NOT > RT-EFF-DATE (RLK-BEST-SUB)
240300             GO TO 3925-RANK-RULE-EXIT
240400         END-IF
240500     END-IF
240600     MOVE RLK-RANK TO RLK-BEST-RANK
240700     MOVE RULE-SUB TO RLK-BEST-SUB
240800     .
240900 3925-RANK-RULE-EXIT.
241000     EXIT.

      *****************************************************************
      * 500-SWITCH - SWAPS VALUE-1 AND VALUE-2.  THE VALUES ON EACH
      * SIDE OF THE SWAP ARE WRITTEN TO RECONFIL SO THE NEXT MORNING'S
      * RECONCILIATION JOB CAN CONFIRM THE SWAP TOOK PLACE AS EXPECTED.
      *****************************************************************
241100 500-SWITCH.
241200     MOVE VALUE-1 TO SW-OLD-VALUE-1
241300     MOVE VALUE-2 TO SW-OLD-VALUE-2
241400     MOVE VALUE-2 TO TEMP
241500     MOVE VALUE-1 TO VALUE-2
241600     MOVE TEMP TO VALUE-1
241700     PERFORM 5900-WRITE-RECON-RECORD
241800         THRU 5900-WRITE-RECON-RECORD-EXIT
241900     .
242000 5900-WRITE-RECON-RECORD.
242100     MOVE MIRROR-DATE    TO RECON-DATE
242200     MOVE TRAN-SEQ       TO RECON-TRAN-SEQ
242300     MOVE SW-OLD-VALUE-1 TO RECON-OLD-VALUE-1
242400     MOVE SW-OLD-VALUE-2 TO RECON-OLD-VALUE-2
242500     MOVE VALUE-1        TO RECON-NEW-VALUE-1
242600     MOVE VALUE-2        TO RECON-NEW-VALUE-2
242700     WRITE RECON-RECORD
242800     PERFORM 9925-CHECK-RECONFIL THRU 9925-CHECK-RECONFIL-EXIT
242900     .
243000 5900-WRITE-RECON-RECORD-EXIT.
243100     EXIT.

      *****************************************************************
      * 600-MAKE-CALL - PASSES THE CALL ARGUMENTS AND THE CURRENT
      * TOTALS WRITTEN OR TOTALS SUSPECT - IS GRADED BY THE CALLER
      * IN 2000-PROCESS-TRAN.
      *****************************************************************
243200 600-MAKE-CALL.
243300     MOVE OPT-CALL-ARG-1 TO CALL-ARG-1
243400     MOVE OPT-CALL-ARG-2 TO CALL-ARG-2
243500     CALL 'PROG1' USING CALL-ARG-1
243600                        CALL-ARG-2
243700                        VALUE-1
243800                        VALUE-2
243900     .

244000*****************************************************************
244100* 700-MAKE-CALL - THE PROGRAM NAME TO CALL COMES FROM THE
244200* CALLPGM RUN OPTION AT RUN TIME.  IF IT DOES NOT NAME A
244300* LOADABLE PROGRAM, THE ATTEMPT IS LOGGED TO ERRFILE AND THE
244400* RUN CONTINUES.  CALL-ARG-1/CALL-PROGRAM ARE DEDICATED
244500* CALL-ARGUMENT FIELDS SO THIS PARAGRAPH DOES NOT DISTURB THE
244600* BUSINESS VALUE-1/VALUE-2 CARRIED FORWARD TO THE CHECKPOINT
244700* AND END-OF-RUN REPORT.
244800*****************************************************************
244900 700-MAKE-CALL.
245000     MOVE OPT-CALL-ARG-1 TO CALL-ARG-1
245100     MOVE OPT-CALL-PROGRAM TO CALL-PROGRAM
245200     CALL CALL-PROGRAM USING CALL-ARG-1
245300         ON EXCEPTION
245400             PERFORM 7900-LOG-CALL-ERROR
245500                 THRU 7900-LOG-CALL-ERROR-EXIT
245600     END-CALL
245700     .
245800 7900-LOG-CALL-ERROR.
245900     ACCEPT ERROR-DATE FROM DATE YYYYMMDD
246000     ACCEPT ERROR-TIME FROM TIME
246100     MOVE CALL-PROGRAM TO ERROR-PROGRAM-NAME
246200     MOVE CALL-ARG-1 TO ERROR-INPUT-VALUE
246300     WRITE ERROR-RECORD
246400     PERFORM 9921-CHECK-ERRFILE THRU 9921-CHECK-ERRFILE-EXIT
246500     ADD 1 TO ERROR-COUNT
246600     .
246700 7900-LOG-CALL-ERROR-EXIT.
246800     EXIT.

      *****************************************************************
      * 800-MAKE-CALL - PASSES THE BUSINESS VALUE-1/VALUE-2 AND THE
      * AND PICKS THE NORMALIZED VALUES BACK UP FOR THE CHECKPOINT
      * AND END-OF-RUN REPORT.  PROG3'S RETURN CODE - TRANSLATED,
      * PASSED-THROUGH-UNCHANGED OR NOT-IN-TABLE - IS GRADED BY THE
      * CALLER IN 2000-PROCESS-TRAN, AND PROG3-NOTFOUND-FLAGS SAYS
      * WHICH VALUES MISSED THE TABLE FOR 8910-WRITE-UNMAPPED.
      *****************************************************************
246900 800-MAKE-CALL.
247000     MOVE OPT-CALL-ARG-3 TO CALL-ARG-3
247100     MOVE VALUE-1 TO PROG3-VALUE-1
247200     MOVE VALUE-2 TO PROG3-VALUE-2
247300     MOVE CALL-ARG-3 TO PROG3-VALUE-3
247400     CALL 'PROG3' USING
247500        PROG3-VALUE-1,
247600        PROG3-VALUE-2,
247700        PROG3-VALUE-3,
247800        PROG3-NOTFOUND-FLAGS,
247900        PROG3-TABLE-INFO
248000     END-CALL
248100     MOVE PROG3-VALUE-1 TO VALUE-1
248200     MOVE PROG3-VALUE-2 TO VALUE-2
248300     MOVE PROG3-VALUE-3 TO VALUE-3
248400     .

      *****************************************************************
      * 8900-WRITE-EXTRACT-DETAIL - ONE OUTBOUND FEED DETAIL PER
      * TRANSACTIONS NEVER COME HERE - THE FEED CARRIES ONLY WHAT
      * THE RUN ACTUALLY PROCESSED.
      *****************************************************************
248500 8900-WRITE-EXTRACT-DETAIL.
248600     MOVE VALUE-1 TO EXD-VALUE-1
248700     MOVE VALUE-2 TO EXD-VALUE-2
248800     WRITE EXTRACT-RECORD FROM EXTRACT-DETAIL-WORK
248900     PERFORM 9933-CHECK-EXTRFILE THRU 9933-CHECK-EXTRFILE-EXIT
249000     ADD 1 TO EXTRACT-COUNT
249100     MOVE ZERO TO EDIT-SPACE-COUNT
249200     INSPECT EXD-VALUE-1
249300         TALLYING EDIT-SPACE-COUNT FOR ALL SPACE
249400     COMPUTE EXTRACT-HASH =
249500         EXTRACT-HASH + 80 - EDIT-SPACE-COUNT
249600     MOVE ZERO TO EDIT-SPACE-COUNT
249700     INSPECT EXD-VALUE-2
249800         TALLYING EDIT-SPACE-COUNT FOR ALL SPACE
249900     COMPUTE EXTRACT-HASH =
250000         EXTRACT-HASH + 80 - EDIT-SPACE-COUNT
250100     .
250200 8900-WRITE-EXTRACT-DETAIL-EXIT.
250300     EXIT.

      *****************************************************************
      * 8910-WRITE-UNMAPPED - ON A PROG3 RETURN CODE 8, WRITES ONE
      * UNMPFILE RECORD FOR EACH VALUE PROG3 FLAGGED AS NOT IN THE
      * TRANSLATION TABLE, TAGGED WITH THE RUN DATE (THE ORIGINAL
      * NIGHT'S ON A SUSPENSE RUN), THE TRANSACTION SEQUENCE, THE
      * SOURCE SYSTEM AND WHICH VALUE IT WAS.  THE VALUE WRITTEN IS
      * THE ONE PROG3 WAS GIVEN - A NOT-IN-TABLE VALUE COMES BACK
      * UNCHANGED.  THE MORNING UNMAPRPT JOB SUMMARIZES THE FILE
      * AND DRAFTS THE TBLMAINT ADD CARDS FROM IT.
      *****************************************************************
250400 8910-WRITE-UNMAPPED.
250500     MOVE ZERO TO UNMAPPED-SUB
250600     PERFORM 8915-WRITE-UNMAPPED-VALUE
250700         THRU 8915-WRITE-UNMAPPED-VALUE-EXIT
250800         UNTIL UNMAPPED-SUB NOT < 3
250900     .
251000 8910-WRITE-UNMAPPED-EXIT.
251100     EXIT.

251200 8915-WRITE-UNMAPPED-VALUE.
251300     ADD 1 TO UNMAPPED-SUB
251400     IF NOT PROG3-VALUE-NOT-FOUND (UNMAPPED-SUB)
251500         GO TO 8915-WRITE-UNMAPPED-VALUE-EXIT
251600     END-IF
251700     MOVE SPACES TO UNMAPPED-RECORD
251800     MOVE MIRROR-DATE        TO UNMP-RUN-DATE
251900     MOVE TRAN-SEQ           TO UNMP-TRAN-SEQ
252000     MOVE CURRENT-SOURCE-SYS TO UNMP-SOURCE-SYS
252100     MOVE UNMAPPED-SUB       TO UNMP-VALUE-NO
252200     EVALUATE UNMAPPED-SUB
252300     WHEN 1
252400         MOVE PROG3-VALUE-1 TO UNMP-VALUE
252500     WHEN 2
252600         MOVE PROG3-VALUE-2 TO UNMP-VALUE
252700     WHEN OTHER
252800         MOVE PROG3-VALUE-3 TO UNMP-VALUE
252900     END-EVALUATE
253000     WRITE UNMAPPED-RECORD
253100     PERFORM 9934-CHECK-UNMPFILE THRU 9934-CHECK-UNMPFILE-EXIT
253200     ADD 1 TO UNMAPPED-COUNT
253300     .
253400 8915-WRITE-UNMAPPED-VALUE-EXIT.
253500     EXIT.

253600 999-END.
253700     DISPLAY 'ALPHA0999I - RUN ENDED AT CHECKPOINT '
253800         CHECKPOINT-CODE ' TRANSACTION ' TRAN-SEQ
253900     DISPLAY 'ALPHA0999I - TRANSACTIONS PROCESSED '
254000         PROCESSED-COUNT ' REJECTED ' REJECTED-COUNT
254100     IF REFUSED-BATCH-COUNT > ZERO
254200         DISPLAY 'ALPHA0999W - ' REFUSED-BATCH-COUNT
254300             ' SOURCE BATCH(ES) REFUSED THIS RUN'
254400     END-IF
254500     IF DUPLICATE-COUNT > ZERO
254600         DISPLAY 'ALPHA0999W - ' DUPLICATE-COUNT
254700             ' DETAIL(S) DIVERTED TO DUPFILE AS REPEATS'
254800     END-IF
254900     PERFORM 9800-PRINT-REPORT THRU 9800-PRINT-REPORT-EXIT
255000     IF OPT-CKPT-FREQ > 1 AND CKPT-FILE-OPEN
255100        AND (TRANS-SINCE-CKPT > ZERO OR ABEND-SWITCH-ON)
255200         PERFORM 9700-WRITE-CHECKPOINT
255300             THRU 9700-WRITE-CHECKPOINT-EXIT
255400     END-IF
255500     IF TRANS-FILE-OPEN
255600         CLOSE TRANS-FILE
255700     END-IF
255800     CLOSE ERROR-FILE
255900     CLOSE AUDIT-FILE
256000     CLOSE EXCEPTION-FILE
256100     CLOSE RECON-FILE
256200     CLOSE SUSPENSE-FILE
256300     CLOSE UNMAPPED-FILE
256400     CLOSE DUPLICATE-FILE
256500     IF FPRINT-FILE-OPEN
256600         CLOSE FINGERPRINT-FILE
256700         SET FPRINT-FILE-CLOSED TO TRUE
256800     END-IF
256900     IF EXTRACT-FILE-OPEN
257000         IF ABEND-SWITCH-OFF
257100             PERFORM 9850-WRITE-EXTRACT-TRAILER
257200                 THRU 9850-WRITE-EXTRACT-TRAILER-EXIT
257300         ELSE
257400             DISPLAY 'ALPHA0999I - ABNORMAL END, EXTRACT '
257500                 'TRAILER HELD FOR THE RESTART RESUBMISSION'
257600         END-IF
257700         CLOSE EXTRACT-FILE
257800     END-IF
257900     IF SUSPENSE-RUN AND RUN-ACCEPTED
258000         CLOSE SUSPIN-FILE
258100     END-IF
258200     IF CKPT-FILE-OPEN
258300         CLOSE CHECKPOINT-FILE
258400         SET CKPT-FILE-CLOSED TO TRUE
258500     END-IF
258600     CLOSE DETAIL-FILE
258700     IF STREAM-WORK-OPEN
258800         CLOSE DETAIL-WORK-FILE
258900         CLOSE FINGERPRINT-WORK-FILE
259000         SET STREAM-WORK-CLOSED TO TRUE
259100     END-IF
259200     CLOSE PRINT-FILE
259300     PERFORM 9840-WRITE-STATISTICS
259400         THRU 9840-WRITE-STATISTICS-EXIT
259500     EVALUATE TRUE
259600     WHEN SUSPENSE-RUN
259700         DISPLAY 'ALPHA0999I - SUSPENSE RUN, HISTFILE RUN '
259800             'OUTCOME LEFT TO THE ORIGINAL NIGHTS'
259900     WHEN BACKOUT-RUN
260000         DISPLAY 'ALPHA0999I - BACKOUT RUN, HISTFILE OUTCOME '
260100             'SET ONLY BY A COMPLETED BACKOUT'
260200     WHEN RUN-REFUSED AND AUTO-RESTART
260300         DISPLAY 'ALPHA0999I - REFUSED AUTO RESTART, '
260400             'HISTFILE LEFT UNCHANGED FOR THE NEXT ATTEMPT'
260500     WHEN DUP-RUN-REFUSED
260600         DISPLAY 'ALPHA0999I - DUPLICATE RUN REFUSED, CLEAN '
260700             'HISTFILE RECORD LEFT UNTOUCHED'
260800     WHEN RUN-REFUSED AND BACKDATED-RUN AND BKO-NO-PRIOR-RUN
260900         DISPLAY 'ALPHA0999I - RUNDATE= RERUN REFUSED, NO '
261000             'HISTFILE RECORD WRITTEN FOR A DATE NOT ON FILE'
261100     WHEN OTHER
261200         PERFORM 9830-WRITE-HISTORY
261300             THRU 9830-WRITE-HISTORY-EXIT
261400     END-EVALUATE
261500     IF ABEND-SWITCH-OFF AND RUN-ACCEPTED AND RETURN-CODE < 4
261600        AND (SCK-MISSING-COUNT > ZERO OR SCK-UNREG-COUNT > ZERO
261700             OR DUPLICATE-COUNT > ZERO)
261800         MOVE 4 TO RETURN-CODE
261900     END-IF
262000     IF ABEND-SWITCH-OFF AND RUN-ACCEPTED
262100        AND (REJECTED-COUNT > ZERO
262200             OR REFUSED-BATCH-COUNT > ZERO)
262300         MOVE 8 TO RETURN-CODE
262400     END-IF
262500     IF BACKOUT-RUN AND ABEND-SWITCH-OFF AND RUN-ACCEPTED
262600        AND BKO-NIGHT-NOT-RELEASED
262700         MOVE 4 TO RETURN-CODE
262800     END-IF
262900     GOBACK
263000     .


      *****************************************************************
      * TRANSACTION, AND 0120-RESTORE-CHECKPOINT/0160-POSITION-
      * TRANFILE FALL BACK TO THE LAST FULL CHECKPOINT ON FILE.
      *****************************************************************
263100 9690-TAKE-CHECKPOINT.
263200     IF OPT-CKPT-FREQ = 1
263300        OR (RESTART-TRAN-SEQ > ZERO
263400            AND TRAN-SEQ = RESTART-TRAN-SEQ)
263500         PERFORM 9700-WRITE-CHECKPOINT
263600             THRU 9700-WRITE-CHECKPOINT-EXIT
263700     END-IF
263800     .
263900 9690-TAKE-CHECKPOINT-EXIT.
264000     EXIT.

264100 9695-END-TRAN-CHECKPOINT.
264200     ADD 1 TO TRANS-SINCE-CKPT
264300     IF TRANS-SINCE-CKPT NOT < OPT-CKPT-FREQ
264400         MOVE ZERO TO TRANS-SINCE-CKPT
264500         PERFORM 9700-WRITE-CHECKPOINT
264600             THRU 9700-WRITE-CHECKPOINT-EXIT
264700     END-IF
264800     .
264900 9695-END-TRAN-CHECKPOINT-EXIT.
265000     EXIT.
      *****************************************************************
      * 9700-WRITE-CHECKPOINT - APPENDS THE CURRENT VALUE-1/VALUE-2/
      * VALUE-3/TEMP TO CKPTFILE UNDER THE TRANSACTION AND STEP JUST
      * COMPLETED SO A LATER RESTART CAN PICK THEM BACK UP THROUGH
      * 0120-RESTORE-CHECKPOINT INSTEAD OF RECOMPUTING THEM.
      *****************************************************************
265100 9700-WRITE-CHECKPOINT.
265200     MOVE RUN-DATE        TO CKPT-DATE
265300     MOVE TRAN-SEQ        TO CKPT-TRAN-SEQ
265400     MOVE CHECKPOINT-CODE TO CKPT-CODE
265500     MOVE VALUE-1         TO CKPT-VALUE-1
265600     MOVE VALUE-2         TO CKPT-VALUE-2
265700     MOVE VALUE-3         TO CKPT-VALUE-3
265800     MOVE TEMP            TO CKPT-TEMP
265900     WRITE CHECKPOINT-RECORD
266000     PERFORM 9926-CHECK-CKPTFILE THRU 9926-CHECK-CKPTFILE-EXIT
266100     MOVE CHECKPOINT-CODE TO DCT-CODE
266200     MOVE VALUE-1         TO DCT-VALUE-1
266300     MOVE VALUE-2         TO DCT-VALUE-2
266400     PERFORM 9755-NOTE-CKPT-POSITION
266500         THRU 9755-NOTE-CKPT-POSITION-EXIT
266600     .
266700 9700-WRITE-CHECKPOINT-EXIT.
266800     EXIT.

      *****************************************************************
      * 9750-WRITE-DETAIL-RECORD - ADDS ONE ONLINE-INQUIRY DETAIL
      * ENTRY FOR THE RUN DATE UNDER THE NEXT DETAIL SEQUENCE.  THE
      * CALLER SETS DBW-REC-TYPE, DBW-TEXT AND DBW-VALUE (THE FULL
      * VALUE THE ENTRY IS ABOUT, FOR THE VALUE INDEX); THE ENTRY
      * CARRIES THE CURRENT SOURCE SYSTEM.  AN EXISTING ENTRY
      * UNDER THE SAME KEY IS REWRITTEN.  A STREAM RUN WRITES THE
      * ENTRY TO DTLWORK INSTEAD; ALPHMRG LOADS THE STREAMS' ENTRIES
      * ONTO DTLFILE UNDER ONE SEQUENCE FOR THE NIGHT.
      *****************************************************************
266900 9750-WRITE-DETAIL-RECORD.
267000     ADD 1 TO DETAIL-SEQ
267100     MOVE MIRROR-DATE  TO DTL-RUN-DATE
267200     MOVE DETAIL-SEQ   TO DTL-SEQ-NO
267300     MOVE DBW-REC-TYPE TO DTL-REC-TYPE
267400     MOVE TRAN-SEQ     TO DTL-TRAN-SEQ
267500     MOVE DBW-TEXT     TO DTL-TEXT
267600     MOVE CURRENT-SOURCE-SYS TO DTL-SOURCE-SYS
267700     MOVE DBW-VALUE    TO DTL-VALUE
267800     IF STREAM-RUN
267900         WRITE DETAIL-WORK-RECORD FROM DETAIL-RECORD
268000         PERFORM 9940-CHECK-DTLWORK THRU 9940-CHECK-DTLWORK-EXIT
268100         GO TO 9750-WRITE-DETAIL-RECORD-EXIT
268200     END-IF
268300     WRITE DETAIL-RECORD
268400         INVALID KEY
268500             REWRITE DETAIL-RECORD
268600     END-WRITE
268700     PERFORM 9930-CHECK-DTLFILE THRU 9930-CHECK-DTLFILE-EXIT
268800     .
268900 9750-WRITE-DETAIL-RECORD-EXIT.
269000     EXIT.

      *****************************************************************
      * 9755-NOTE-CKPT-POSITION - KEEPS THE RUN'S CURRENT CHECKPOINT
      * POSITION IN THE SINGLE SEQUENCE-ZERO INQUIRY ENTRY, REWRITTEN
      * ON EVERY CHECKPOINT SO THE ONLINE INQUIRY ALWAYS SHOWS WHERE
      * THE RUN IS (OR STOPPED).  THE CALLER SETS DTL-CKPT-TEXT.
      * A STREAM RUN KEEPS NO POSITION ENTRY OF ITS OWN - ALPHMRG
      * WRITES THE NIGHT'S ONE ENTRY WHEN THE STREAMS ARE MERGED.
      *****************************************************************
269100 9755-NOTE-CKPT-POSITION.
269200     IF STREAM-RUN
269300         GO TO 9755-NOTE-CKPT-POSITION-EXIT
269400     END-IF
269500     MOVE MIRROR-DATE   TO DTL-RUN-DATE
269600     MOVE ZERO          TO DTL-SEQ-NO
269700     MOVE 'CKPT'        TO DTL-REC-TYPE
269800     MOVE TRAN-SEQ      TO DTL-TRAN-SEQ
269900     MOVE DTL-CKPT-TEXT TO DTL-TEXT
270000     MOVE SPACES        TO DTL-SOURCE-SYS
270100     MOVE SPACES        TO DTL-VALUE
270200     WRITE DETAIL-RECORD
270300         INVALID KEY
270400             REWRITE DETAIL-RECORD
270500     END-WRITE
270600     PERFORM 9930-CHECK-DTLFILE THRU 9930-CHECK-DTLFILE-EXIT
270700     .
270800 9755-NOTE-CKPT-POSITION-EXIT.
270900     EXIT.

      *****************************************************************
      * 9830-WRITE-HISTORY - RECORDS THE RUN OUTCOME ON THE HISTFILE
      * REWRITES THE EXISTING RECORD SO THE MASTER ALWAYS SHOWS THE
      * RUN'S LATEST OUTCOME.
      *****************************************************************
271000 9830-WRITE-HISTORY.
271100     OPEN I-O HISTORY-FILE
271200     PERFORM 9929-CHECK-HISTFILE THRU 9929-CHECK-HISTFILE-EXIT
271300     MOVE RUN-DATE        TO HIST-RUN-DATE
271400     MOVE CHECKPOINT-CODE TO HIST-LAST-CKPT-CODE
271500     MOVE TRAN-SEQ        TO HIST-LAST-TRAN-SEQ
271600     EVALUATE TRUE
271700     WHEN IO-ERROR-IN-PROGRESS
271800         SET HIST-RUN-IO-ERROR TO TRUE
271900     WHEN RUN-REFUSED
272000         SET HIST-RUN-REFUSED TO TRUE
272100     WHEN OTHER
272200         MOVE ABEND-SWITCH TO HIST-OUTCOME-FLAG
272300     END-EVALUATE
272400     MOVE VALUE-1         TO HIST-FINAL-VALUE-1
272500     MOVE VALUE-2         TO HIST-FINAL-VALUE-2
272600     MOVE VALUE-3         TO HIST-FINAL-VALUE-3
272700     MOVE TEMP            TO HIST-FINAL-TEMP
272800     WRITE HISTORY-RECORD
272900         INVALID KEY
273000             REWRITE HISTORY-RECORD
273100     END-WRITE
273200     PERFORM 9929-CHECK-HISTFILE THRU 9929-CHECK-HISTFILE-EXIT
273300     CLOSE HISTORY-FILE
273400     .
273500 9830-WRITE-HISTORY-EXIT.
273600     EXIT.

      *****************************************************************
      * 9840-WRITE-STATISTICS - APPENDS THE RUN'S ONE-RECORD
      * AGAINST), AND WHETHER THE RUN WAS A FRESH OR RESTART
      * SUBMISSION AND HOW IT ENDED.  WRITTEN FOR EVERY
      * RUN - REFUSED AND ABENDED NIGHTS INCLUDED - SO THE MONTH-END
      * TREND REPORT (STATRPT) SEES FAILURES TOO.  THE PER-SOURCE
      * BREAKDOWN, WHICH THE FIVE SOURCE-VOLUME ENTRIES CANNOT
      * ALWAYS HOLD, FOLLOWS ON SRCSTATS (9846-WRITE-SOURCE-STATS).
      *****************************************************************
273700 9840-WRITE-STATISTICS.
273800     OPEN OUTPUT STAT-FILE
273900     PERFORM 9928-CHECK-STATFILE THRU 9928-CHECK-STATFILE-EXIT
274000     MOVE SPACES TO STAT-RECORD
274100     MOVE RUN-DATE         TO STAT-RUN-DATE
274200     MOVE TRANS-READ-COUNT TO STAT-TRANS-READ
274300     MOVE PROCESSED-COUNT  TO STAT-PROCESSED
274400     MOVE REJECTED-COUNT   TO STAT-REJECTED
274500     MOVE EXCEPTION-COUNT  TO STAT-EXCP-COUNT
274600     MOVE AUDIT-COUNT      TO STAT-AUDIT-COUNT
274700     MOVE ERROR-COUNT      TO STAT-ERROR-COUNT
274800     MOVE CHECKPOINT-CODE  TO STAT-LAST-CKPT-CODE
274900     MOVE EDIT-DETAIL-COUNT TO STAT-TRAILER-COUNT
275000     MOVE ACCEPTED-HASH-TOTAL TO STAT-TRAILER-HASH
275100     EVALUATE TRUE
275200     WHEN SUSPENSE-RUN
275300         SET STAT-SUSPENSE-RUN TO TRUE
275400     WHEN BACKOUT-RUN
275500         SET STAT-BACKOUT-RUN TO TRUE
275600     WHEN RESTART-CODE > ZERO
275700         SET STAT-RESTART-RUN TO TRUE
275800     WHEN OTHER
275900         SET STAT-FRESH-RUN TO TRUE
276000     END-EVALUATE
276100     EVALUATE TRUE
276200     WHEN IO-ERROR-IN-PROGRESS
276300         SET STAT-RUN-IO-ERROR TO TRUE
276400     WHEN RUN-REFUSED
276500         SET STAT-RUN-REFUSED TO TRUE
276600     WHEN OTHER
276700         MOVE ABEND-SWITCH TO STAT-OUTCOME-FLAG
276800     END-EVALUATE
276900     MOVE ZERO TO SOURCE-SUB
277000     PERFORM 9845-NOTE-SOURCE-VOLUME
277100         THRU 9845-NOTE-SOURCE-VOLUME-EXIT
277200         UNTIL SOURCE-SUB NOT < BATCH-COUNT
277300            OR SOURCE-SUB NOT < 5
277400     IF BATCH-COUNT > 5
277500         DISPLAY 'ALPHA0840W - MORE THAN 5 SOURCE SYSTEMS, '
277600             'STATFILE VOLUME ENTRIES TRUNCATED'
277700     END-IF
277800     MOVE 'N' TO STAT-MISSING-SRC-FLAG
277900     MOVE 'N' TO STAT-UNREG-SRC-FLAG
278000     IF SCK-MISSING-COUNT > ZERO
278100         SET STAT-MANDATORY-SRC-MISSING TO TRUE
278200     END-IF
278300     IF SCK-UNREG-COUNT > ZERO
278400         SET STAT-UNREGISTERED-SRC TO TRUE
278500     END-IF
278600     MOVE SCK-MISSING-COUNT TO STAT-MISSING-SRC-COUNT
278700     MOVE SCK-UNREG-COUNT   TO STAT-UNREG-SRC-COUNT
278800     MOVE 'N' TO STAT-DUP-FLAG
278900     IF DUPLICATE-COUNT > ZERO
279000         SET STAT-DUPLICATES-DIVERTED TO TRUE
279100     END-IF
279200     MOVE DUPLICATE-COUNT   TO STAT-DUPLICATE-COUNT
279300     MOVE OPT-STREAM-NO     TO STAT-STREAM-NO
279400     MOVE REFUSED-BATCH-COUNT TO STAT-REFUSED-BATCH-COUNT
279500     WRITE STAT-RECORD
279600     PERFORM 9928-CHECK-STATFILE THRU 9928-CHECK-STATFILE-EXIT
279700     CLOSE STAT-FILE
279800     PERFORM 9846-WRITE-SOURCE-STATS
279900         THRU 9846-WRITE-SOURCE-STATS-EXIT
280000     .
280100 9840-WRITE-STATISTICS-EXIT.
280200     EXIT.

      *****************************************************************
      * 9845-NOTE-SOURCE-VOLUME - FILLS ONE STATFILE SOURCE-VOLUME
      * MANY OF ITS DETAILS THIS RUN STAGED (ZERO FOR A REFUSED
      * BATCH, WHICH KEEPS THE REFUSAL VISIBLE IN THE TREND).
      *****************************************************************
280300 9845-NOTE-SOURCE-VOLUME.
280400     ADD 1 TO SOURCE-SUB
280500     MOVE SB-SOURCE-SYS (SOURCE-SUB)
280600         TO STAT-SRC-SYS (SOURCE-SUB)
280700     MOVE SB-TRANS-READ (SOURCE-SUB)
280800         TO STAT-SRC-VOLUME (SOURCE-SUB)
280900     .
281000 9845-NOTE-SOURCE-VOLUME-EXIT.
281100     EXIT.

      *****************************************************************
      * 9846-WRITE-SOURCE-STATS - WRITES THE RUN'S PER-SOURCE
      * STATISTICS TO SRCSTATS (SEE SRCSTREC) WITH THE SAME RUN TYPE
      * AND OUTCOME AS ITS STATFILE RECORD: ONE RECORD PER SOURCE
      * BATCH, ONE 'SUSPENSE' RECORD FOR A SUSPENSE CORRECTION RUN,
      * OR ONE PER SOURCE TAG A BACK-OUT REVERSED.  EVERY RECORD
      * CARRIES THE SAME RUN STAMP.  SKIPPED WHEN THE FILE IS ALREADY
      * OPEN - SRCSTATS IS THEN THE FILE WHOSE FAILURE BROUGHT THE
      * RUN DOWN.
      *****************************************************************
281200 9846-WRITE-SOURCE-STATS.
281300     IF SRCSTAT-FILE-OPEN
281400         GO TO 9846-WRITE-SOURCE-STATS-EXIT
281500     END-IF
281600     SET SRCSTAT-FILE-OPEN TO TRUE
281700     OPEN OUTPUT SRCSTAT-FILE
281800     PERFORM 9945-CHECK-SRCSTATS THRU 9945-CHECK-SRCSTATS-EXIT
281900     MOVE SPACES TO SRCSTAT-RECORD
282000     MOVE RUN-DATE      TO SST-RUN-DATE
282100     MOVE OPT-STREAM-NO TO SST-STREAM-NO
282200     ACCEPT SST-STAMP-DATE FROM DATE YYYYMMDD
282300     ACCEPT SST-STAMP-TIME FROM TIME
282400     EVALUATE TRUE
282500     WHEN SUSPENSE-RUN
282600         SET SST-SUSPENSE-RUN TO TRUE
282700     WHEN BACKOUT-RUN
282800         SET SST-BACKOUT-RUN TO TRUE
282900     WHEN RESTART-CODE > ZERO
283000         SET SST-RESTART-RUN TO TRUE
283100     WHEN OTHER
283200         SET SST-FRESH-RUN TO TRUE
283300     END-EVALUATE
283400     EVALUATE TRUE
283500     WHEN IO-ERROR-IN-PROGRESS
283600         SET SST-RUN-IO-ERROR TO TRUE
283700     WHEN RUN-REFUSED
283800         SET SST-RUN-REFUSED TO TRUE
283900     WHEN OTHER
284000         MOVE ABEND-SWITCH TO SST-OUTCOME-FLAG
284100     END-EVALUATE
284200     EVALUATE TRUE
284300     WHEN SUSPENSE-RUN
284400         MOVE 'SUSPENSE'      TO SST-SOURCE-SYS
284500         MOVE ZERO            TO SST-BATCH-NO
284600         MOVE ZERO            TO SST-RECEIVED
284700         MOVE PROCESSED-COUNT TO SST-PROCESSED
284800         MOVE REJECTED-COUNT  TO SST-REJECTED
284900         WRITE SRCSTAT-RECORD
285000         PERFORM 9945-CHECK-SRCSTATS
285100             THRU 9945-CHECK-SRCSTATS-EXIT
285200     WHEN BACKOUT-RUN
285300         MOVE ZERO TO BKS-SUB
285400         PERFORM 9848-WRITE-BACKOUT-STATS
285500             THRU 9848-WRITE-BACKOUT-STATS-EXIT
285600             UNTIL BKS-SUB NOT < BKS-COUNT
285700         IF BKS-DROPPED > ZERO
285800             DISPLAY 'ALPHA0846W - ' BKS-DROPPED
285900                 ' REVERSED TRANSACTION(S) FROM SOURCES PAST '
286000                 'THE 20TH NOT ON SRCSTATS'
286100         END-IF
286200     WHEN OTHER
286300         MOVE ZERO TO SOURCE-SUB
286400         PERFORM 9847-WRITE-BATCH-STATS
286500             THRU 9847-WRITE-BATCH-STATS-EXIT
286600             UNTIL SOURCE-SUB NOT < BATCH-COUNT
286700     END-EVALUATE
286800     CLOSE SRCSTAT-FILE
286900     SET SRCSTAT-FILE-CLOSED TO TRUE
287000     .
287100 9846-WRITE-SOURCE-STATS-EXIT.
287200     EXIT.

      *****************************************************************
      * 9847-WRITE-BATCH-STATS - ONE SRCSTATS RECORD FROM THE NEXT
      * SOURCE-BATCH TABLE ENTRY.  A REFUSED BATCH STILL SHOWS THE
      * DETAILS IT DELIVERED.
      *****************************************************************
287300 9847-WRITE-BATCH-STATS.
287400     ADD 1 TO SOURCE-SUB
287500     MOVE SB-SOURCE-SYS (SOURCE-SUB)   TO SST-SOURCE-SYS
287600     MOVE SOURCE-SUB                   TO SST-BATCH-NO
287700     MOVE SB-STATUS (SOURCE-SUB)       TO SST-BATCH-STATUS
287800     MOVE SB-DETAIL-COUNT (SOURCE-SUB) TO SST-RECEIVED
287900     MOVE SB-PROCESSED (SOURCE-SUB)    TO SST-PROCESSED
288000     MOVE SB-REJECTED (SOURCE-SUB)     TO SST-REJECTED
288100     WRITE SRCSTAT-RECORD
288200     PERFORM 9945-CHECK-SRCSTATS THRU 9945-CHECK-SRCSTATS-EXIT
288300     .
288400 9847-WRITE-BATCH-STATS-EXIT.
288500     EXIT.

      *****************************************************************
      * 9848-WRITE-BACKOUT-STATS - ONE SRCSTATS RECORD FROM THE NEXT
      * BACKOUT-SOURCE-TABLE ENTRY: THE TRANSACTIONS REVERSED FOR
      * THAT SOURCE, AS ITS PROCESSED COUNT.
      *****************************************************************
288600 9848-WRITE-BACKOUT-STATS.
288700     ADD 1 TO BKS-SUB
288800     MOVE BKS-SOURCE-SYS (BKS-SUB) TO SST-SOURCE-SYS
288900     MOVE ZERO                     TO SST-BATCH-NO
289000     MOVE ZERO                     TO SST-RECEIVED
289100     MOVE BKS-BACKED-OUT (BKS-SUB) TO SST-PROCESSED
289200     MOVE ZERO                     TO SST-REJECTED
289300     WRITE SRCSTAT-RECORD
289400     PERFORM 9945-CHECK-SRCSTATS THRU 9945-CHECK-SRCSTATS-EXIT
289500     .
289600 9848-WRITE-BACKOUT-STATS-EXIT.
289700     EXIT.

      *****************************************************************
      * 9800-PRINT-REPORT - LISTS THE FINAL CONTENTS OF VALUE-1,
      * VALUE-2, VALUE-3 AND TEMP, AND THE PROCESSED/REJECTED
      * TRANSACTION COUNTS, HOW MANY VALUES WENT TO UNMPFILE AND THE
      * SOURCE-REGISTRY RESULT, TO
      * PRTFILE SO THE OPERATOR CAN SEE WHAT ALPHA DID LAST NIGHT
      * WITHOUT RE-DERIVING IT FROM SOURCE.
      *****************************************************************
289800 9800-PRINT-REPORT.
289900     MOVE SPACES TO PRINT-RECORD
290000     MOVE 'FINAL VALUE-1:' TO PR-LABEL
290100     MOVE VALUE-1 TO PR-VALUE
290200     WRITE PRINT-RECORD
290300     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
290400     MOVE SPACES TO PRINT-RECORD
290500     MOVE 'FINAL VALUE-2:' TO PR-LABEL
290600     MOVE VALUE-2 TO PR-VALUE
290700     WRITE PRINT-RECORD
290800     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
290900     MOVE SPACES TO PRINT-RECORD
291000     MOVE 'FINAL VALUE-3:' TO PR-LABEL
291100     MOVE VALUE-3 TO PR-VALUE
291200     WRITE PRINT-RECORD
291300     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
291400     MOVE SPACES TO PRINT-RECORD
291500     MOVE 'FINAL TEMP:' TO PR-LABEL
291600     MOVE TEMP TO PR-VALUE
291700     WRITE PRINT-RECORD
291800     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
291900     MOVE SPACES TO PRINT-RECORD
292000     MOVE 'TRANSACTIONS PROCESSED:' TO PR-LABEL
292100     MOVE PROCESSED-COUNT TO PR-VALUE
292200     WRITE PRINT-RECORD
292300     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
292400     MOVE SPACES TO PRINT-RECORD
292500     MOVE 'TRANSACTIONS REJECTED:' TO PR-LABEL
292600     MOVE REJECTED-COUNT TO PR-VALUE
292700     WRITE PRINT-RECORD
292800     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
292900     MOVE SPACES TO PRINT-RECORD
293000     MOVE 'VALUES NOT IN TABLE:' TO PR-LABEL
293100     MOVE UNMAPPED-COUNT TO PR-VALUE
293200     WRITE PRINT-RECORD
293300     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
293400     MOVE SPACES TO PRINT-RECORD
293500     MOVE 'TRANSITION RULES IN EFFECT:' TO PR-LABEL
293600     MOVE RULE-COUNT TO PR-VALUE
293700     WRITE PRINT-RECORD
293800     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
293900     MOVE SPACES TO PRINT-RECORD
294000     MOVE 'RULES NOT YET IN EFFECT:' TO PR-LABEL
294100     MOVE RULE-FUTURE-COUNT TO PR-VALUE
294200     WRITE PRINT-RECORD
294300     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
294400     MOVE ZERO TO SOURCE-SUB
294500     PERFORM 9810-PRINT-SOURCE-LINE
294600         THRU 9810-PRINT-SOURCE-LINE-EXIT
294700         UNTIL SOURCE-SUB NOT < BATCH-COUNT
294800     PERFORM 9815-PRINT-SOURCE-CHECK
294900         THRU 9815-PRINT-SOURCE-CHECK-EXIT
295000     MOVE SPACES TO PRINT-RECORD
295100     MOVE 'DUPLICATE WINDOW (DAYS):' TO PR-LABEL
295200     MOVE OPT-DUP-DAYS TO PR-VALUE
295300     WRITE PRINT-RECORD
295400     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
295500     MOVE SPACES TO PRINT-RECORD
295600     MOVE 'DUPLICATES DIVERTED:' TO PR-LABEL
295700     MOVE DUPLICATE-COUNT TO PR-VALUE
295800     WRITE PRINT-RECORD
295900     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
296000     MOVE SPACES TO PRINT-RECORD
296100     MOVE 'TRANSLATION TABLE ENTRIES:' TO PR-LABEL
296200     EVALUATE TRUE
296300     WHEN PROG3-TABLE-OPEN
296400         MOVE PROG3-TABLE-SIZE TO PR-VALUE
296500     WHEN PROG3-TABLE-ABSENT
296600         MOVE 'TRNSTBL ABSENT OR UNREADABLE' TO PR-VALUE
296700     WHEN OTHER
296800         MOVE 'PROG3 NOT CALLED THIS RUN' TO PR-VALUE
296900     END-EVALUATE
297000     WRITE PRINT-RECORD
297100     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
297200     .
297300 9800-PRINT-REPORT-EXIT.
297400     EXIT.

      *****************************************************************
      * 9810-PRINT-SOURCE-LINE - ONE RUN-REPORT LINE PER SOURCE
      * ITS DETAILS THIS RUN STAGED, AND WHETHER ITS BATCH WAS
      * ACCEPTED OR REFUSED.
      *****************************************************************
297500 9810-PRINT-SOURCE-LINE.
297600     ADD 1 TO SOURCE-SUB
297700     MOVE SB-SOURCE-SYS (SOURCE-SUB) TO SRW-SOURCE-SYS
297800     MOVE SB-TRANS-READ (SOURCE-SUB) TO SRW-VOLUME
297900     IF SB-BATCH-ACCEPTED (SOURCE-SUB)
298000         MOVE 'ACCEPTED' TO SRW-STATUS
298100     ELSE
298200         MOVE 'REFUSED' TO SRW-STATUS
298300     END-IF
298400     MOVE SPACES TO PRINT-RECORD
298500     MOVE 'SOURCE SYSTEM VOLUME:' TO PR-LABEL
298600     MOVE SOURCE-LINE-WORK TO PR-VALUE
298700     WRITE PRINT-RECORD
298800     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
298900     .
299000 9810-PRINT-SOURCE-LINE-EXIT.
299100     EXIT.

      *****************************************************************
      * 9815-PRINT-SOURCE-CHECK - THE SOURCE-REGISTRY RESULT (SEE
      * 0190-CHECK-SOURCE-REGISTRY): ONE LINE PER MISSING OR
      * UNREGISTERED SOURCE WITH THE CONTACT TO CALL, OR A SINGLE
      * ALL-RECEIVED LINE.  NOT PRINTED WHEN THE CHECK DID NOT RUN
      * (SUSPENSE CORRECTION RUNS, REFUSED TRANSMISSIONS).
      *****************************************************************
299200 9815-PRINT-SOURCE-CHECK.
299300     IF SRC-REGISTRY-NOT-CHECKED
299400         GO TO 9815-PRINT-SOURCE-CHECK-EXIT
299500     END-IF
299600     IF SCK-ENTRY-COUNT = ZERO
299700         MOVE SPACES TO PRINT-RECORD
299800         MOVE 'SOURCE REGISTRY CHECK:' TO PR-LABEL
299900         MOVE 'ALL EXPECTED SOURCES RECEIVED' TO PR-VALUE
300000         WRITE PRINT-RECORD
300100         PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
300200         GO TO 9815-PRINT-SOURCE-CHECK-EXIT
300300     END-IF
300400     MOVE ZERO TO SCK-SUB
300500     PERFORM 9816-PRINT-SOURCE-EXCP
300600         THRU 9816-PRINT-SOURCE-EXCP-EXIT
300700         UNTIL SCK-SUB NOT < SCK-ENTRY-COUNT
300800     IF SCK-MISSING-COUNT + SCK-OPTIONAL-COUNT + SCK-UNREG-COUNT
300900        > SCK-ENTRY-COUNT
301000         MOVE SPACES TO PRINT-RECORD
301100         MOVE 'SOURCE REGISTRY CHECK:' TO PR-LABEL
301200         MOVE 'MORE EXCEPTIONS THAN LISTED - SEE THE CONSOLE LOG'
301300             TO PR-VALUE
301400         WRITE PRINT-RECORD
301500         PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
301600     END-IF
301700     .
301800 9815-PRINT-SOURCE-CHECK-EXIT.
301900     EXIT.

302000 9816-PRINT-SOURCE-EXCP.
302100     ADD 1 TO SCK-SUB
302200     MOVE SPACES TO SOURCE-EXCP-LINE-WORK
302300     MOVE SCK-SOURCE-SYS (SCK-SUB) TO SXW-SOURCE-SYS
302400     MOVE SPACES TO PRINT-RECORD
302500     EVALUATE TRUE
302600     WHEN SCK-MANDATORY-MISSING (SCK-SUB)
302700         MOVE 'MISSING MANDATORY SOURCE:' TO PR-LABEL
302800         MOVE 'CONTACT:' TO SXW-CONTACT-LABEL
302900         MOVE SCK-CONTACT-NAME (SCK-SUB) TO SXW-CONTACT-NAME
303000     WHEN SCK-OPTIONAL-MISSING (SCK-SUB)
303100         MOVE 'MISSING OPTIONAL SOURCE:' TO PR-LABEL
303200         MOVE 'CONTACT:' TO SXW-CONTACT-LABEL
303300         MOVE SCK-CONTACT-NAME (SCK-SUB) TO SXW-CONTACT-NAME
303400     WHEN OTHER
303500         MOVE 'UNREGISTERED SOURCE:' TO PR-LABEL
303600     END-EVALUATE
303700     MOVE SOURCE-EXCP-LINE-WORK TO PR-VALUE
303800     WRITE PRINT-RECORD
303900     PERFORM 9923-CHECK-PRTFILE THRU 9923-CHECK-PRTFILE-EXIT
304000     .
304100 9816-PRINT-SOURCE-EXCP-EXIT.
304200     EXIT.

      *****************************************************************
      * 9850-WRITE-EXTRACT-TRAILER - CLOSES THE OUTBOUND FEED'S
      * COMPLETE THE SAME TRANSMISSION INSTEAD OF BREAKING IT IN
      * TWO.
      *****************************************************************
304300 9850-WRITE-EXTRACT-TRAILER.
304400     MOVE EXTRACT-COUNT TO EXT-DETAIL-COUNT
304500     MOVE EXTRACT-HASH  TO EXT-HASH-TOTAL
304600     WRITE EXTRACT-RECORD FROM EXTRACT-TRAILER-WORK
304700     PERFORM 9933-CHECK-EXTRFILE THRU 9933-CHECK-EXTRFILE-EXIT
304800     DISPLAY 'ALPHA0850I - EXTRACT FEED ' EXTRACT-COUNT
304900         ' DETAIL(S), HASH ' EXTRACT-HASH
305000     .
305100 9850-WRITE-EXTRACT-TRAILER-EXIT.
305200     EXIT.

      *****************************************************************
      * 9900-CHECK-IO - COMMON FILE-STATUS GRADE PERFORMED AFTER
      * NORMAL; ANYTHING ELSE IS AN I/O FAILURE AND THE RUN COMES
      * DOWN THROUGH THE CONTROLLED SHUTDOWN IN 9910-IO-ERROR.
      *****************************************************************
305300 9900-CHECK-IO.
305400     IF IOC-STATUS = '00' OR IOC-STATUS = '02'
305500        OR IOC-STATUS = '04' OR IOC-STATUS = '05'
305600        OR IOC-STATUS = '10' OR IOC-STATUS = '23'
305700         GO TO 9900-CHECK-IO-EXIT
305800     END-IF
305900     PERFORM 9910-IO-ERROR THRU 9910-IO-ERROR-EXIT
306000     .
306100 9900-CHECK-IO-EXIT.
306200     EXIT.

      *****************************************************************
      * 9910-IO-ERROR - CONTROLLED SHUTDOWN ON AN I/O FAILURE.  THE
      * REFUSED TRANSMISSION (CC 16).  A SECOND FAILURE DURING THE
      * SHUTDOWN ITSELF ENDS THE RUN IMMEDIATELY.
      *****************************************************************
306300 9910-IO-ERROR.
306400     IF IO-ERROR-IN-PROGRESS
306500         DISPLAY 'ALPHA0910E - FURTHER I/O ERROR ON '
306600             IOC-DD-NAME ' STATUS ' IOC-STATUS
306700             ' DURING SHUTDOWN'
306800         MOVE 12 TO RETURN-CODE
306900         GOBACK
307000     END-IF
307100     SET IO-ERROR-IN-PROGRESS TO TRUE
307200     DISPLAY 'ALPHA0900E - I/O ERROR ON ' IOC-DD-NAME
307300         ' STATUS ' IOC-STATUS ' TRANSACTION ' TRAN-SEQ
307400         UPON OPER-CONSOLE
307500     DISPLAY 'ALPHA0900E - I/O ERROR ON ' IOC-DD-NAME
307600         ' STATUS ' IOC-STATUS ' AT CHECKPOINT '
307700         CHECKPOINT-CODE ' TRANSACTION ' TRAN-SEQ
307800     IF IOC-DD-NAME NOT = 'CKPTFILE'
307900        AND IOC-DD-NAME NOT = 'DTLFILE'
308000        AND CKPT-FILE-OPEN
308100         PERFORM 9700-WRITE-CHECKPOINT
308200             THRU 9700-WRITE-CHECKPOINT-EXIT
308300     END-IF
308400     IF IOC-DD-NAME NOT = 'STATFILE'
308500         PERFORM 9840-WRITE-STATISTICS
308600             THRU 9840-WRITE-STATISTICS-EXIT
308700     END-IF
308800     IF IOC-DD-NAME NOT = 'HISTFILE'
308900        AND NOT SUSPENSE-RUN
309000        AND NOT BACKOUT-RUN
309100         PERFORM 9830-WRITE-HISTORY
309200             THRU 9830-WRITE-HISTORY-EXIT
309300     END-IF
309400     MOVE 12 TO RETURN-CODE
309500     DISPLAY 'ALPHA0910I - CONTROLLED SHUTDOWN '
309600         'COMPLETE, CONDITION CODE 12'
309700     GOBACK
309800     .
309900 9910-IO-ERROR-EXIT.
310000     EXIT.

310100 9920-CHECK-TRANFILE.
310200     MOVE 'TRANFILE' TO IOC-DD-NAME
310300     MOVE TRANFILE-STATUS TO IOC-STATUS
310400     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
310500     .
310600 9920-CHECK-TRANFILE-EXIT.
310700     EXIT.

310800 9921-CHECK-ERRFILE.
310900     MOVE 'ERRFILE' TO IOC-DD-NAME
311000     MOVE ERRFILE-STATUS TO IOC-STATUS
311100     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
311200     .
311300 9921-CHECK-ERRFILE-EXIT.
311400     EXIT.

311500 9922-CHECK-AUDTFILE.
311600     MOVE 'AUDTFILE' TO IOC-DD-NAME
311700     MOVE AUDTFILE-STATUS TO IOC-STATUS
311800     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
311900     .
312000 9922-CHECK-AUDTFILE-EXIT.
312100     EXIT.

312200 9923-CHECK-PRTFILE.
312300     MOVE 'PRTFILE' TO IOC-DD-NAME
312400     MOVE PRTFILE-STATUS TO IOC-STATUS
312500     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
312600     .
312700 9923-CHECK-PRTFILE-EXIT.
312800     EXIT.

312900 9924-CHECK-EXCPFILE.
313000     MOVE 'EXCPFILE' TO IOC-DD-NAME
313100     MOVE EXCPFILE-STATUS TO IOC-STATUS
313200     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
313300     .
313400 9924-CHECK-EXCPFILE-EXIT.
313500     EXIT.

313600 9925-CHECK-RECONFIL.
313700     MOVE 'RECONFIL' TO IOC-DD-NAME
313800     MOVE RECONFIL-STATUS TO IOC-STATUS
313900     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
314000     .
314100 9925-CHECK-RECONFIL-EXIT.
314200     EXIT.

314300 9926-CHECK-CKPTFILE.
314400     MOVE 'CKPTFILE' TO IOC-DD-NAME
314500     MOVE CKPTFILE-STATUS TO IOC-STATUS
314600     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
314700     .
314800 9926-CHECK-CKPTFILE-EXIT.
314900     EXIT.

315000 9927-CHECK-PARMFILE.
315100     MOVE 'PARMFILE' TO IOC-DD-NAME
315200     MOVE PARMFILE-STATUS TO IOC-STATUS
315300     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
315400     .
315500 9927-CHECK-PARMFILE-EXIT.
315600     EXIT.

315700 9928-CHECK-STATFILE.
315800     MOVE 'STATFILE' TO IOC-DD-NAME
315900     MOVE STATFILE-STATUS TO IOC-STATUS
316000     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
316100     .
316200 9928-CHECK-STATFILE-EXIT.
316300     EXIT.

316400 9929-CHECK-HISTFILE.
316500     MOVE 'HISTFILE' TO IOC-DD-NAME
316600     MOVE HISTFILE-STATUS TO IOC-STATUS
316700     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
316800     .
316900 9929-CHECK-HISTFILE-EXIT.
317000     EXIT.

317100 9930-CHECK-DTLFILE.
317200     MOVE 'DTLFILE' TO IOC-DD-NAME
317300     MOVE DTLFILE-STATUS TO IOC-STATUS
317400     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
317500     .
317600 9930-CHECK-DTLFILE-EXIT.
317700     EXIT.

317800 9931-CHECK-SUSPFILE.
317900     MOVE 'SUSPFILE' TO IOC-DD-NAME
318000     MOVE SUSPFILE-STATUS TO IOC-STATUS
318100     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
318200     .
318300 9931-CHECK-SUSPFILE-EXIT.
318400     EXIT.

318500 9932-CHECK-SUSPIN.
318600     MOVE 'SUSPIN' TO IOC-DD-NAME
318700     MOVE SUSPIN-STATUS TO IOC-STATUS
318800     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
318900     .
319000 9932-CHECK-SUSPIN-EXIT.
319100     EXIT.

319200 9933-CHECK-EXTRFILE.
319300     MOVE 'EXTRFILE' TO IOC-DD-NAME
319400     MOVE EXTRFILE-STATUS TO IOC-STATUS
319500     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
319600     .
319700 9933-CHECK-EXTRFILE-EXIT.
319800     EXIT.

319900 9934-CHECK-UNMPFILE.
320000     MOVE 'UNMPFILE' TO IOC-DD-NAME
320100     MOVE UNMPFILE-STATUS TO IOC-STATUS
320200     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
320300     .
320400 9934-CHECK-UNMPFILE-EXIT.
320500     EXIT.

320600 9935-CHECK-SRCREG.
320700     MOVE 'SRCREG' TO IOC-DD-NAME
320800     MOVE SRCREG-STATUS TO IOC-STATUS
320900     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
321000     .
321100 9935-CHECK-SRCREG-EXIT.
321200     EXIT.

321300 9936-CHECK-TRNRULES.
321400     MOVE 'TRNRULES' TO IOC-DD-NAME
321500     MOVE TRNRULES-STATUS TO IOC-STATUS
321600     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
321700     .
321800 9936-CHECK-TRNRULES-EXIT.
321900     EXIT.

322000 9937-CHECK-FPRINT.
322100     MOVE 'FPRINT' TO IOC-DD-NAME
322200     MOVE FPRINT-STATUS TO IOC-STATUS
322300     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
322400     .
322500 9937-CHECK-FPRINT-EXIT.
322600     EXIT.

322700 9938-CHECK-DUPFILE.
322800     MOVE 'DUPFILE' TO IOC-DD-NAME
322900     MOVE DUPFILE-STATUS TO IOC-STATUS
323000     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
323100     .
323200 9938-CHECK-DUPFILE-EXIT.
323300     EXIT.

323400 9939-CHECK-SPLTCTL.
323500     MOVE 'SPLTCTL' TO IOC-DD-NAME
323600     MOVE SPLTCTL-STATUS TO IOC-STATUS
323700     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
323800     .
323900 9939-CHECK-SPLTCTL-EXIT.
324000     EXIT.

324100 9940-CHECK-DTLWORK.
324200     MOVE 'DTLWORK' TO IOC-DD-NAME
324300     MOVE DTLWORK-STATUS TO IOC-STATUS
324400     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
324500     .
324600 9940-CHECK-DTLWORK-EXIT.
324700     EXIT.

324800 9941-CHECK-FPRWORK.
324900     MOVE 'FPRWORK' TO IOC-DD-NAME
325000     MOVE FPRWORK-STATUS TO IOC-STATUS
325100     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
325200     .
325300 9941-CHECK-FPRWORK-EXIT.
325400     EXIT.

325500 9942-CHECK-BKEXTIN.
325600     MOVE 'BKEXTIN' TO IOC-DD-NAME
325700     MOVE BKEXTIN-STATUS TO IOC-STATUS
325800     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
325900     .
326000 9942-CHECK-BKEXTIN-EXIT.
326100     EXIT.

326200 9943-CHECK-BKAUDIN.
326300     MOVE 'BKAUDIN' TO IOC-DD-NAME
326400     MOVE BKAUDIN-STATUS TO IOC-STATUS
326500     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
326600     .
326700 9943-CHECK-BKAUDIN-EXIT.
326800     EXIT.

326900 9944-CHECK-SIGNOFF.
327000     MOVE 'SIGNOFF' TO IOC-DD-NAME
327100     MOVE SIGNOFF-STATUS TO IOC-STATUS
327200     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
327300     .
327400 9944-CHECK-SIGNOFF-EXIT.
327500     EXIT.

327600 9945-CHECK-SRCSTATS.
327700     MOVE 'SRCSTATS' TO IOC-DD-NAME
327800     MOVE SRCSTATS-STATUS TO IOC-STATUS
327900     PERFORM 9900-CHECK-IO THRU 9900-CHECK-IO-EXIT
328000     .
328100 9945-CHECK-SRCSTATS-EXIT.
328200     EXIT.
