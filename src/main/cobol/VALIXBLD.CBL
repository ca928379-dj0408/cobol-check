000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  VALIXBLD.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : VALIXBLD
000900* PURPOSE  : FIRST STEP OF THE VALIXJ REBUILD OF THE ALPHA
001000*            VALUE INDEX (PROD.ALPHA.VALINDEX, SEE VALIXREC),
001100*            WHICH THE ALPV VALUE SEARCH IN ALPHINQ READS TO
001200*            ANSWER "WHERE DID THIS VALUE SHOW UP, AND WHAT
001300*            BECAME OF IT" ACROSS EVERY RUN DATE.
001400*
001500*            WRITES ONE INDEX RECORD, IN NO PARTICULAR ORDER,
001600*            TO VIXWORK FOR:
001700*              - EVERY AUDIT, EXCEPTION AND DUPLICATE ENTRY ON
001800*                THE INQUIRY DETAIL FILE (DTLFILE), MARKED ON
001900*                FILE
002000*              - EVERY SUCH ENTRY ON THE DTLPURG ARCHIVE
002100*                GENERATIONS (ARCHFILE, ALL OF THEM
002200*                CONCATENATED) THAT IS NOT BACK ON DTLFILE
002300*                THROUGH A RESTORE, MARKED ARCHIVED - THE
002400*                SEARCH SHOWS THE RUN DATES THAT NEED A
002500*                DTLPURGJ RESTORE BEFORE ALPH CAN SHOW THEM
002600*            PLUS ONE KEY-LOW-VALUES RECORD SO THE RELOADED
002700*            CLUSTER IS NEVER EMPTY.  THE NEXT STEPS SORT
002800*            VIXWORK INTO KEY ORDER, DROPPING AN ENTRY ARCHIVED
002900*            TWICE, AND RELOAD THE CLUSTER FROM IT.
003000*
003100*            AN ENTRY WRITTEN BEFORE THE INQUIRY ENTRIES
003200*            CARRIED THEIR SOURCE SYSTEM AND FULL VALUE IS
003300*            INDEXED UNDER THE VALUE TRIMMED INTO ITS TEXT AND,
003400*            EXCEPT FOR A DUPLICATE ENTRY, UNDER NO SOURCE.
003500*
003600* MODIFICATION HISTORY
003700* ---------------------------------------------------------------
003800* DATE       INIT  DESCRIPTION
003900* ---------------------------------------------------------------
004000* 2026-10-15 JDM   ORIGINAL PROGRAM.
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DETAIL-FILE ASSIGN TO DTLFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DTL-KEY.
004900     SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT INDEX-WORK-FILE ASSIGN TO VIXWORK
005200         ORGANIZATION IS SEQUENTIAL.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DETAIL-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  DETAIL-RECORD.
005800     COPY INQDTREC.

005900 FD  ARCHIVE-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  ARCHIVE-RECORD.
006300     05  ARCH-KEY.
006400         10  ARCH-RUN-DATE     PIC 9(08).
006500         10  ARCH-SEQ-NO       PIC 9(05).
006600     05  FILLER                PIC X(182).

006700 FD  INDEX-WORK-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  INDEX-WORK-RECORD.
007100     COPY VALIXREC.

007200 WORKING-STORAGE SECTION.
007300 77  DETAIL-READ-COUNT         PIC 9(07) VALUE ZERO.
007400 77  ARCHIVE-READ-COUNT        PIC 9(07) VALUE ZERO.
007500 77  ON-FILE-COUNT             PIC 9(07) VALUE ZERO.
007600 77  ARCHIVED-COUNT            PIC 9(07) VALUE ZERO.
007700 77  RESTORED-COUNT            PIC 9(07) VALUE ZERO.
007800 77  SKIP-COUNT                PIC 9(07) VALUE ZERO.
007900 77  ENTRY-LOCATION            PIC X(01) VALUE SPACE.

      *****************************************************************
      * ENTRY-TEXT-WORK - THE INQUIRY ENTRY'S TEXT, VIEWED THE WAY
      * ALPHA BUILT IT FOR EACH KIND OF ENTRY (ITS DTL-AUDIT-TEXT,
      * DTL-EXCP-TEXT AND DTL-DUPL-TEXT WORK AREAS).
      *****************************************************************
008000 01  ENTRY-TEXT-WORK.
008100     05  ETW-TEXT              PIC X(70).
008200     05  ETW-AUDIT-VIEW REDEFINES ETW-TEXT.
008300         10  ETW-FIELD-NAME    PIC X(08).
008400         10  FILLER            PIC X(01).
008500         10  ETW-BEFORE-VALUE  PIC X(26).
008600         10  FILLER            PIC X(04).
008700         10  ETW-AFTER-VALUE   PIC X(26).
008800         10  FILLER            PIC X(05).
008900     05  ETW-EXCP-VIEW REDEFINES ETW-TEXT.
009000         10  ETW-PARAGRAPH     PIC X(12).
009100         10  FILLER            PIC X(01).
009200         10  ETW-REJECT-VALUE  PIC X(52).
009300         10  FILLER            PIC X(05).
009400     05  ETW-DUPL-VIEW REDEFINES ETW-TEXT.
009500         10  FILLER            PIC X(11).
009600         10  ETW-FIRST-DATE    PIC X(08).
009700         10  FILLER            PIC X(01).
009800         10  ETW-FIRST-SEQ     PIC X(05).
009900         10  FILLER            PIC X(01).
010000         10  ETW-SOURCE-SYS    PIC X(08).
010100         10  FILLER            PIC X(01).
010200         10  ETW-VALUE-1       PIC X(26).
010300         10  FILLER            PIC X(09).

010400 01  AUDIT-OUTCOME-WORK.
010500     05  AOW-FIELD-NAME        PIC X(08) VALUE SPACES.
010600     05  FILLER                PIC X(04) VALUE ' -> '.
010700     05  AOW-AFTER-VALUE       PIC X(26) VALUE SPACES.
010800     05  FILLER                PIC X(02) VALUE SPACES.

010900 01  EXCP-OUTCOME-WORK.
011000     05  FILLER                PIC X(12) VALUE 'REJECTED IN '.
011100     05  EOW-PARAGRAPH         PIC X(12) VALUE SPACES.
011200     05  FILLER                PIC X(16) VALUE SPACES.

011300 01  DUPL-OUTCOME-WORK.
011400     05  FILLER                PIC X(13) VALUE 'DUPLICATE OF '.
011500     05  DOW-FIRST-DATE        PIC X(08) VALUE SPACES.
011600     05  FILLER                PIC X(01) VALUE '/'.
011700     05  DOW-FIRST-SEQ         PIC X(05) VALUE SPACES.
011800     05  FILLER                PIC X(13) VALUE SPACES.

011900 01  PROGRAM-SWITCHES.
012000     05  DTL-EOF-SWITCH        PIC X(01)  VALUE 'N'.
012100         88  DTL-EOF                      VALUE 'Y'.
012200         88  DTL-NOT-EOF                  VALUE 'N'.
012300     05  ARCH-EOF-SWITCH       PIC X(01)  VALUE 'N'.
012400         88  ARCH-EOF                     VALUE 'Y'.
012500         88  ARCH-NOT-EOF                 VALUE 'N'.
012600     05  RESTORED-SWITCH       PIC X(01)  VALUE 'N'.
012700         88  ENTRY-RESTORED               VALUE 'Y'.
012800         88  ENTRY-NOT-RESTORED           VALUE 'N'.

012900 PROCEDURE DIVISION.

      *****************************************************************
      * 0000-MAINLINE - THE SEED RECORD, THEN THE ENTRIES ON FILE,
      * THEN THE ARCHIVED ENTRIES NOT BACK ON FILE.
      *****************************************************************
013000 0000-MAINLINE.
013100     OPEN INPUT DETAIL-FILE
013200     OPEN OUTPUT INDEX-WORK-FILE
013300     MOVE SPACES TO INDEX-WORK-RECORD
013400     MOVE LOW-VALUES TO VIX-KEY
013500     MOVE ZERO TO VIX-RUN-DATE
013600     MOVE ZERO TO VIX-TRAN-SEQ
013700     WRITE INDEX-WORK-RECORD
013800     PERFORM 1000-INDEX-DETAIL-REC
013900         THRU 1000-INDEX-DETAIL-REC-EXIT
014000         UNTIL DTL-EOF
014100     OPEN INPUT ARCHIVE-FILE
014200     PERFORM 2000-INDEX-ARCHIVE-REC
014300         THRU 2000-INDEX-ARCHIVE-REC-EXIT
014400         UNTIL ARCH-EOF
014500     CLOSE ARCHIVE-FILE
014600     CLOSE INDEX-WORK-FILE
014700     CLOSE DETAIL-FILE
014800     DISPLAY 'VIXB0000I - ' DETAIL-READ-COUNT ' DTLFILE AND '
014900         ARCHIVE-READ-COUNT ' ARCHFILE RECORD(S) READ'
015000     DISPLAY 'VIXB0000I - ' ON-FILE-COUNT ' ENTRIES INDEXED ON '
015100         'FILE, ' ARCHIVED-COUNT ' ARCHIVED, ' RESTORED-COUNT
015200         ' ARCHIVED BUT RESTORED, ' SKIP-COUNT ' NOT INDEXED'
015300     MOVE ZERO TO RETURN-CODE
015400     GOBACK
015500     .

      *****************************************************************
      * 1000-INDEX-DETAIL-REC - ONE DTLFILE RECORD.  THE KEY-ZERO
      * SEED AND EACH DATE'S SEQUENCE-ZERO CHECKPOINT POSITION ARE
      * NOT ENTRIES AND ARE PASSED OVER.
      *****************************************************************
015600 1000-INDEX-DETAIL-REC.
015700     READ DETAIL-FILE NEXT RECORD
015800         AT END
015900             SET DTL-EOF TO TRUE
016000             GO TO 1000-INDEX-DETAIL-REC-EXIT
016100     END-READ
016200     ADD 1 TO DETAIL-READ-COUNT
016300     IF DTL-RUN-DATE = ZERO OR DTL-SEQ-NO = ZERO
016400         GO TO 1000-INDEX-DETAIL-REC-EXIT
016500     END-IF
016600     MOVE 'F' TO ENTRY-LOCATION
016700     PERFORM 3000-WRITE-INDEX-ENTRY
016800         THRU 3000-WRITE-INDEX-ENTRY-EXIT
016900     .
017000 1000-INDEX-DETAIL-REC-EXIT.
017100     EXIT.

      *****************************************************************
      * 2000-INDEX-ARCHIVE-REC - ONE ARCHIVED RECORD.  ONE THAT A
      * RESTORE HAS PUT BACK ON DTLFILE WAS INDEXED ON FILE BY
      * 1000-INDEX-DETAIL-REC AND IS ONLY COUNTED HERE.
      *****************************************************************
017200 2000-INDEX-ARCHIVE-REC.
017300     READ ARCHIVE-FILE
017400         AT END
017500             SET ARCH-EOF TO TRUE
017600             GO TO 2000-INDEX-ARCHIVE-REC-EXIT
017700     END-READ
017800     ADD 1 TO ARCHIVE-READ-COUNT
017900     IF ARCH-RUN-DATE = ZERO OR ARCH-SEQ-NO = ZERO
018000         GO TO 2000-INDEX-ARCHIVE-REC-EXIT
018100     END-IF
018200     MOVE ARCH-KEY TO DTL-KEY
018300     SET ENTRY-RESTORED TO TRUE
018400     READ DETAIL-FILE
018500         INVALID KEY
018600             SET ENTRY-NOT-RESTORED TO TRUE
018700     END-READ
018800     IF ENTRY-RESTORED
018900         ADD 1 TO RESTORED-COUNT
019000         GO TO 2000-INDEX-ARCHIVE-REC-EXIT
019100     END-IF
019200     MOVE ARCHIVE-RECORD TO DETAIL-RECORD
019300     MOVE 'A' TO ENTRY-LOCATION
019400     PERFORM 3000-WRITE-INDEX-ENTRY
019500         THRU 3000-WRITE-INDEX-ENTRY-EXIT
019600     .
019700 2000-INDEX-ARCHIVE-REC-EXIT.
019800     EXIT.

      *****************************************************************
      * 3000-WRITE-INDEX-ENTRY - FILES THE ENTRY IN DETAIL-RECORD
      * UNDER ITS VALUE AND SOURCE, WITH WHAT BECAME OF THE VALUE:
      * THE TRANSITION FOR AN AUDIT ENTRY, THE PARAGRAPH THAT
      * REJECTED IT FOR AN EXCEPTION, THE FIRST SIGHTING FOR A
      * DUPLICATE.  ENTRY-LOCATION SAYS WHERE THE ENTRY IS NOW.
      *****************************************************************
019900 3000-WRITE-INDEX-ENTRY.
020000     IF NOT DTL-AUDIT-ENTRY
020100        AND NOT DTL-EXCEPTION-ENTRY
020200        AND NOT DTL-DUPLICATE-ENTRY
020300         ADD 1 TO SKIP-COUNT
020400         GO TO 3000-WRITE-INDEX-ENTRY-EXIT
020500     END-IF
020600     MOVE SPACES TO INDEX-WORK-RECORD
020700     MOVE DTL-TEXT TO ETW-TEXT
020800     MOVE DTL-VALUE TO VIX-VALUE
020900     MOVE DTL-SOURCE-SYS TO VIX-SOURCE-SYS
021000     EVALUATE TRUE
021100     WHEN DTL-AUDIT-ENTRY
021200         IF VIX-VALUE = SPACES
021300             MOVE ETW-BEFORE-VALUE TO VIX-VALUE
021400         END-IF
021500         MOVE ETW-FIELD-NAME TO AOW-FIELD-NAME
021600         MOVE ETW-AFTER-VALUE TO AOW-AFTER-VALUE
021700         MOVE AUDIT-OUTCOME-WORK TO VIX-OUTCOME-TEXT
021800         SET VIX-NOT-REJECTED TO TRUE
021900     WHEN DTL-EXCEPTION-ENTRY
022000         IF VIX-VALUE = SPACES
022100             MOVE ETW-REJECT-VALUE TO VIX-VALUE
022200         END-IF
022300         MOVE ETW-PARAGRAPH TO EOW-PARAGRAPH
022400         MOVE EXCP-OUTCOME-WORK TO VIX-OUTCOME-TEXT
022500         SET VIX-REJECTED TO TRUE
022600     WHEN OTHER
022700         IF VIX-VALUE = SPACES
022800             MOVE ETW-VALUE-1 TO VIX-VALUE
022900         END-IF
023000         IF VIX-SOURCE-SYS = SPACES
023100             MOVE ETW-SOURCE-SYS TO VIX-SOURCE-SYS
023200         END-IF
023300         MOVE ETW-FIRST-DATE TO DOW-FIRST-DATE
023400         MOVE ETW-FIRST-SEQ TO DOW-FIRST-SEQ
023500         MOVE DUPL-OUTCOME-WORK TO VIX-OUTCOME-TEXT
023600         SET VIX-NOT-REJECTED TO TRUE
023700     END-EVALUATE
023800     IF VIX-VALUE = SPACES
023900         ADD 1 TO SKIP-COUNT
024000         GO TO 3000-WRITE-INDEX-ENTRY-EXIT
024100     END-IF
024200     COMPUTE VIX-DATE-DESC = 99999999 - DTL-RUN-DATE
024300     MOVE DTL-SEQ-NO TO VIX-SEQ-NO
024400     MOVE DTL-RUN-DATE TO VIX-RUN-DATE
024500     MOVE DTL-TRAN-SEQ TO VIX-TRAN-SEQ
024600     MOVE DTL-REC-TYPE TO VIX-REC-TYPE
024700     MOVE ENTRY-LOCATION TO VIX-LOCATION
024800     WRITE INDEX-WORK-RECORD
024900     IF VIX-ON-FILE
025000         ADD 1 TO ON-FILE-COUNT
025100     ELSE
025200         ADD 1 TO ARCHIVED-COUNT
025300     END-IF
025400     .
025500 3000-WRITE-INDEX-ENTRY-EXIT.
025600     EXIT.
