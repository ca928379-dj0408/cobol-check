000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ALPHSPLT.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : ALPHSPLT
000900* PURPOSE  : SPLITS THE NIGHT'S TRANFILE TRANSMISSION INTO UP TO
001000*            FIVE STREAM TRANSACTION FILES (STRMT01-STRMT05) SO
001100*            THE SOURCE BATCHES CAN BE RUN BY FIVE ALPHA JOBS AT
001200*            THE SAME TIME (ALPHAS01-ALPHAS05) AND MERGED BACK
001300*            INTO ONE NIGHT BY ALPHMRG.  THE BATCHES ARE DEALT
001400*            OUT WHOLE - HEADER, DETAILS AND TRAILER TOGETHER -
001500*            IN TRANSMISSION ORDER, AS EVENLY AS THE BATCH COUNT
001600*            ALLOWS (THE FIRST STREAMS TAKE ONE EXTRA BATCH WHEN
001700*            IT DOES NOT DIVIDE BY FIVE), SO EACH STREAM FILE IS
001800*            ITSELF A VALID TRANFILE AND ALPHA EDITS, REFUSES
001900*            AND CHECKPOINTS IT JUST AS IT WOULD THE WHOLE NIGHT.
002000*            A TRANSMISSION WITH NO BATCH HEADER, OR WITH
002100*            RECORDS AHEAD OF ITS FIRST HEADER, IS NOT CUT UP -
002200*            IT GOES WHOLE TO STREAM 01 FOR ALPHA TO JUDGE.
002300*            A STREAM THAT GETS NO BATCH IS LEFT EMPTY AND ITS
002400*            JOB SKIPS THE ALPHA STEP.
002500*
002600*            THE SPLIT IS RECORDED ON SPLTCTL (SEE SPLTREC): THE
002700*            RUN DATE EVERY STREAM AND THE MERGE RUN UNDER, AND
002800*            PER STREAM ITS BATCH, DETAIL AND RECORD COUNTS AND
002900*            THE TRANSACTION SEQUENCE BASE IT NUMBERS FROM, SO
003000*            THE MERGED NIGHT CARRIES ONE UNBROKEN SET OF
003100*            TRANSACTION SEQUENCES.
003200*
003300*            DUPLICATE-RUN GUARD: A DATE THE HISTFILE MASTER
003400*            ALREADY SHOWS CLEAN IS NOT SPLIT (CONDITION CODE
003500*            16, WHICH HOLDS THE STREAM JOBS) UNLESS THE PARM
003600*            IS PARM='FORCE=Y'.  A FORCED SPLIT IS FLAGGED ON
003700*            SPLTCTL AND EVERY STREAM AND THE MERGE HONOUR IT.
003800*            ALPHA STILL TAKES AT MOST 10 BATCHES PER RUN, SO A
003900*            NIGHT OF MORE THAN 50 BATCHES REFUSES IN ITS
004000*            STREAMS EXACTLY AS IT WOULD HAVE IN ONE RUN.
004100*
004200* MODIFICATION HISTORY
004300* ---------------------------------------------------------------
004400* DATE       INIT  DESCRIPTION
004500* ---------------------------------------------------------------
004600* 2026-10-15 JDM   ORIGINAL PROGRAM.
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT TRANS-FILE ASSIGN TO TRANFILE
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT HISTORY-FILE ASSIGN TO HISTFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS HIST-RUN-DATE.
005700     SELECT STREAM-FILE-1 ASSIGN TO STRMT01
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT STREAM-FILE-2 ASSIGN TO STRMT02
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT STREAM-FILE-3 ASSIGN TO STRMT03
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT STREAM-FILE-4 ASSIGN TO STRMT04
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT STREAM-FILE-5 ASSIGN TO STRMT05
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT SPLIT-CONTROL-FILE ASSIGN TO SPLTCTL
006800         ORGANIZATION IS SEQUENTIAL.

006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  TRANS-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  TRAN-RECORD.
007500     COPY TRANREC.

007600 FD  HISTORY-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  HISTORY-RECORD.
007900     COPY HISTREC.

008000 FD  STREAM-FILE-1
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  STREAM-1-RECORD               PIC X(161).

008400 FD  STREAM-FILE-2
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  STREAM-2-RECORD               PIC X(161).

008800 FD  STREAM-FILE-3
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  STREAM-3-RECORD               PIC X(161).

009200 FD  STREAM-FILE-4
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  STREAM-4-RECORD               PIC X(161).

009600 FD  STREAM-FILE-5
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  STREAM-5-RECORD               PIC X(161).

010000 FD  SPLIT-CONTROL-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  SPLIT-CONTROL-RECORD.
010400     COPY SPLTREC.

010500 WORKING-STORAGE SECTION.
010600 77  RUN-DATE                  PIC 9(08) VALUE ZERO.
010700 77  RECORD-TOTAL              PIC 9(07) VALUE ZERO.
010800 77  BATCH-TOTAL               PIC 9(03) VALUE ZERO.
010900 77  DETAIL-TOTAL              PIC 9(07) VALUE ZERO.
011000 77  LOOSE-RECORD-COUNT        PIC 9(07) VALUE ZERO.
011100 77  BATCHES-PER-STREAM        PIC 9(03) VALUE ZERO.
011200 77  EXTRA-BATCHES             PIC 9(03) VALUE ZERO.
011300 77  ACTIVE-STREAMS            PIC 9(02) VALUE ZERO.
011400 77  STREAM-SUB                PIC 9(02) VALUE ZERO.
011500 77  CURRENT-STREAM            PIC 9(02) VALUE ZERO.
011600 77  STREAM-MAX                PIC 9(02) VALUE 5.

011700 01  SPLIT-PARSE-WORK.
011800     05  SPLIT-KEYWORD         PIC X(08) VALUE SPACES.
011900     05  SPLIT-VALUE           PIC X(08) VALUE SPACES.

012000 01  PROGRAM-SWITCHES.
012100     05  TRAN-EOF-SWITCH       PIC X(01)  VALUE 'N'.
012200         88  TRAN-EOF                     VALUE 'Y'.
012300         88  TRAN-NOT-EOF                 VALUE 'N'.
012400     05  FORCE-SWITCH          PIC X(01)  VALUE 'N'.
012500         88  FORCE-SPLIT                  VALUE 'Y'.
012600         88  NOT-FORCE-SPLIT              VALUE 'N'.
012700     05  WHOLE-FILE-SWITCH     PIC X(01)  VALUE 'N'.
012800         88  WHOLE-FILE-TO-STREAM-1       VALUE 'Y'.
012900         88  SPLIT-BY-BATCH               VALUE 'N'.
013000     05  HEADER-SEEN-SWITCH    PIC X(01)  VALUE 'N'.
013100         88  HEADER-SEEN                  VALUE 'Y'.
013200         88  HEADER-NOT-SEEN              VALUE 'N'.
013300     05  GUARD-SWITCH          PIC X(01)  VALUE 'N'.
013400         88  SPLIT-REFUSED                VALUE 'Y'.
013500         88  SPLIT-ACCEPTED               VALUE 'N'.

      *****************************************************************
      * STREAM-TABLE - ONE ENTRY PER STREAM: HOW MANY BATCHES IT IS
      * TO TAKE (THE QUOTA WORKED OUT FROM THE FIRST PASS), AND WHAT
      * THE SECOND PASS ACTUALLY DEALT IT.
      *****************************************************************
013600 01  STREAM-TABLE.
013700     05  ST-ENTRY OCCURS 5 TIMES.
013800         10  ST-QUOTA          PIC 9(03).
013900         10  ST-BATCHES        PIC 9(03).
014000         10  ST-DETAILS        PIC 9(07).
014100         10  ST-RECORDS        PIC 9(07).
014200         10  ST-SEQ-BASE       PIC 9(05).

014300 LINKAGE SECTION.
014400 01  SPLIT-PARM.
014500     05  SPLIT-PARM-LEN        PIC S9(4) COMP.
014600     05  SPLIT-PARM-TEXT       PIC X(20).

014700 PROCEDURE DIVISION USING SPLIT-PARM.

      *****************************************************************
      * 0000-MAINLINE - CHECK THE DATE HAS NOT ALREADY RUN CLEAN,
      * COUNT THE NIGHT'S BATCHES, DEAL THEM OUT TO THE STREAMS AND
      * RECORD THE SPLIT ON SPLTCTL.
      *****************************************************************
014800 0000-MAINLINE.
014900     ACCEPT RUN-DATE FROM DATE YYYYMMDD
015000     INITIALIZE STREAM-TABLE
015100     IF SPLIT-PARM-LEN > ZERO
015200         UNSTRING SPLIT-PARM-TEXT
015300             DELIMITED BY '=' OR ALL SPACE
015400             INTO SPLIT-KEYWORD SPLIT-VALUE
015500         END-UNSTRING
015600         IF SPLIT-KEYWORD = 'FORCE' AND SPLIT-VALUE = 'Y'
015700             SET FORCE-SPLIT TO TRUE
015800         ELSE
015900             DISPLAY 'SPLT0000W - PARM NOT UNDERSTOOD, IGNORED: '
016000                 SPLIT-PARM-TEXT
016100         END-IF
016200     END-IF
016300     PERFORM 1000-CHECK-PRIOR-OUTCOME
016400         THRU 1000-CHECK-PRIOR-OUTCOME-EXIT
016500     IF SPLIT-REFUSED
016600         MOVE 16 TO RETURN-CODE
016700         GOBACK
016800     END-IF
016900     OPEN INPUT TRANS-FILE
017000     PERFORM 2000-COUNT-TRAN-REC
017100         THRU 2000-COUNT-TRAN-REC-EXIT
017200         UNTIL TRAN-EOF
017300     CLOSE TRANS-FILE
017400     PERFORM 3000-SET-STREAM-QUOTAS
017500         THRU 3000-SET-STREAM-QUOTAS-EXIT
017600     OPEN INPUT TRANS-FILE
017700     OPEN OUTPUT STREAM-FILE-1
017800     OPEN OUTPUT STREAM-FILE-2
017900     OPEN OUTPUT STREAM-FILE-3
018000     OPEN OUTPUT STREAM-FILE-4
018100     OPEN OUTPUT STREAM-FILE-5
018200     MOVE 1 TO CURRENT-STREAM
018300     SET TRAN-NOT-EOF TO TRUE
018400     PERFORM 4000-DEAL-TRAN-REC
018500         THRU 4000-DEAL-TRAN-REC-EXIT
018600         UNTIL TRAN-EOF
018700     CLOSE TRANS-FILE
018800     CLOSE STREAM-FILE-1
018900     CLOSE STREAM-FILE-2
019000     CLOSE STREAM-FILE-3
019100     CLOSE STREAM-FILE-4
019200     CLOSE STREAM-FILE-5
019300     PERFORM 5000-WRITE-SPLIT-CONTROL
019400         THRU 5000-WRITE-SPLIT-CONTROL-EXIT
019500     DISPLAY 'SPLT0000I - ' RUN-DATE ' SPLIT: ' BATCH-TOTAL
019600         ' BATCH(ES), ' DETAIL-TOTAL ' DETAIL(S) OVER '
019700         ACTIVE-STREAMS ' STREAM(S)'
019800     MOVE ZERO TO RETURN-CODE
019900     GOBACK
020000     .

      *****************************************************************
      * 1000-CHECK-PRIOR-OUTCOME - THE SAME DUPLICATE-RUN GUARD ALPHA
      * APPLIES TO A FRESH RUN, HELD HERE AT THE FRONT OF THE SPLIT
      * NIGHT SO A CLEAN DATE IS NOT CUT UP AND RE-DRIVEN THROUGH
      * FIVE STREAMS.  PARM='FORCE=Y' IS THE ONLY WAY PAST IT.
      *****************************************************************
020100 1000-CHECK-PRIOR-OUTCOME.
020200     OPEN INPUT HISTORY-FILE
020300     MOVE RUN-DATE TO HIST-RUN-DATE
020400     READ HISTORY-FILE
020500         INVALID KEY
020600             GO TO 1000-CHECK-PRIOR-CLOSE
020700     END-READ
020800     IF HIST-RUN-CLEAN
020900         IF FORCE-SPLIT
021000             DISPLAY 'SPLT1000W - ' RUN-DATE ' ALREADY RAN '
021100                 'CLEAN - DUPLICATE-RUN GUARD BYPASSED BY '
021200                 'FORCE=Y'
021300         ELSE
021400             DISPLAY 'SPLT1000E - ' RUN-DATE ' ALREADY RAN '
021500                 'CLEAN, SPLIT REFUSED - SUBMIT WITH '
021600                 'PARM=''FORCE=Y'' TO OVERRIDE'
021700             SET SPLIT-REFUSED TO TRUE
021800         END-IF
021900     END-IF
022000     .
022100 1000-CHECK-PRIOR-CLOSE.
022200     CLOSE HISTORY-FILE
022300     .
022400 1000-CHECK-PRIOR-OUTCOME-EXIT.
022500     EXIT.

      *****************************************************************
      * 2000-COUNT-TRAN-REC - FIRST PASS: COUNTS THE BATCH HEADERS AND
      * DETAILS, AND ANY RECORD THAT ARRIVES BEFORE THE FIRST HEADER.
      *****************************************************************
022600 2000-COUNT-TRAN-REC.
022700     READ TRANS-FILE
022800         AT END
022900             SET TRAN-EOF TO TRUE
023000             GO TO 2000-COUNT-TRAN-REC-EXIT
023100     END-READ
023200     ADD 1 TO RECORD-TOTAL
023300     IF TRAN-HEADER-REC
023400         ADD 1 TO BATCH-TOTAL
023500         SET HEADER-SEEN TO TRUE
023600         GO TO 2000-COUNT-TRAN-REC-EXIT
023700     END-IF
023800     IF TRAN-DETAIL-REC
023900         ADD 1 TO DETAIL-TOTAL
024000     END-IF
024100     IF HEADER-NOT-SEEN
024200         ADD 1 TO LOOSE-RECORD-COUNT
024300     END-IF
024400     .
024500 2000-COUNT-TRAN-REC-EXIT.
024600     EXIT.

      *****************************************************************
      * 3000-SET-STREAM-QUOTAS - EVERY STREAM TAKES BATCH-TOTAL / 5
      * BATCHES AND THE FIRST (BATCH-TOTAL MOD 5) STREAMS ONE MORE,
      * SO THE STREAMS IN USE ARE ALWAYS 01 UPWARD.  A FILE WITH NO
      * HEADER, OR RECORDS AHEAD OF THE FIRST ONE, GOES WHOLE TO
      * STREAM 01 - ITS STRUCTURE IS BROKEN AND CUTTING IT WOULD
      * ONLY HIDE THAT FROM ALPHA'S EDIT.
      *****************************************************************
024700 3000-SET-STREAM-QUOTAS.
024800     IF BATCH-TOTAL = ZERO OR LOOSE-RECORD-COUNT > ZERO
024900         SET WHOLE-FILE-TO-STREAM-1 TO TRUE
025000         MOVE BATCH-TOTAL TO ST-QUOTA (1)
025100         IF RECORD-TOTAL > ZERO
025200             DISPLAY 'SPLT3000W - TRANFILE HAS NO BATCH HEADER '
025300                 'OR RECORDS BEFORE ITS FIRST ONE, SENT WHOLE '
025400                 'TO STREAM 01'
025500         ELSE
025600             DISPLAY 'SPLT3000W - TRANFILE EMPTY, EVERY STREAM '
025700                 'LEFT EMPTY'
025800         END-IF
025900         GO TO 3000-SET-STREAM-QUOTAS-EXIT
026000     END-IF
026100     DIVIDE BATCH-TOTAL BY STREAM-MAX
026200         GIVING BATCHES-PER-STREAM REMAINDER EXTRA-BATCHES
026300     MOVE ZERO TO STREAM-SUB
026400     PERFORM 3100-SET-ONE-QUOTA THRU 3100-SET-ONE-QUOTA-EXIT
026500         UNTIL STREAM-SUB NOT < STREAM-MAX
026600     .
026700 3000-SET-STREAM-QUOTAS-EXIT.
026800     EXIT.

026900 3100-SET-ONE-QUOTA.
027000     ADD 1 TO STREAM-SUB
027100     MOVE BATCHES-PER-STREAM TO ST-QUOTA (STREAM-SUB)
027200     IF STREAM-SUB NOT > EXTRA-BATCHES
027300         ADD 1 TO ST-QUOTA (STREAM-SUB)
027400     END-IF
027500     .
027600 3100-SET-ONE-QUOTA-EXIT.
027700     EXIT.

      *****************************************************************
      * 4000-DEAL-TRAN-REC - SECOND PASS: A BATCH HEADER MOVES ON TO
      * THE NEXT STREAM ONCE THE CURRENT ONE HAS ITS QUOTA, AND
      * EVERY RECORD IS COPIED TO THE CURRENT STREAM, SO A BATCH IS
      * NEVER CUT BETWEEN TWO STREAMS.
      *****************************************************************
027800 4000-DEAL-TRAN-REC.
027900     READ TRANS-FILE
028000         AT END
028100             SET TRAN-EOF TO TRUE
028200             GO TO 4000-DEAL-TRAN-REC-EXIT
028300     END-READ
028400     IF TRAN-HEADER-REC
028500         IF SPLIT-BY-BATCH
028600             PERFORM 4100-NEXT-STREAM THRU 4100-NEXT-STREAM-EXIT
028700                 UNTIL ST-BATCHES (CURRENT-STREAM)
028800                           < ST-QUOTA (CURRENT-STREAM)
028900                    OR CURRENT-STREAM NOT < STREAM-MAX
029000         END-IF
029100         ADD 1 TO ST-BATCHES (CURRENT-STREAM)
029200     END-IF
029300     IF TRAN-DETAIL-REC
029400         ADD 1 TO ST-DETAILS (CURRENT-STREAM)
029500     END-IF
029600     ADD 1 TO ST-RECORDS (CURRENT-STREAM)
029700     EVALUATE CURRENT-STREAM
029800     WHEN 1
029900         WRITE STREAM-1-RECORD FROM TRAN-RECORD
030000     WHEN 2
030100         WRITE STREAM-2-RECORD FROM TRAN-RECORD
030200     WHEN 3
030300         WRITE STREAM-3-RECORD FROM TRAN-RECORD
030400     WHEN 4
030500         WRITE STREAM-4-RECORD FROM TRAN-RECORD
030600     WHEN OTHER
030700         WRITE STREAM-5-RECORD FROM TRAN-RECORD
030800     END-EVALUATE
030900     .
031000 4000-DEAL-TRAN-REC-EXIT.
031100     EXIT.

031200 4100-NEXT-STREAM.
031300     ADD 1 TO CURRENT-STREAM
031400     .
031500 4100-NEXT-STREAM-EXIT.
031600     EXIT.

      *****************************************************************
      * 5000-WRITE-SPLIT-CONTROL - THE NIGHT'S 'H' RECORD, THEN ONE
      * 'S' RECORD PER STREAM.  EACH STREAM'S SEQUENCE BASE IS THE
      * DETAILS DEALT TO THE STREAMS AHEAD OF IT.
      *****************************************************************
031700 5000-WRITE-SPLIT-CONTROL.
031800     MOVE ZERO TO ACTIVE-STREAMS
031900     MOVE ZERO TO STREAM-SUB
032000     PERFORM 5100-SET-SEQ-BASE THRU 5100-SET-SEQ-BASE-EXIT
032100         UNTIL STREAM-SUB NOT < STREAM-MAX
032200     OPEN OUTPUT SPLIT-CONTROL-FILE
032300     MOVE SPACES TO SPLIT-CONTROL-RECORD
032400     SET SPC-HEADER-REC TO TRUE
032500     MOVE RUN-DATE TO SPC-RUN-DATE
032600     MOVE ACTIVE-STREAMS TO SPC-STREAM-COUNT
032700     MOVE BATCH-TOTAL TO SPC-BATCH-COUNT
032800     MOVE DETAIL-TOTAL TO SPC-DETAIL-COUNT
032900     MOVE FORCE-SWITCH TO SPC-FORCE-FLAG
033000     WRITE SPLIT-CONTROL-RECORD
033100     MOVE ZERO TO STREAM-SUB
033200     PERFORM 5200-WRITE-STREAM-REC THRU 5200-WRITE-STREAM-REC-EXIT
033300         UNTIL STREAM-SUB NOT < STREAM-MAX
033400     CLOSE SPLIT-CONTROL-FILE
033500     .
033600 5000-WRITE-SPLIT-CONTROL-EXIT.
033700     EXIT.

033800 5100-SET-SEQ-BASE.
033900     ADD 1 TO STREAM-SUB
034000     IF STREAM-SUB > 1
034100         COMPUTE ST-SEQ-BASE (STREAM-SUB) =
034200             ST-SEQ-BASE (STREAM-SUB - 1)
034300             + ST-DETAILS (STREAM-SUB - 1)
034400     END-IF
034500     IF ST-RECORDS (STREAM-SUB) > ZERO
034600         ADD 1 TO ACTIVE-STREAMS
034700     END-IF
034800     .
034900 5100-SET-SEQ-BASE-EXIT.
035000     EXIT.

035100 5200-WRITE-STREAM-REC.
035200     ADD 1 TO STREAM-SUB
035300     MOVE SPACES TO SPLIT-CONTROL-RECORD
035400     SET SPC-STREAM-REC TO TRUE
035500     MOVE STREAM-SUB TO SPC-STREAM-NO
035600     MOVE ST-BATCHES (STREAM-SUB) TO SPC-STREAM-BATCHES
035700     MOVE ST-DETAILS (STREAM-SUB) TO SPC-STREAM-DETAILS
035800     MOVE ST-RECORDS (STREAM-SUB) TO SPC-STREAM-RECORDS
035900     MOVE ST-SEQ-BASE (STREAM-SUB) TO SPC-SEQ-BASE
036000     WRITE SPLIT-CONTROL-RECORD
036100     DISPLAY 'SPLT5000I - STREAM ' STREAM-SUB ': '
036200         ST-BATCHES (STREAM-SUB) ' BATCH(ES), '
036300         ST-DETAILS (STREAM-SUB) ' DETAIL(S), SEQUENCE BASE '
036400         ST-SEQ-BASE (STREAM-SUB)
036500     .
036600 5200-WRITE-STREAM-REC-EXIT.
036700     EXIT.
