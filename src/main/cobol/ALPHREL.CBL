000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ALPHREL.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : ALPHREL
000900* PURPOSE  : RELEASE OF THE NIGHT'S OUTBOUND EXTRACT TO THE
001000*            DOWNSTREAM SHOP.  READS THE CURRENT EXTRFILE
001100*            GENERATION, TAKES THE RUN DATE FROM ITS HEADER,
001200*            AND COPIES IT TO RELFILE - THE TRANSMISSION
001300*            COPY - ONLY WHEN:
001400*              - THE RUN-HISTORY MASTER SHOWS THE NIGHT
001500*                FINISHED AND WAS NOT REJECTED, AND
001600*              - BOTH MORNING CHECKS (RECNCHK, CTLCHK)
001700*                RECORDED THE NIGHT BALANCED ON THE SIGN-OFF
001800*                MASTER (SIGNREC), OR A REVIEWER APPROVED IT
001900*                THERE ON THE CICS ALPS TRANSACTION, AND
002000*              - THE EXTRACT'S TRAILER STILL PROVES AGAINST
002100*                ITS DETAILS.
002200*            A RELEASED NIGHT IS STAMPED ON THE SIGN-OFF
002300*            MASTER WITH THE TIME AND THE BASIS (BALANCED OR
002400*            APPROVED).  A NIGHT THE REVIEWER REJECTED IS
002500*            MARKED REJECTED ON THE RUN-HISTORY MASTER
002600*            (HIST-RUN-REJECTED) SO IT CAN NEVER BE RELEASED
002700*            LATER BY MISTAKE - ONLY A FRESH RERUN OF THE NIGHT
002800*            CLEARS THAT.  A NIGHT BACKED OUT BY A
002810*            RUNMODE=BACKOUT RUN OF ALPHA (HIST-RUN-BACKED-OUT)
002820*            IS NEVER RELEASED EITHER.
002900*
003000*            CONDITION CODES: 0 RELEASED; 8 HELD - A CHECK HAS
003100*            NOT RUN, OR THE NIGHT IS OUT OF BALANCE AND
003200*            AWAITING SIGN-OFF; 16 NOT RELEASED AND NOT TO BE
003300*            RESUBMITTED AS-IS - REJECTED, NOT FINISHED, NO
003400*            RUN RECORDED, EXTRACT DOES NOT PROVE, OR ALREADY
003500*            RELEASED.  PARM='FORCE=Y' SENDS AN ALREADY
003600*            RELEASED NIGHT AGAIN (A LOST TRANSMISSION) - NEVER
003700*            LEAVE IT IN THE DECK.
003800*
003900* MODIFICATION HISTORY
004000* ---------------------------------------------------------------
004100* DATE       INIT  DESCRIPTION
004200* ---------------------------------------------------------------
004300* 2026-10-15 JDM   ORIGINAL PROGRAM.
004310* 2026-10-15 JDM   A BACKED-OUT NIGHT IS REFUSED, NOT RELEASED.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT RELEASE-FILE ASSIGN TO RELFILE
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT HISTORY-FILE ASSIGN TO HISTFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS HIST-RUN-DATE.
005600     SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS SGN-RUN-DATE.

006000 DATA DIVISION.
006100 FILE SECTION.
      *****************************************************************
      * EXTRACT-FILE - THE NIGHT'S OUTBOUND FEED AS ALPHA (OR THE
      * ALPHMRG MERGE) WROTE IT: ONE HEADER, THE DETAILS, ONE
      * TRAILER.  SAME SHAPES AS ALPHA'S EXTRACT WORK AREAS.
      *****************************************************************
006200 FD  EXTRACT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  EXTRACT-RECORD.
006600     05  EXR-RECORD-TYPE       PIC X(01).
006700         88  EXR-HEADER-REC               VALUE 'H'.
006800         88  EXR-DETAIL-REC               VALUE 'D'.
006900         88  EXR-TRAILER-REC              VALUE 'T'.
007000     05  EXR-RECORD-DATA       PIC X(160).
007100     05  EXR-HEADER-DATA REDEFINES EXR-RECORD-DATA.
007200         10  EXR-BUS-DATE      PIC 9(08).
007300         10  EXR-SOURCE-SYS    PIC X(08).
007400         10  FILLER            PIC X(144).
007500     05  EXR-DETAIL-DATA REDEFINES EXR-RECORD-DATA.
007600         10  EXR-VALUE-1       PIC X(80).
007700         10  EXR-VALUE-2       PIC X(80).
007800     05  EXR-TRAILER-DATA REDEFINES EXR-RECORD-DATA.
007900         10  EXR-DETAIL-COUNT  PIC 9(07).
008000         10  EXR-HASH-TOTAL    PIC 9(13).
008100         10  FILLER            PIC X(140).

008200 FD  RELEASE-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  RELEASE-RECORD                PIC X(161).

008600 FD  HISTORY-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  HISTORY-RECORD.
008900     COPY HISTREC.

009000 FD  SIGNOFF-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  SIGNOFF-RECORD.
009300     COPY SIGNREC.

009400 WORKING-STORAGE SECTION.
009500 77  NIGHT-RUN-DATE            PIC 9(08) VALUE ZERO.
009600 77  RELEASE-DATE              PIC 9(08) VALUE ZERO.
009700 77  RECORD-COUNT              PIC 9(07) VALUE ZERO.
009800 77  DETAIL-COUNT              PIC 9(07) VALUE ZERO.
009900 77  DETAIL-HASH               PIC 9(13) VALUE ZERO.
010000 77  TRAILER-COUNT             PIC 9(03) VALUE ZERO.
010100 77  TRAILER-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
010200 77  UNKNOWN-COUNT             PIC 9(07) VALUE ZERO.
010300 77  TRAILER-HASH              PIC 9(13) VALUE ZERO.
010400 77  SPACE-COUNT               PIC 9(03) VALUE ZERO.
010500 77  RELEASE-BASIS             PIC X(01) VALUE SPACE.

010600 01  RELEASE-TIME-WORK.
010700     05  RELEASE-HHMMSS        PIC 9(06).
010800     05  FILLER                PIC 9(02).

010900 01  RELEASE-PARSE-WORK.
011000     05  RELEASE-KEYWORD       PIC X(08) VALUE SPACES.
011100     05  RELEASE-VALUE         PIC X(08) VALUE SPACES.

011200 01  PROGRAM-SWITCHES.
011300     05  EXTR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011400         88  EXTR-EOF                     VALUE 'Y'.
011500         88  EXTR-NOT-EOF                 VALUE 'N'.
011600     05  FORCE-SWITCH          PIC X(01)  VALUE 'N'.
011700         88  FORCE-RELEASE                VALUE 'Y'.
011800         88  NOT-FORCE-RELEASE            VALUE 'N'.
011900     05  RELEASE-STATE-SWITCH  PIC X(01)  VALUE 'G'.
012000         88  RELEASE-GO                   VALUE 'G'.
012100         88  RELEASE-HELD                 VALUE 'H'.
012200         88  RELEASE-REFUSED              VALUE 'R'.

012300 LINKAGE SECTION.
012400 01  RELEASE-PARM.
012500     05  RELEASE-PARM-LEN      PIC S9(4) COMP.
012600     05  RELEASE-PARM-TEXT     PIC X(20).

012700 PROCEDURE DIVISION USING RELEASE-PARM.

      *****************************************************************
      * 0000-MAINLINE - FIND THE NIGHT FROM THE EXTRACT HEADER, GRADE
      * IT AGAINST THE RUN HISTORY AND THE SIGN-OFF MASTER, AND WHEN
      * IT MAY GO, COPY AND PROVE THE EXTRACT AND STAMP THE RELEASE.
      *****************************************************************
012800 0000-MAINLINE.
012900     ACCEPT RELEASE-DATE FROM DATE YYYYMMDD
013000     ACCEPT RELEASE-TIME-WORK FROM TIME
013100     IF RELEASE-PARM-LEN > ZERO
013200         UNSTRING RELEASE-PARM-TEXT
013300             DELIMITED BY '=' OR ALL SPACE
013400             INTO RELEASE-KEYWORD RELEASE-VALUE
013500         END-UNSTRING
013600         IF RELEASE-KEYWORD = 'FORCE' AND RELEASE-VALUE = 'Y'
013700             SET FORCE-RELEASE TO TRUE
013800         ELSE
013900             DISPLAY 'AREL0000W - PARM NOT UNDERSTOOD, IGNORED: '
014000                 RELEASE-PARM-TEXT
014100         END-IF
014200     END-IF
014300     OPEN INPUT EXTRACT-FILE
014400     OPEN OUTPUT RELEASE-FILE
014500     OPEN I-O HISTORY-FILE
014600     OPEN I-O SIGNOFF-FILE
014700     PERFORM 1000-READ-EXTRACT-HEADER
014800         THRU 1000-READ-EXTRACT-HEADER-EXIT
014900     IF RELEASE-GO
015000         PERFORM 2000-GRADE-NIGHT
015100             THRU 2000-GRADE-NIGHT-EXIT
015200     END-IF
015300     IF RELEASE-GO
015400         PERFORM 3000-COPY-EXTRACT
015500             THRU 3000-COPY-EXTRACT-EXIT
015600     END-IF
015700     IF RELEASE-GO
015800         PERFORM 4000-STAMP-RELEASE
015900             THRU 4000-STAMP-RELEASE-EXIT
016000     END-IF
016100     CLOSE EXTRACT-FILE
016200     CLOSE RELEASE-FILE
016300     CLOSE HISTORY-FILE
016400     CLOSE SIGNOFF-FILE
016500     EVALUATE TRUE
016600     WHEN RELEASE-GO
016700         MOVE ZERO TO RETURN-CODE
016800     WHEN RELEASE-HELD
016900         MOVE 8 TO RETURN-CODE
017000     WHEN OTHER
017100         MOVE 16 TO RETURN-CODE
017200     END-EVALUATE
017300     GOBACK
017400     .

      *****************************************************************
      * 1000-READ-EXTRACT-HEADER - THE FIRST RECORD MUST BE THE
      * HEADER; ITS BUSINESS DATE IS THE RUN DATE THE NIGHT IS FILED
      * UNDER ON BOTH MASTERS.  IT IS COPIED ACROSS WITH THE REST IF
      * THE NIGHT GOES.
      *****************************************************************
017500 1000-READ-EXTRACT-HEADER.
017600     READ EXTRACT-FILE
017700         AT END
017800             DISPLAY 'AREL0100E - EXTRFILE IS EMPTY, NOTHING TO '
017900                 'RELEASE'
018000             SET RELEASE-REFUSED TO TRUE
018100             GO TO 1000-READ-EXTRACT-HEADER-EXIT
018200     END-READ
018300     ADD 1 TO RECORD-COUNT
018400     IF NOT EXR-HEADER-REC OR EXR-BUS-DATE NOT NUMERIC
018500         DISPLAY 'AREL0110E - EXTRFILE DOES NOT START WITH A '
018600             'DATED HEADER, NOT RELEASED'
018700         SET RELEASE-REFUSED TO TRUE
018800         GO TO 1000-READ-EXTRACT-HEADER-EXIT
018900     END-IF
019000     MOVE EXR-BUS-DATE TO NIGHT-RUN-DATE
019100     DISPLAY 'AREL0120I - EXTRFILE IS THE NIGHT OF '
019200         NIGHT-RUN-DATE
019300     .
019400 1000-READ-EXTRACT-HEADER-EXIT.
019500     EXIT.

      *****************************************************************
      * 2000-GRADE-NIGHT - THE RUN HISTORY FIRST: NO RUN, A RUN THAT
      * DID NOT FINISH, OR A NIGHT ALREADY REJECTED OR BACKED OUT
      * NEVER GOES.  THEN THE SIGN-OFF MASTER: A REJECTION IS CARRIED
      * ONTO THE RUN HISTORY HERE; A NIGHT ALREADY SENT GOES AGAIN
      * ONLY ON FORCE=Y; OTHERWISE THE NIGHT GOES WHEN BOTH CHECKS
      * BALANCED OR A REVIEWER APPROVED IT, AND IS HELD WHILE A CHECK
      * HAS NOT RUN OR THE SIGN-OFF IS STILL OUTSTANDING.
      *****************************************************************
019600 2000-GRADE-NIGHT.
019700     MOVE NIGHT-RUN-DATE TO HIST-RUN-DATE
019800     READ HISTORY-FILE
019900         INVALID KEY
020000             DISPLAY 'AREL0200E - NO RUN RECORDED FOR '
020100                 NIGHT-RUN-DATE ', NOT RELEASED'
020200             SET RELEASE-REFUSED TO TRUE
020300             GO TO 2000-GRADE-NIGHT-EXIT
020400     END-READ
020500     IF HIST-RUN-REJECTED
020600         DISPLAY 'AREL0210E - ' NIGHT-RUN-DATE ' WAS REJECTED '
020700             'AT SIGN-OFF, NOT RELEASED - RERUN THE NIGHT'
020800         SET RELEASE-REFUSED TO TRUE
020900         GO TO 2000-GRADE-NIGHT-EXIT
021000     END-IF
021010     IF HIST-RUN-BACKED-OUT
021020         DISPLAY 'AREL0215E - ' NIGHT-RUN-DATE ' WAS BACKED '
021030             'OUT, NOT RELEASED - RERUN THE NIGHT'
021040         SET RELEASE-REFUSED TO TRUE
021050         GO TO 2000-GRADE-NIGHT-EXIT
021060     END-IF
021100     IF HIST-RUN-ABENDED OR HIST-RUN-IO-ERROR
021200         DISPLAY 'AREL0220E - ' NIGHT-RUN-DATE ' DID NOT FINISH '
021300             '(OUTCOME ' HIST-OUTCOME-FLAG '), NOT RELEASED'
021400         SET RELEASE-REFUSED TO TRUE
021500         GO TO 2000-GRADE-NIGHT-EXIT
021600     END-IF
021700     MOVE NIGHT-RUN-DATE TO SGN-RUN-DATE
021800     READ SIGNOFF-FILE
021900         INVALID KEY
022000             DISPLAY 'AREL0230W - NO MORNING CHECK RESULTS FOR '
022100                 NIGHT-RUN-DATE ', HELD'
022200             SET RELEASE-HELD TO TRUE
022300             GO TO 2000-GRADE-NIGHT-EXIT
022400     END-READ
022500     IF SGN-REJECTED
022600         PERFORM 2100-MARK-REJECTED
022700             THRU 2100-MARK-REJECTED-EXIT
022800         GO TO 2000-GRADE-NIGHT-EXIT
022900     END-IF
023000     IF SGN-RELEASED AND NOT-FORCE-RELEASE
023100         DISPLAY 'AREL0250E - ' NIGHT-RUN-DATE ' ALREADY '
023200             'RELEASED ' SGN-RELEASE-DATE ' ' SGN-RELEASE-TIME
023300             ' - PARM=''FORCE=Y'' TO SEND IT AGAIN'
023400         SET RELEASE-REFUSED TO TRUE
023500         GO TO 2000-GRADE-NIGHT-EXIT
023600     END-IF
023700     IF SGN-RECN-NOT-RUN OR SGN-CTL-NOT-RUN
023800         DISPLAY 'AREL0260W - ' NIGHT-RUN-DATE ' RECNCHK '
023900             'RESULT ''' SGN-RECN-RESULT ''', CTLCHK RESULT '''
024000             SGN-CTL-RESULT ''' - BOTH CHECKS MUST RUN, HELD'
024100         SET RELEASE-HELD TO TRUE
024200         GO TO 2000-GRADE-NIGHT-EXIT
024300     END-IF
024400     IF SGN-RECN-BALANCED AND SGN-CTL-BALANCED
024500         MOVE 'B' TO RELEASE-BASIS
024600         DISPLAY 'AREL0270I - ' NIGHT-RUN-DATE ' BALANCED ON '
024700             'BOTH MORNING CHECKS'
024800         GO TO 2000-GRADE-NIGHT-EXIT
024900     END-IF
025000     IF SGN-APPROVED
025100         MOVE 'A' TO RELEASE-BASIS
025200         DISPLAY 'AREL0280I - ' NIGHT-RUN-DATE ' FAILED '
025300             SGN-FAILED-CHECK ', APPROVED BY ' SGN-REVIEWER-ID
025400             ' REASON ' SGN-REASON-CODE ' AT '
025500             SGN-DECISION-DATE ' ' SGN-DECISION-TIME
025600         GO TO 2000-GRADE-NIGHT-EXIT
025700     END-IF
025800     DISPLAY 'AREL0290W - ' NIGHT-RUN-DATE ' FAILED '
025900         SGN-FAILED-CHECK ' AND IS AWAITING SIGN-OFF ON ALPS, '
026000         'HELD'
026100     SET RELEASE-HELD TO TRUE
026200     .
026300 2000-GRADE-NIGHT-EXIT.
026400     EXIT.

      *****************************************************************
      * 2100-MARK-REJECTED - THE REVIEWER'S REJECTION GOES ONTO THE
      * RUN-HISTORY MASTER, WHICH THE ONLINE INQUIRY, ALPHA'S
      * RESTART CROSS-CHECK AND EVERY LATER RELEASE ATTEMPT READ.
      *****************************************************************
026500 2100-MARK-REJECTED.
026600     SET HIST-RUN-REJECTED TO TRUE
026700     REWRITE HISTORY-RECORD
026800         INVALID KEY
026900             DISPLAY 'AREL0240E - HISTFILE REWRITE FAILED FOR '
027000                 NIGHT-RUN-DATE
027100     END-REWRITE
027200     DISPLAY 'AREL0240E - ' NIGHT-RUN-DATE ' REJECTED BY '
027300         SGN-REVIEWER-ID ' REASON ' SGN-REASON-CODE ' AT '
027400         SGN-DECISION-DATE ' ' SGN-DECISION-TIME
027500     DISPLAY 'AREL0240E - MARKED REJECTED ON HISTFILE, NOT '
027600         'RELEASED - RERUN THE NIGHT'
027700     SET RELEASE-REFUSED TO TRUE
027800     .
027900 2100-MARK-REJECTED-EXIT.
028000     EXIT.

      *****************************************************************
      * 3000-COPY-EXTRACT - COPIES THE HEADER AND EVERY RECORD AFTER
      * IT TO RELFILE, RE-ACCUMULATING THE DETAIL COUNT AND THE
      * NON-SPACE-CHARACTER HASH THE WAY ALPHA BUILT THE TRAILER.
      * THE COPY IS ONLY RELEASED WHEN EXACTLY ONE TRAILER CAME LAST
      * AND PROVES - THE RECEIVERS WOULD REJECT ANYTHING ELSE.
      *****************************************************************
028100 3000-COPY-EXTRACT.
028200     WRITE RELEASE-RECORD FROM EXTRACT-RECORD
028300     PERFORM 3100-COPY-EXTRACT-REC
028400         THRU 3100-COPY-EXTRACT-REC-EXIT
028500         UNTIL EXTR-EOF
028600     IF TRAILER-COUNT NOT = 1
028700        OR UNKNOWN-COUNT > ZERO
028800        OR TRAILER-DETAIL-COUNT NOT = DETAIL-COUNT
028900        OR TRAILER-HASH NOT = DETAIL-HASH
029000         DISPLAY 'AREL0300E - EXTRACT DOES NOT PROVE: '
029100             TRAILER-COUNT ' TRAILER(S), COUNT '
029200             TRAILER-DETAIL-COUNT ' VS ' DETAIL-COUNT
029300             ', HASH ' TRAILER-HASH ' VS ' DETAIL-HASH
029400             ', ' UNKNOWN-COUNT ' UNKNOWN RECORD(S)'
029500         DISPLAY 'AREL0300E - ' NIGHT-RUN-DATE ' NOT RELEASED'
029600         SET RELEASE-REFUSED TO TRUE
029700     END-IF
029800     .
029900 3000-COPY-EXTRACT-EXIT.
030000     EXIT.

030100 3100-COPY-EXTRACT-REC.
030200     READ EXTRACT-FILE
030300         AT END
030400             SET EXTR-EOF TO TRUE
030500             GO TO 3100-COPY-EXTRACT-REC-EXIT
030600     END-READ
030700     ADD 1 TO RECORD-COUNT
030800     WRITE RELEASE-RECORD FROM EXTRACT-RECORD
030900     IF TRAILER-COUNT > ZERO
031000         ADD 1 TO TRAILER-COUNT
031100         GO TO 3100-COPY-EXTRACT-REC-EXIT
031200     END-IF
031300     EVALUATE TRUE
031400     WHEN EXR-DETAIL-REC
031500         ADD 1 TO DETAIL-COUNT
031600         MOVE ZERO TO SPACE-COUNT
031700         INSPECT EXR-VALUE-1
031800             TALLYING SPACE-COUNT FOR ALL SPACE
031900         COMPUTE DETAIL-HASH = DETAIL-HASH + 80 - SPACE-COUNT
032000         MOVE ZERO TO SPACE-COUNT
032100         INSPECT EXR-VALUE-2
032200             TALLYING SPACE-COUNT FOR ALL SPACE
032300         COMPUTE DETAIL-HASH = DETAIL-HASH + 80 - SPACE-COUNT
032400     WHEN EXR-TRAILER-REC
032500         ADD 1 TO TRAILER-COUNT
032600         MOVE EXR-DETAIL-COUNT TO TRAILER-DETAIL-COUNT
032700         MOVE EXR-HASH-TOTAL TO TRAILER-HASH
032800     WHEN OTHER
032900         ADD 1 TO UNKNOWN-COUNT
033000     END-EVALUATE
033100     .
033200 3100-COPY-EXTRACT-REC-EXIT.
033300     EXIT.

      *****************************************************************
      * 4000-STAMP-RELEASE - RECORDS ON THE SIGN-OFF MASTER THAT THE
      * NIGHT WENT, WHEN, AND WHETHER ON ITS OWN BALANCE OR ON A
      * REVIEWER'S APPROVAL.
      *****************************************************************
033400 4000-STAMP-RELEASE.
033500     SET SGN-RELEASED TO TRUE
033600     MOVE RELEASE-BASIS TO SGN-RELEASE-BASIS
033700     MOVE RELEASE-DATE TO SGN-RELEASE-DATE
033800     MOVE RELEASE-HHMMSS TO SGN-RELEASE-TIME
033900     REWRITE SIGNOFF-RECORD
034000         INVALID KEY
034100             DISPLAY 'AREL0400E - SIGNOFF REWRITE FAILED FOR '
034200                 NIGHT-RUN-DATE
034300     END-REWRITE
034400     DISPLAY 'AREL0000I - ' NIGHT-RUN-DATE ' RELEASED, '
034500         DETAIL-COUNT ' DETAIL(S), ' RECORD-COUNT
034600         ' RECORD(S), BASIS ' SGN-RELEASE-BASIS
034700     .
034800 4000-STAMP-RELEASE-EXIT.
034900     EXIT.
