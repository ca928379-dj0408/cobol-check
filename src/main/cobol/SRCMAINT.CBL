000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  SRCMAINT.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : SRCMAINT
000900* PURPOSE  : MAINTENANCE OF THE SOURCE-SYSTEM REGISTRY (SRCREG,
001000*            SEE SRCREGRC) THAT ALPHA CHECKS EACH NIGHT'S
001100*            TRANFILE BATCH HEADERS AGAINST.
001200*
001300*            PARM='MODE=UPDATE,OPER=XXXXXXXX'
001400*              APPLIES THE ADD/REP/DEL CARDS ON SRCTRANS TO
001500*              THE REGISTRY, THEN LISTS THE RESULT.  EVERY CARD
001600*              - APPLIED OR REJECTED - IS LOGGED TO SRCAUDIT
001700*              WITH THE OPERATOR ID AND A TIMESTAMP.
001800*            PARM='MODE=LIST'
001900*              LISTS THE REGISTRY ONLY - NOTHING IS CHANGED.
002000*
002100*            CARD EDITS: THE ACTION MUST BE ADD, REP OR DEL;
002200*            THE SOURCE SYSTEM MUST NOT BE BLANK (OR THE
002300*            KEY-ZERO SEED); ON ADD/REP THE EXPECTED DAYS MUST
002400*            BE SEVEN Y/N BYTES, MONDAY FIRST, AND THE
002500*            MANDATORY FLAG Y OR N.  ADD OF A REGISTERED
002600*            SOURCE, AND REP/DEL OF AN UNREGISTERED ONE, ARE
002700*            REJECTED.  A MANDATORY SOURCE WITH NO EXPECTED
002800*            DAY (IT COULD NEVER BE MISSED) OR WITH NO CONTACT
002900*            NAME IS APPLIED WITH A WARNING.
003000*
003100*            RETURN CODES:
003200*              0 - ALL CARDS APPLIED CLEAN (OR LIST ONLY)
003300*              4 - CARDS APPLIED WITH WARNINGS
003400*              8 - ONE OR MORE CARDS REJECTED (THE GOOD CARDS
003500*                  ARE STILL APPLIED - FIX AND RESUBMIT ONLY
003600*                  THE REJECTED ONES)
003700*
003800* MODIFICATION HISTORY
003900* ---------------------------------------------------------------
004000* DATE       INIT  DESCRIPTION
004100* ---------------------------------------------------------------
004200* 2026-10-15 JDM   ORIGINAL PROGRAM.
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT REGISTRY-FILE ASSIGN TO SRCREG
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SREG-SOURCE-SYS.
005100     SELECT OPTIONAL REG-TRANS-FILE ASSIGN TO SRCTRANS
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT REG-AUDIT-FILE ASSIGN TO SRCAUDIT
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT REPORT-FILE ASSIGN TO RPTFILE
005600         ORGANIZATION IS SEQUENTIAL.

005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  REGISTRY-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  REGISTRY-RECORD.
006200     COPY SRCREGRC.

      *****************************************************************
      * REG-TRANS-FILE - ONE 80-BYTE MAINTENANCE CARD PER CHANGE:
      *   COLS  1- 3  ACTION (ADD/REP/DEL)
      *   COLS  5-12  SOURCE SYSTEM (AS ON THE TRANFILE HEADER)
      *   COLS 14-20  EXPECTED DAYS, MON-SUN, Y OR N EACH
      *   COL  22     MANDATORY FLAG, Y OR N
      *   COLS 24-53  CONTACT NAME
      * DEL NEEDS ONLY THE ACTION AND SOURCE SYSTEM.
      *****************************************************************
006300 FD  REG-TRANS-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  REG-TRANS-RECORD.
006700     05  SRT-ACTION            PIC X(03).
006800         88  SRT-ADD-ACTION               VALUE 'ADD'.
006900         88  SRT-REP-ACTION               VALUE 'REP'.
007000         88  SRT-DEL-ACTION               VALUE 'DEL'.
007100     05  FILLER                PIC X(01).
007200     05  SRT-SOURCE-SYS        PIC X(08).
007300     05  FILLER                PIC X(01).
007400     05  SRT-EXPECTED-DAYS.
007500         10  SRT-DAY-FLAG      PIC X(01) OCCURS 7 TIMES.
007600     05  FILLER                PIC X(01).
007700     05  SRT-MANDATORY-FLAG    PIC X(01).
007800     05  FILLER                PIC X(01).
007900     05  SRT-CONTACT-NAME      PIC X(30).
008000     05  FILLER                PIC X(27).

008100 FD  REG-AUDIT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  REG-AUDIT-RECORD.
008500     05  SRA-DATE              PIC 9(08).
008600     05  SRA-TIME              PIC 9(08).
008700     05  FILLER                PIC X(01).
008800     05  SRA-OPERATOR          PIC X(08).
008900     05  FILLER                PIC X(01).
009000     05  SRA-ACTION            PIC X(03).
009100     05  FILLER                PIC X(01).
009200     05  SRA-DISPOSITION       PIC X(08).
009300     05  FILLER                PIC X(01).
009400     05  SRA-SOURCE-SYS        PIC X(08).
009500     05  FILLER                PIC X(01).
009600     05  SRA-EXPECTED-DAYS     PIC X(07).
009700     05  FILLER                PIC X(01).
009800     05  SRA-MANDATORY-FLAG    PIC X(01).
009900     05  FILLER                PIC X(01).
010000     05  SRA-CONTACT-NAME      PIC X(30).

010100 FD  REPORT-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  REPORT-RECORD             PIC X(132).

010500 WORKING-STORAGE SECTION.
010600 77  RUN-DATE                  PIC 9(08) VALUE ZERO.
010700 77  DAY-SUB                   PIC 9(01) VALUE ZERO.
010800 77  EXPECTED-DAY-COUNT        PIC 9(01) VALUE ZERO.
010900 77  TRANS-READ-COUNT          PIC 9(05) VALUE ZERO.
011000 77  APPLIED-COUNT             PIC 9(05) VALUE ZERO.
011100 77  REJECT-COUNT              PIC 9(05) VALUE ZERO.
011200 77  WARN-COUNT                PIC 9(05) VALUE ZERO.
011300 77  LISTED-COUNT              PIC 9(05) VALUE ZERO.
011400 77  MANDATORY-COUNT           PIC 9(05) VALUE ZERO.

011500 01  PARM-PARSE-WORK.
011600     05  PARM-PIECE-1          PIC X(20) VALUE SPACES.
011700     05  PARM-PIECE-2          PIC X(20) VALUE SPACES.
011800     05  PARM-PIECE-WORK       PIC X(20) VALUE SPACES.
011900     05  PARM-KEYWORD          PIC X(08) VALUE SPACES.
012000     05  PARM-VALUE            PIC X(20) VALUE SPACES.

012100 01  RUN-CONTROLS.
012200     05  RUN-MODE              PIC X(08) VALUE 'LIST'.
012300         88  UPDATE-MODE                  VALUE 'UPDATE'.
012400         88  LIST-MODE                    VALUE 'LIST'.
012500     05  OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.

012600 01  PROGRAM-SWITCHES.
012700     05  TRANS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
012800         88  TRANS-EOF                    VALUE 'Y'.
012900         88  TRANS-NOT-EOF                VALUE 'N'.
013000     05  REG-EOF-SWITCH        PIC X(01)  VALUE 'N'.
013100         88  REG-EOF                      VALUE 'Y'.
013200         88  REG-NOT-EOF                  VALUE 'N'.
013300     05  REG-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
013400         88  REG-FOUND                    VALUE 'Y'.
013500         88  REG-NOT-FOUND                VALUE 'N'.
013600     05  CARD-EDIT-SWITCH      PIC X(01)  VALUE 'Y'.
013700         88  CARD-VALID                   VALUE 'Y'.
013800         88  CARD-INVALID                 VALUE 'N'.

013900 01  REPORT-LINE-WORK.
014000     05  RLW-TAG               PIC X(10) VALUE SPACES.
014100     05  FILLER                PIC X(01) VALUE SPACE.
014200     05  RLW-TEXT              PIC X(60) VALUE SPACES.
014300     05  FILLER                PIC X(01) VALUE SPACE.
014400     05  RLW-VALUE             PIC X(60) VALUE SPACES.

014500 01  REGISTRY-LINE-WORK.
014600     05  GLW-SOURCE-SYS        PIC X(08).
014700     05  FILLER                PIC X(02) VALUE SPACES.
014800     05  GLW-EXPECTED-DAYS     PIC X(07).
014900     05  FILLER                PIC X(03) VALUE SPACES.
015000     05  GLW-MANDATORY         PIC X(09).
015100     05  FILLER                PIC X(02) VALUE SPACES.
015200     05  GLW-CONTACT-NAME      PIC X(30).
015300     05  FILLER                PIC X(02) VALUE SPACES.
015400     05  GLW-LAST-MAINT-DATE   PIC 9(08).
015500     05  FILLER                PIC X(01) VALUE SPACE.
015600     05  GLW-LAST-MAINT-OPER   PIC X(08).
015700     05  FILLER                PIC X(52) VALUE SPACES.

015800 LINKAGE SECTION.
015900 01  MAINT-PARM.
016000     05  MAINT-PARM-LEN        PIC S9(4) COMP.
016100     05  MAINT-PARM-TEXT       PIC X(40).

016200 PROCEDURE DIVISION USING MAINT-PARM.

      *****************************************************************
      * 0000-MAINLINE - PARSE THE PARM, APPLY THE MAINTENANCE CARDS
      * (UPDATE MODE), THEN LIST THE REGISTRY AS IT NOW STANDS.
      *****************************************************************
016300 0000-MAINLINE.
016400     ACCEPT RUN-DATE FROM DATE YYYYMMDD
016500     PERFORM 0100-PARSE-PARM THRU 0100-PARSE-PARM-EXIT
016600     OPEN OUTPUT REPORT-FILE
016700     MOVE SPACES TO REPORT-RECORD
016800     MOVE 'SRCREG SOURCE-SYSTEM REGISTRY MAINTENANCE'
016900         TO REPORT-RECORD
017000     WRITE REPORT-RECORD
017100     MOVE SPACES TO REPORT-LINE-WORK
017200     MOVE 'MODE:' TO RLW-TEXT
017300     MOVE RUN-MODE TO RLW-VALUE
017400     PERFORM 6100-WRITE-REPORT-LINE
017500         THRU 6100-WRITE-REPORT-LINE-EXIT
017600     MOVE SPACES TO REPORT-LINE-WORK
017700     MOVE 'OPERATOR:' TO RLW-TEXT
017800     MOVE OPERATOR-ID TO RLW-VALUE
017900     PERFORM 6100-WRITE-REPORT-LINE
018000         THRU 6100-WRITE-REPORT-LINE-EXIT
018100     IF UPDATE-MODE
018200         OPEN I-O REGISTRY-FILE
018300         OPEN OUTPUT REG-AUDIT-FILE
018400         OPEN INPUT REG-TRANS-FILE
018500         PERFORM 2000-APPLY-TRANS-REC
018600             THRU 2000-APPLY-TRANS-REC-EXIT
018700             UNTIL TRANS-EOF
018800         CLOSE REG-TRANS-FILE
018900         CLOSE REG-AUDIT-FILE
019000         CLOSE REGISTRY-FILE
019100     END-IF
019200     PERFORM 5000-LIST-REGISTRY
019300         THRU 5000-LIST-REGISTRY-EXIT
019400     PERFORM 8000-PRINT-TOTALS
019500         THRU 8000-PRINT-TOTALS-EXIT
019600     CLOSE REPORT-FILE
019700     EVALUATE TRUE
019800     WHEN REJECT-COUNT > ZERO
019900         DISPLAY 'SRCM0000E - ' REJECT-COUNT
020000             ' CARD(S) REJECTED, ' APPLIED-COUNT ' APPLIED'
020100         MOVE 8 TO RETURN-CODE
020200     WHEN WARN-COUNT > ZERO
020300         DISPLAY 'SRCM0000W - ' APPLIED-COUNT
020400             ' CARD(S) APPLIED WITH ' WARN-COUNT ' WARNING(S)'
020500         MOVE 4 TO RETURN-CODE
020600     WHEN OTHER
020700         DISPLAY 'SRCM0000I - ' APPLIED-COUNT
020800             ' CARD(S) APPLIED, ' LISTED-COUNT
020900             ' SOURCE SYSTEM(S) REGISTERED'
021000         MOVE ZERO TO RETURN-CODE
021100     END-EVALUATE
021200     GOBACK
021300     .

      *****************************************************************
      * 0100-PARSE-PARM - PARM='MODE=UPDATE,OPER=XXXXXXXX' OR
      * PARM='MODE=LIST'.  AN ABSENT OR UNRECOGNIZED MODE FALLS BACK
      * TO LIST, NEVER TO UPDATE - A MISTYPED PARM MUST NOT CHANGE
      * THE PRODUCTION REGISTRY.
      *****************************************************************
021400 0100-PARSE-PARM.
021500     IF MAINT-PARM-LEN > ZERO
021600         UNSTRING MAINT-PARM-TEXT DELIMITED BY ','
021700             INTO PARM-PIECE-1 PARM-PIECE-2
021800         END-UNSTRING
021900         MOVE PARM-PIECE-1 TO PARM-PIECE-WORK
022000         PERFORM 0150-APPLY-PARM-PIECE
022100             THRU 0150-APPLY-PARM-PIECE-EXIT
022200         MOVE PARM-PIECE-2 TO PARM-PIECE-WORK
022300         PERFORM 0150-APPLY-PARM-PIECE
022400             THRU 0150-APPLY-PARM-PIECE-EXIT
022500     ELSE
022600         DISPLAY 'SRCM0100W - NO PARM, MODE=LIST ASSUMED'
022700     END-IF
022800     IF UPDATE-MODE AND OPERATOR-ID = 'UNKNOWN'
022900         DISPLAY 'SRCM0100W - NO OPER= ON THE PARM, CHANGES '
023000             'WILL BE AUDITED AS UNKNOWN'
023100     END-IF
023200     .
023300 0100-PARSE-PARM-EXIT.
023400     EXIT.

023500 0150-APPLY-PARM-PIECE.
023600     IF PARM-PIECE-WORK = SPACES
023700         GO TO 0150-APPLY-PARM-PIECE-EXIT
023800     END-IF
023900     MOVE SPACES TO PARM-KEYWORD
024000     MOVE SPACES TO PARM-VALUE
024100     UNSTRING PARM-PIECE-WORK DELIMITED BY '='
024200         INTO PARM-KEYWORD PARM-VALUE
024300     END-UNSTRING
024400     EVALUATE PARM-KEYWORD
024500     WHEN 'MODE'
024600         IF PARM-VALUE = 'UPDATE' OR PARM-VALUE = 'LIST'
024700             MOVE PARM-VALUE TO RUN-MODE
024800         ELSE
024900             DISPLAY 'SRCM0150W - MODE NOT UPDATE/LIST, '
025000                 'LIST ASSUMED: ' PARM-PIECE-WORK
025100         END-IF
025200     WHEN 'OPER'
025300         MOVE PARM-VALUE TO OPERATOR-ID
025400     WHEN OTHER
025500         DISPLAY 'SRCM0150W - PARM PIECE NOT UNDERSTOOD: '
025600             PARM-PIECE-WORK
025700     END-EVALUATE
025800     .
025900 0150-APPLY-PARM-PIECE-EXIT.
026000     EXIT.

      *****************************************************************
      * 2000-APPLY-TRANS-REC - EDITS AND APPLIES ONE ADD/REP/DEL
      * CARD AGAINST THE REGISTRY.  EVERY CARD - APPLIED OR
      * REJECTED - IS REPORTED AND LOGGED TO THE AUDIT FILE WITH
      * THE OPERATOR ID AND TIMESTAMP.
      *****************************************************************
026100 2000-APPLY-TRANS-REC.
026200     READ REG-TRANS-FILE
026300         AT END
026400             SET TRANS-EOF TO TRUE
026500             GO TO 2000-APPLY-TRANS-REC-EXIT
026600     END-READ
026700     ADD 1 TO TRANS-READ-COUNT
026800     PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT
026900     IF CARD-INVALID
027000         MOVE 'REJECTED' TO SRA-DISPOSITION
027100         ADD 1 TO REJECT-COUNT
027200         PERFORM 6200-REPORT-TRANS
027300             THRU 6200-REPORT-TRANS-EXIT
027400         PERFORM 3000-WRITE-AUDIT-REC
027500             THRU 3000-WRITE-AUDIT-REC-EXIT
027600         GO TO 2000-APPLY-TRANS-REC-EXIT
027700     END-IF
027800     MOVE SRT-SOURCE-SYS TO SREG-SOURCE-SYS
027900     READ REGISTRY-FILE
028000         INVALID KEY
028100             SET REG-NOT-FOUND TO TRUE
028200         NOT INVALID KEY
028300             SET REG-FOUND TO TRUE
028400     END-READ
028500     MOVE 'APPLIED' TO SRA-DISPOSITION
028600     EVALUATE TRUE
028700     WHEN SRT-ADD-ACTION AND REG-FOUND
028800         DISPLAY 'SRCM2000E - ADD OF A REGISTERED SOURCE: '
028900             SRT-SOURCE-SYS
029000         MOVE 'REJECTED' TO SRA-DISPOSITION
029100     WHEN SRT-ADD-ACTION
029200         PERFORM 2200-BUILD-REGISTRY-REC
029300             THRU 2200-BUILD-REGISTRY-REC-EXIT
029400         WRITE REGISTRY-RECORD
029500             INVALID KEY
029600                 MOVE 'REJECTED' TO SRA-DISPOSITION
029700         END-WRITE
029800     WHEN SRT-REP-ACTION AND REG-NOT-FOUND
029900         DISPLAY 'SRCM2000E - REP OF AN UNREGISTERED SOURCE: '
030000             SRT-SOURCE-SYS
030100         MOVE 'REJECTED' TO SRA-DISPOSITION
030200     WHEN SRT-REP-ACTION
030300         PERFORM 2200-BUILD-REGISTRY-REC
030400             THRU 2200-BUILD-REGISTRY-REC-EXIT
030500         REWRITE REGISTRY-RECORD
030600             INVALID KEY
030700                 MOVE 'REJECTED' TO SRA-DISPOSITION
030800         END-REWRITE
030900     WHEN SRT-DEL-ACTION AND REG-NOT-FOUND
031000         DISPLAY 'SRCM2000E - DEL OF AN UNREGISTERED SOURCE: '
031100             SRT-SOURCE-SYS
031200         MOVE 'REJECTED' TO SRA-DISPOSITION
031300     WHEN SRT-DEL-ACTION
031400         DELETE REGISTRY-FILE
031500             INVALID KEY
031600                 MOVE 'REJECTED' TO SRA-DISPOSITION
031700         END-DELETE
031800     END-EVALUATE
031900     IF SRA-DISPOSITION = 'REJECTED'
032000         ADD 1 TO REJECT-COUNT
032100     ELSE
032200         ADD 1 TO APPLIED-COUNT
032300         IF NOT SRT-DEL-ACTION
032400             PERFORM 2300-WARN-REGISTRY-REC
032500                 THRU 2300-WARN-REGISTRY-REC-EXIT
032600         END-IF
032700     END-IF
032800     PERFORM 6200-REPORT-TRANS
032900         THRU 6200-REPORT-TRANS-EXIT
033000     PERFORM 3000-WRITE-AUDIT-REC
033100         THRU 3000-WRITE-AUDIT-REC-EXIT
033200     .
033300 2000-APPLY-TRANS-REC-EXIT.
033400     EXIT.

      *****************************************************************
      * 2100-EDIT-CARD - THE FIELD EDITS.  A BAD ACTION, A BLANK OR
      * SEED SOURCE SYSTEM, AND (ON ADD/REP) AN EXPECTED-DAYS BYTE
      * OR MANDATORY FLAG THAT IS NOT Y/N MAKE THE CARD INVALID.
      *****************************************************************
033500 2100-EDIT-CARD.
033600     SET CARD-VALID TO TRUE
033700     IF NOT SRT-ADD-ACTION AND NOT SRT-REP-ACTION
033800        AND NOT SRT-DEL-ACTION
033900         DISPLAY 'SRCM2100E - ACTION NOT ADD/REP/DEL: '
034000             SRT-ACTION
034100         SET CARD-INVALID TO TRUE
034200         GO TO 2100-EDIT-CARD-EXIT
034300     END-IF
034400     IF SRT-SOURCE-SYS = SPACES OR SRT-SOURCE-SYS = '00000000'
034500         DISPLAY 'SRCM2100E - SOURCE SYSTEM BLANK OR RESERVED'
034600         SET CARD-INVALID TO TRUE
034700         GO TO 2100-EDIT-CARD-EXIT
034800     END-IF
034900     IF SRT-DEL-ACTION
035000         GO TO 2100-EDIT-CARD-EXIT
035100     END-IF
035200     MOVE ZERO TO DAY-SUB
035300     PERFORM 2150-EDIT-DAY-FLAG THRU 2150-EDIT-DAY-FLAG-EXIT
035400         UNTIL DAY-SUB NOT < 7
035500     IF SRT-MANDATORY-FLAG NOT = 'Y'
035600        AND SRT-MANDATORY-FLAG NOT = 'N'
035700         DISPLAY 'SRCM2100E - MANDATORY FLAG NOT Y/N: '
035800             SRT-SOURCE-SYS
035900         SET CARD-INVALID TO TRUE
036000     END-IF
036100     .
036200 2100-EDIT-CARD-EXIT.
036300     EXIT.

036400 2150-EDIT-DAY-FLAG.
036500     ADD 1 TO DAY-SUB
036600     IF SRT-DAY-FLAG (DAY-SUB) NOT = 'Y'
036700        AND SRT-DAY-FLAG (DAY-SUB) NOT = 'N'
036800         IF CARD-VALID
036900             DISPLAY 'SRCM2100E - EXPECTED DAYS NOT SEVEN Y/N '
037000                 'BYTES: ' SRT-SOURCE-SYS ' ' SRT-EXPECTED-DAYS
037100         END-IF
037200         SET CARD-INVALID TO TRUE
037300     END-IF
037400     .
037500 2150-EDIT-DAY-FLAG-EXIT.
037600     EXIT.

037700 2200-BUILD-REGISTRY-REC.
037800     MOVE SPACES             TO REGISTRY-RECORD
037900     MOVE SRT-SOURCE-SYS     TO SREG-SOURCE-SYS
038000     MOVE SRT-EXPECTED-DAYS  TO SREG-EXPECTED-DAYS
038100     MOVE SRT-MANDATORY-FLAG TO SREG-MANDATORY-FLAG
038200     MOVE SRT-CONTACT-NAME   TO SREG-CONTACT-NAME
038300     MOVE RUN-DATE           TO SREG-LAST-MAINT-DATE
038400     MOVE OPERATOR-ID        TO SREG-LAST-MAINT-OPER
038500     .
038600 2200-BUILD-REGISTRY-REC-EXIT.
038700     EXIT.

      *****************************************************************
      * 2300-WARN-REGISTRY-REC - A MANDATORY SOURCE WITH NO EXPECTED
      * DAY CAN NEVER BE REPORTED MISSING, AND ONE WITH NO CONTACT
      * LEAVES OPERATIONS NOBODY TO CALL.  BOTH ARE APPLIED, BUT
      * WARNED.
      *****************************************************************
038800 2300-WARN-REGISTRY-REC.
038900     IF NOT SREG-MANDATORY
039000         GO TO 2300-WARN-REGISTRY-REC-EXIT
039100     END-IF
039200     MOVE ZERO TO EXPECTED-DAY-COUNT
039300     INSPECT SREG-EXPECTED-DAYS
039400         TALLYING EXPECTED-DAY-COUNT FOR ALL 'Y'
039500     IF EXPECTED-DAY-COUNT = ZERO
039600         ADD 1 TO WARN-COUNT
039700         MOVE SPACES TO REPORT-LINE-WORK
039800         MOVE 'WARNING' TO RLW-TAG
039900         MOVE 'MANDATORY SOURCE WITH NO EXPECTED DAY:'
040000             TO RLW-TEXT
040100         MOVE SREG-SOURCE-SYS TO RLW-VALUE
040200         PERFORM 6100-WRITE-REPORT-LINE
040300             THRU 6100-WRITE-REPORT-LINE-EXIT
040400     END-IF
040500     IF SREG-CONTACT-NAME = SPACES
040600         ADD 1 TO WARN-COUNT
040700         MOVE SPACES TO REPORT-LINE-WORK
040800         MOVE 'WARNING' TO RLW-TAG
040900         MOVE 'MANDATORY SOURCE WITH NO CONTACT NAME:'
041000             TO RLW-TEXT
041100         MOVE SREG-SOURCE-SYS TO RLW-VALUE
041200         PERFORM 6100-WRITE-REPORT-LINE
041300             THRU 6100-WRITE-REPORT-LINE-EXIT
041400     END-IF
041500     .
041600 2300-WARN-REGISTRY-REC-EXIT.
041700     EXIT.

041800 3000-WRITE-AUDIT-REC.
041900     ACCEPT SRA-DATE FROM DATE YYYYMMDD
042000     ACCEPT SRA-TIME FROM TIME
042100     MOVE OPERATOR-ID        TO SRA-OPERATOR
042200     MOVE SRT-ACTION         TO SRA-ACTION
042300     MOVE SRT-SOURCE-SYS     TO SRA-SOURCE-SYS
042400     MOVE SRT-EXPECTED-DAYS  TO SRA-EXPECTED-DAYS
042500     MOVE SRT-MANDATORY-FLAG TO SRA-MANDATORY-FLAG
042600     MOVE SRT-CONTACT-NAME   TO SRA-CONTACT-NAME
042700     WRITE REG-AUDIT-RECORD
042800     .
042900 3000-WRITE-AUDIT-REC-EXIT.
043000     EXIT.

      *****************************************************************
      * 5000-LIST-REGISTRY - ONE LINE PER REGISTERED SOURCE SYSTEM,
      * IN KEY ORDER, SKIPPING THE KEY-ZERO SEED RECORD.
      *****************************************************************
043100 5000-LIST-REGISTRY.
043200     MOVE SPACES TO REPORT-RECORD
043300     WRITE REPORT-RECORD
043400     MOVE SPACES TO REPORT-RECORD
043500     MOVE 'SOURCE    MTWTFSS   MANDATORY  CONTACT'
043600         TO REPORT-RECORD
043700     MOVE 'LAST MAINT' TO REPORT-RECORD (64:10)
043800     WRITE REPORT-RECORD
043900     OPEN INPUT REGISTRY-FILE
044000     SET REG-NOT-EOF TO TRUE
044100     PERFORM 5100-LIST-REGISTRY-REC
044200         THRU 5100-LIST-REGISTRY-REC-EXIT
044300         UNTIL REG-EOF
044400     CLOSE REGISTRY-FILE
044500     .
044600 5000-LIST-REGISTRY-EXIT.
044700     EXIT.

044800 5100-LIST-REGISTRY-REC.
044900     READ REGISTRY-FILE NEXT RECORD
045000         AT END
045100             SET REG-EOF TO TRUE
045200             GO TO 5100-LIST-REGISTRY-REC-EXIT
045300     END-READ
045400     IF SREG-SOURCE-SYS = '00000000'
045500         GO TO 5100-LIST-REGISTRY-REC-EXIT
045600     END-IF
045700     ADD 1 TO LISTED-COUNT
045800     MOVE SPACES TO REGISTRY-LINE-WORK
045900     MOVE SREG-SOURCE-SYS      TO GLW-SOURCE-SYS
046000     MOVE SREG-EXPECTED-DAYS   TO GLW-EXPECTED-DAYS
046100     IF SREG-MANDATORY
046200         MOVE 'MANDATORY' TO GLW-MANDATORY
046300         ADD 1 TO MANDATORY-COUNT
046400     ELSE
046500         MOVE 'OPTIONAL' TO GLW-MANDATORY
046600     END-IF
046700     MOVE SREG-CONTACT-NAME    TO GLW-CONTACT-NAME
046800     MOVE SREG-LAST-MAINT-DATE TO GLW-LAST-MAINT-DATE
046900     MOVE SREG-LAST-MAINT-OPER TO GLW-LAST-MAINT-OPER
047000     MOVE SPACES TO REPORT-RECORD
047100     MOVE REGISTRY-LINE-WORK TO REPORT-RECORD
047200     WRITE REPORT-RECORD
047300     .
047400 5100-LIST-REGISTRY-REC-EXIT.
047500     EXIT.

047600 6100-WRITE-REPORT-LINE.
047700     MOVE SPACES TO REPORT-RECORD
047800     MOVE REPORT-LINE-WORK TO REPORT-RECORD
047900     WRITE REPORT-RECORD
048000     .
048100 6100-WRITE-REPORT-LINE-EXIT.
048200     EXIT.

048300 6200-REPORT-TRANS.
048400     MOVE SPACES TO REPORT-LINE-WORK
048500     MOVE SRA-DISPOSITION TO RLW-TAG
048600     MOVE SRT-ACTION TO RLW-TEXT
048700     MOVE SRT-SOURCE-SYS TO RLW-VALUE
048800     PERFORM 6100-WRITE-REPORT-LINE
048900         THRU 6100-WRITE-REPORT-LINE-EXIT
049000     .
049100 6200-REPORT-TRANS-EXIT.
049200     EXIT.

049300 8000-PRINT-TOTALS.
049400     MOVE SPACES TO REPORT-RECORD
049500     WRITE REPORT-RECORD
049600     MOVE SPACES TO REPORT-LINE-WORK
049700     MOVE 'CARDS READ:' TO RLW-TEXT
049800     MOVE TRANS-READ-COUNT TO RLW-VALUE
049900     PERFORM 6100-WRITE-REPORT-LINE
050000         THRU 6100-WRITE-REPORT-LINE-EXIT
050100     MOVE SPACES TO REPORT-LINE-WORK
050200     MOVE 'APPLIED:' TO RLW-TEXT
050300     MOVE APPLIED-COUNT TO RLW-VALUE
050400     PERFORM 6100-WRITE-REPORT-LINE
050500         THRU 6100-WRITE-REPORT-LINE-EXIT
050600     MOVE SPACES TO REPORT-LINE-WORK
050700     MOVE 'REJECTED:' TO RLW-TEXT
050800     MOVE REJECT-COUNT TO RLW-VALUE
050900     PERFORM 6100-WRITE-REPORT-LINE
051000         THRU 6100-WRITE-REPORT-LINE-EXIT
051100     MOVE SPACES TO REPORT-LINE-WORK
051200     MOVE 'WARNINGS:' TO RLW-TEXT
051300     MOVE WARN-COUNT TO RLW-VALUE
051400     PERFORM 6100-WRITE-REPORT-LINE
051500         THRU 6100-WRITE-REPORT-LINE-EXIT
051600     MOVE SPACES TO REPORT-LINE-WORK
051700     MOVE 'SOURCE SYSTEMS REGISTERED:' TO RLW-TEXT
051800     MOVE LISTED-COUNT TO RLW-VALUE
051900     PERFORM 6100-WRITE-REPORT-LINE
052000         THRU 6100-WRITE-REPORT-LINE-EXIT
052100     MOVE SPACES TO REPORT-LINE-WORK
052200     MOVE 'OF WHICH MANDATORY:' TO RLW-TEXT
052300     MOVE MANDATORY-COUNT TO RLW-VALUE
052400     PERFORM 6100-WRITE-REPORT-LINE
052500         THRU 6100-WRITE-REPORT-LINE-EXIT
052600     .
052700 8000-PRINT-TOTALS-EXIT.
052800     EXIT.
