000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  RULMAINT.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : RULMAINT
000900* PURPOSE  : MAINTENANCE AND PRE-LOAD VALIDATION OF THE ALPHA
001000*            VALUE-1/VALUE-2 TRANSITION-RULES FILE (TRNRULES,
001100*            SEE TRNRLREC) THAT DRIVES 300-CHANGE-1 AND
001200*            400-CHANGE-2.  RUN ON DAY SHIFT SO ALPHAJ NEVER
001300*            STARTS AGAINST A RULES FILE THAT WOULD FAIL AT
001400*            2 AM.
001500*
001600*            PARM='MODE=UPDATE,OPER=XXXXXXXX'
001700*              READS THE CURRENT RULES FROM RULEIN, APPLIES
001800*              THE ADD/REP/DEL TRANSACTIONS ON RULTRANS,
001900*              VALIDATES THE RESULT AND, WHEN IT IS CLEAN,
002000*              WRITES THE NEW RULES FILE TO RULEOUT (THE JOB
002100*              REPROS IT OVER TRNRULES ONLY ON A CLEAN STEP).
002200*              EVERY CHANGE IS LOGGED TO RULAUDIT WITH THE
002300*              OPERATOR ID AND A TIMESTAMP.
002400*            PARM='MODE=EDIT'
002500*              VALIDATES THE CURRENT RULES ON RULEIN ONLY - NO
002600*              TRANSACTIONS ARE APPLIED AND NOTHING IS
002700*              WRITTEN.  SCHEDULE THIS AS THE DAY-SHIFT EDIT
002800*              STEP AHEAD OF THE NIGHT.
002900*
003000*            TRANSACTIONS ARE KEYED BY RULE ID.  A BLANK
003100*            SOURCE SYSTEM ON AN ADD OR REP CARD MEANS ANY
003200*            SOURCE ('*').  UNLIKE A TRNSTBL CARD, A RULE
003300*            CARRIES ITS OWN EFFECTIVE DATE: A FUTURE-DATED
003400*            RULE IS APPLIED TO THE FILE STRAIGHT AWAY AND
003500*            ALPHA SIMPLY IGNORES IT UNTIL THAT DATE, SO A
003600*            PLANNED CUTOVER IS LOADED AHEAD OF TIME AS A
003700*            SECOND RULE FOR THE SAME VALUE WITH THE LATER
003800*            DATE.  A BLANK OR ZERO DATE MEANS ALWAYS IN
003900*            EFFECT.
004000*
004100*            VALIDATION OF THE RESULT COVERS A FIELD NAME
004200*            OTHER THAN VALUE-1/VALUE-2, EMPTY SOURCE, CURRENT
004300*            OR NEXT VALUES, DUPLICATE RULE IDS, TWO RULES FOR
004400*            THE SAME FIELD, SOURCE, CURRENT VALUE AND DATE
004500*            (ALPHA COULD NOT TELL WHICH TO APPLY), IDENTITY
004600*            RULES, A FIELD LEFT WITH NO RULES AT ALL, AND THE
004700*            ROW COUNT AGAINST ALPHA'S 500-RULE LOAD LIMIT.
004800*
004900*            RETURN CODES:
005000*              0 - RULES CLEAN, NEW FILE WRITTEN (UPDATE)
005100*              4 - WARNINGS ONLY (IDENTITY RULES, A FIELD
005200*                  WITH NO RULES); NEW FILE STILL WRITTEN ON
005300*                  UPDATE
005400*              8 - ERRORS - BAD OR EMPTY FIELDS, DUPLICATES,
005500*                  OVERFLOW, OR REJECTED TRANSACTIONS; NO NEW
005600*                  FILE IS WRITTEN
005700*
005800* MODIFICATION HISTORY
005900* ---------------------------------------------------------------
006000* DATE       INIT  DESCRIPTION
006100* ---------------------------------------------------------------
006200* 2026-10-15 JDM   ORIGINAL PROGRAM.
006300*****************************************************************
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT OPTIONAL RULE-IN-FILE ASSIGN TO RULEIN
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT OPTIONAL RULE-TRANS-FILE ASSIGN TO RULTRANS
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT RULE-OUT-FILE ASSIGN TO RULEOUT
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT RULE-AUDIT-FILE ASSIGN TO RULAUDIT
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT REPORT-FILE ASSIGN TO RPTFILE
007600         ORGANIZATION IS SEQUENTIAL.

007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  RULE-IN-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  RULE-IN-RECORD            PIC X(220).

      *****************************************************************
      * RULE-TRANS-FILE - ONE ADD/REP/DEL CARD PER RULE CHANGE.
      * COLUMNS: ACTION 1-3, RULE ID 5-12, FIELD NAME 14-21, SOURCE
      * SYSTEM 23-30, EFFECTIVE DATE 32-39, CURRENT VALUE 41-120,
      * NEXT VALUE 121-200.  A DEL CARD NEEDS ONLY THE RULE ID.
      *****************************************************************
008300 FD  RULE-TRANS-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  RULE-TRANS-RECORD.
008700     05  RLT-ACTION            PIC X(03).
008800         88  RLT-ADD-ACTION               VALUE 'ADD'.
008900         88  RLT-REP-ACTION               VALUE 'REP'.
009000         88  RLT-DEL-ACTION               VALUE 'DEL'.
009100     05  FILLER                PIC X(01).
009200     05  RLT-RULE-ID           PIC X(08).
009300     05  FILLER                PIC X(01).
009400     05  RLT-FIELD-NAME        PIC X(08).
009500         88  RLT-VALID-FIELD-NAME         VALUE 'VALUE-1'
009600                                                'VALUE-2'.
009700     05  FILLER                PIC X(01).
009800     05  RLT-SOURCE-SYS        PIC X(08).
009900     05  FILLER                PIC X(01).
010000     05  RLT-EFF-DATE          PIC X(08).
010100     05  FILLER                PIC X(01).
010200     05  RLT-CURRENT-VALUE     PIC X(80).
010300     05  RLT-NEXT-VALUE        PIC X(80).

010400 FD  RULE-OUT-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  RULE-OUT-RECORD           PIC X(220).

010800 FD  RULE-AUDIT-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  RULE-AUDIT-RECORD.
011200     05  RLA-DATE              PIC 9(08).
011300     05  RLA-TIME              PIC 9(08).
011400     05  FILLER                PIC X(01).
011500     05  RLA-OPERATOR          PIC X(08).
011600     05  FILLER                PIC X(01).
011700     05  RLA-ACTION            PIC X(03).
011800     05  FILLER                PIC X(01).
011900     05  RLA-DISPOSITION       PIC X(08).
012000     05  FILLER                PIC X(01).
012100     05  RLA-RULE-ID           PIC X(08).
012200     05  FILLER                PIC X(01).
012300     05  RLA-FIELD-NAME        PIC X(08).
012400     05  FILLER                PIC X(01).
012500     05  RLA-SOURCE-SYS        PIC X(08).
012600     05  FILLER                PIC X(01).
012700     05  RLA-EFF-DATE          PIC X(08).
012800     05  FILLER                PIC X(01).
012900     05  RLA-CURRENT-VALUE     PIC X(80).
013000     05  FILLER                PIC X(01).
013100     05  RLA-NEXT-VALUE        PIC X(80).

013200 FD  REPORT-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  REPORT-RECORD             PIC X(132).

013600 WORKING-STORAGE SECTION.
013700 77  RUN-DATE                  PIC 9(08) VALUE ZERO.
013800 77  RULE-COUNT                PIC 9(03) VALUE ZERO.
013900 77  RULE-SUB                  PIC 9(03) VALUE ZERO.
014000 77  SCAN-SUB                  PIC 9(03) VALUE ZERO.
014100 77  RULE-MAX                  PIC 9(03) VALUE 500.
014200 77  IN-READ-COUNT             PIC 9(05) VALUE ZERO.
014300 77  TRANS-READ-COUNT          PIC 9(05) VALUE ZERO.
014400 77  APPLIED-COUNT             PIC 9(05) VALUE ZERO.
014500 77  REJECT-COUNT              PIC 9(05) VALUE ZERO.
014600 77  WARN-COUNT                PIC 9(05) VALUE ZERO.
014700 77  ERROR-COUNT               PIC 9(05) VALUE ZERO.
014800 77  ACTIVE-COUNT              PIC 9(03) VALUE ZERO.
014900 77  FUTURE-COUNT              PIC 9(03) VALUE ZERO.
015000 77  VALUE-1-RULE-COUNT        PIC 9(03) VALUE ZERO.
015100 77  VALUE-2-RULE-COUNT        PIC 9(03) VALUE ZERO.
015200 77  EFF-DATE-NUM              PIC 9(08) VALUE ZERO.
015300 77  EFF-MONTH                 PIC 9(02) VALUE ZERO.
015400 77  EFF-DAY                   PIC 9(02) VALUE ZERO.

015500 01  PARM-PARSE-WORK.
015600     05  PARM-PIECE-1          PIC X(20) VALUE SPACES.
015700     05  PARM-PIECE-2          PIC X(20) VALUE SPACES.
015800     05  PARM-PIECE-WORK       PIC X(20) VALUE SPACES.
015900     05  PARM-KEYWORD          PIC X(08) VALUE SPACES.
016000     05  PARM-VALUE            PIC X(20) VALUE SPACES.

016100 01  RUN-CONTROLS.
016200     05  RUN-MODE              PIC X(08) VALUE 'EDIT'.
016300         88  UPDATE-MODE                  VALUE 'UPDATE'.
016400         88  EDIT-MODE                    VALUE 'EDIT'.
016500     05  OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.

016600 01  PROGRAM-SWITCHES.
016700     05  IN-EOF-SWITCH         PIC X(01)  VALUE 'N'.
016800         88  IN-EOF                       VALUE 'Y'.
016900         88  IN-NOT-EOF                   VALUE 'N'.
017000     05  TRANS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
017100         88  TRANS-EOF                    VALUE 'Y'.
017200         88  TRANS-NOT-EOF                VALUE 'N'.
017300     05  ENTRY-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
017400         88  ENTRY-FOUND                  VALUE 'Y'.
017500         88  ENTRY-NOT-FOUND              VALUE 'N'.

      *****************************************************************
      * RULE-RECORD-WORK - ONE TRNRULES RECORD, READ INTO FROM
      * RULEIN AND BUILT HERE FOR EVERY RECORD WRITTEN TO RULEOUT.
      *****************************************************************
017600 01  RULE-RECORD-WORK.
017700     COPY TRNRLREC.

      *****************************************************************
      * RULE-TABLE - THE WORKING COPY OF TRNRULES, THE SAME 500-RULE
      * LIMIT ALPHA LOADS AT START OF RUN.  DELETED RULES ARE
      * FLAGGED RATHER THAN SHUFFLED SO THE AUDIT TRAIL CAN NAME
      * WHAT WAS REMOVED; ONLY ACTIVE RULES ARE WRITTEN TO THE NEW
      * FILE.
      *****************************************************************
017800 01  RULE-TABLE.
017900     05  RUL-ENTRY OCCURS 500 TIMES.
018000         10  RUL-ENTRY-ID      PIC X(08).
018100         10  RUL-ENTRY-FIELD   PIC X(08).
018200         10  RUL-ENTRY-SOURCE  PIC X(08).
018300         10  RUL-ENTRY-EFF     PIC 9(08).
018400         10  RUL-ENTRY-CURRENT PIC X(80).
018500         10  RUL-ENTRY-NEXT    PIC X(80).
018600         10  RUL-ENTRY-MAINT   PIC 9(08).
018700         10  RUL-ENTRY-OPER    PIC X(08).
018800         10  RUL-ENTRY-FLAG    PIC X(01).
018900             88  RUL-ENTRY-ACTIVE         VALUE 'A'.
019000             88  RUL-ENTRY-DELETED        VALUE 'D'.

019100 01  REPORT-LINE-WORK.
019200     05  RLW-TAG               PIC X(10) VALUE SPACES.
019300     05  FILLER                PIC X(01) VALUE SPACE.
019400     05  RLW-TEXT              PIC X(60) VALUE SPACES.
019500     05  FILLER                PIC X(01) VALUE SPACE.
019600     05  RLW-VALUE             PIC X(60) VALUE SPACES.

019700 01  RULE-LINE-WORK.
019800     05  RLN-RULE-ID           PIC X(08) VALUE SPACES.
019900     05  FILLER                PIC X(01) VALUE SPACE.
020000     05  RLN-FIELD-NAME        PIC X(08) VALUE SPACES.
020100     05  FILLER                PIC X(01) VALUE SPACE.
020200     05  RLN-SOURCE-SYS        PIC X(08) VALUE SPACES.
020300     05  FILLER                PIC X(01) VALUE SPACE.
020400     05  RLN-CURRENT-VALUE     PIC X(33) VALUE SPACES.

020500 LINKAGE SECTION.
020600 01  MAINT-PARM.
020700     05  MAINT-PARM-LEN        PIC S9(4) COMP.
020800     05  MAINT-PARM-TEXT       PIC X(40).

020900 PROCEDURE DIVISION USING MAINT-PARM.

      *****************************************************************
      * 0000-MAINLINE - PARSE THE PARM, LOAD THE CURRENT RULES,
      * APPLY THE MAINTENANCE TRANSACTIONS (UPDATE MODE), VALIDATE
      * THE RESULT, AND WRITE THE NEW RULES FILE ONLY WHEN IT IS
      * CLEAN.
      *****************************************************************
021000 0000-MAINLINE.
021100     ACCEPT RUN-DATE FROM DATE YYYYMMDD
021200     PERFORM 0100-PARSE-PARM THRU 0100-PARSE-PARM-EXIT
021300     OPEN OUTPUT REPORT-FILE
021400     MOVE SPACES TO REPORT-RECORD
021500     MOVE 'TRNRULES TRANSITION-RULES MAINTENANCE'
021600         TO REPORT-RECORD
021700     WRITE REPORT-RECORD
021800     MOVE SPACES TO REPORT-LINE-WORK
021900     MOVE 'MODE:' TO RLW-TEXT
022000     MOVE RUN-MODE TO RLW-VALUE
022100     PERFORM 6100-WRITE-REPORT-LINE
022200         THRU 6100-WRITE-REPORT-LINE-EXIT
022300     MOVE SPACES TO REPORT-LINE-WORK
022400     MOVE 'OPERATOR:' TO RLW-TEXT
022500     MOVE OPERATOR-ID TO RLW-VALUE
022600     PERFORM 6100-WRITE-REPORT-LINE
022700         THRU 6100-WRITE-REPORT-LINE-EXIT
022800     PERFORM 1000-LOAD-RULES THRU 1000-LOAD-RULES-EXIT
022900     IF UPDATE-MODE
023000         OPEN OUTPUT RULE-AUDIT-FILE
023100         OPEN INPUT RULE-TRANS-FILE
023200         PERFORM 2000-APPLY-TRANS-REC
023300             THRU 2000-APPLY-TRANS-REC-EXIT
023400             UNTIL TRANS-EOF
023500         CLOSE RULE-TRANS-FILE
023600         CLOSE RULE-AUDIT-FILE
023700     END-IF
023800     PERFORM 4000-VALIDATE-RULES
023900         THRU 4000-VALIDATE-RULES-EXIT
024000     IF UPDATE-MODE AND ERROR-COUNT = ZERO
024100        AND REJECT-COUNT = ZERO
024200         PERFORM 5000-WRITE-NEW-RULES
024300             THRU 5000-WRITE-NEW-RULES-EXIT
024400     END-IF
024500     PERFORM 8000-PRINT-TOTALS
024600         THRU 8000-PRINT-TOTALS-EXIT
024700     CLOSE REPORT-FILE
024800     IF ERROR-COUNT > ZERO OR REJECT-COUNT > ZERO
024900         DISPLAY 'RULM0000E - RULES NOT CLEAN, '
025000             ERROR-COUNT ' ERROR(S) ' REJECT-COUNT
025100             ' REJECTED CHANGE(S), NO NEW RULES FILE WRITTEN'
025200         MOVE 8 TO RETURN-CODE
025300     ELSE
025400         IF WARN-COUNT > ZERO
025500             DISPLAY 'RULM0000W - RULES ACCEPTED WITH '
025600                 WARN-COUNT ' WARNING(S)'
025700             MOVE 4 TO RETURN-CODE
025800         ELSE
025900             DISPLAY 'RULM0000I - RULES CLEAN, '
026000                 ACTIVE-COUNT ' RULES'
026100             MOVE ZERO TO RETURN-CODE
026200         END-IF
026300     END-IF
026400     GOBACK
026500     .

      *****************************************************************
      * 0100-PARSE-PARM - PARM='MODE=UPDATE,OPER=XXXXXXXX' OR
      * PARM='MODE=EDIT'.  AN ABSENT OR UNRECOGNIZED MODE FALLS BACK
      * TO EDIT (VALIDATE ONLY), NEVER TO UPDATE - A MISTYPED PARM
      * MUST NOT REWRITE THE PRODUCTION RULES.
      *****************************************************************
026600 0100-PARSE-PARM.
026700     IF MAINT-PARM-LEN > ZERO
026800         UNSTRING MAINT-PARM-TEXT DELIMITED BY ','
026900             INTO PARM-PIECE-1 PARM-PIECE-2
027000         END-UNSTRING
027100         MOVE PARM-PIECE-1 TO PARM-PIECE-WORK
027200         PERFORM 0150-APPLY-PARM-PIECE
027300             THRU 0150-APPLY-PARM-PIECE-EXIT
027400         MOVE PARM-PIECE-2 TO PARM-PIECE-WORK
027500         PERFORM 0150-APPLY-PARM-PIECE
027600             THRU 0150-APPLY-PARM-PIECE-EXIT
027700     ELSE
027800         DISPLAY 'RULM0100W - NO PARM, MODE=EDIT ASSUMED'
027900     END-IF
028000     IF UPDATE-MODE AND OPERATOR-ID = 'UNKNOWN'
028100         DISPLAY 'RULM0100W - NO OPER= ON THE PARM, CHANGES '
028200             'WILL BE AUDITED AS UNKNOWN'
028300     END-IF
028400     .
028500 0100-PARSE-PARM-EXIT.
028600     EXIT.

028700 0150-APPLY-PARM-PIECE.
028800     IF PARM-PIECE-WORK = SPACES
028900         GO TO 0150-APPLY-PARM-PIECE-EXIT
029000     END-IF
029100     MOVE SPACES TO PARM-KEYWORD
029200     MOVE SPACES TO PARM-VALUE
029300     UNSTRING PARM-PIECE-WORK DELIMITED BY '='
029400         INTO PARM-KEYWORD PARM-VALUE
029500     END-UNSTRING
029600     EVALUATE PARM-KEYWORD
029700     WHEN 'MODE'
029800         IF PARM-VALUE = 'UPDATE' OR PARM-VALUE = 'EDIT'
029900             MOVE PARM-VALUE TO RUN-MODE
030000         ELSE
030100             DISPLAY 'RULM0150W - MODE NOT UPDATE/EDIT, '
030200                 'EDIT ASSUMED: ' PARM-PIECE-WORK
030300         END-IF
030400     WHEN 'OPER'
030500         MOVE PARM-VALUE TO OPERATOR-ID
030600     WHEN OTHER
030700         DISPLAY 'RULM0150W - PARM PIECE NOT UNDERSTOOD: '
030800             PARM-PIECE-WORK
030900     END-EVALUATE
031000     .
031100 0150-APPLY-PARM-PIECE-EXIT.
031200     EXIT.

      *****************************************************************
      * 1000-LOAD-RULES - LOADS THE CURRENT TRNRULES INTO THE
      * WORKING TABLE.  A FILE ALREADY OVER ALPHA'S 500-RULE LIMIT
      * IS AN ERROR HERE; ALPHA ITSELF REFUSES THE RUN RATHER THAN
      * TRUNCATE THE RULES.
      *****************************************************************
031300 1000-LOAD-RULES.
031400     OPEN INPUT RULE-IN-FILE
031500     PERFORM 1100-READ-RULE-REC
031600         THRU 1100-READ-RULE-REC-EXIT
031700         UNTIL IN-EOF
031800     CLOSE RULE-IN-FILE
031900     MOVE SPACES TO REPORT-LINE-WORK
032000     MOVE 'RULES LOADED:' TO RLW-TEXT
032100     MOVE RULE-COUNT TO RLW-VALUE
032200     PERFORM 6100-WRITE-REPORT-LINE
032300         THRU 6100-WRITE-REPORT-LINE-EXIT
032400     .
032500 1000-LOAD-RULES-EXIT.
032600     EXIT.

032700 1100-READ-RULE-REC.
032800     READ RULE-IN-FILE INTO RULE-RECORD-WORK
032900         AT END
033000             SET IN-EOF TO TRUE
033100             GO TO 1100-READ-RULE-REC-EXIT
033200     END-READ
033300     ADD 1 TO IN-READ-COUNT
033400     IF RULE-COUNT NOT < RULE-MAX
033500         ADD 1 TO ERROR-COUNT
033600         MOVE SPACES TO REPORT-LINE-WORK
033700         MOVE 'ERROR' TO RLW-TAG
033800         MOVE 'RULES OVER THE 500-RULE LIMIT AT LOAD, RULE:'
033900             TO RLW-TEXT
034000         MOVE TRL-RULE-ID TO RLW-VALUE
034100         PERFORM 6100-WRITE-REPORT-LINE
034200             THRU 6100-WRITE-REPORT-LINE-EXIT
034300         GO TO 1100-READ-RULE-REC-EXIT
034400     END-IF
034500     ADD 1 TO RULE-COUNT
034600     MOVE TRL-RULE-ID       TO RUL-ENTRY-ID (RULE-COUNT)
034700     MOVE TRL-FIELD-NAME    TO RUL-ENTRY-FIELD (RULE-COUNT)
034800     MOVE TRL-SOURCE-SYS    TO RUL-ENTRY-SOURCE (RULE-COUNT)
034900     MOVE TRL-EFF-DATE      TO RUL-ENTRY-EFF (RULE-COUNT)
035000     MOVE TRL-CURRENT-VALUE TO RUL-ENTRY-CURRENT (RULE-COUNT)
035100     MOVE TRL-NEXT-VALUE    TO RUL-ENTRY-NEXT (RULE-COUNT)
035200     MOVE TRL-LAST-MAINT-DATE TO RUL-ENTRY-MAINT (RULE-COUNT)
035300     MOVE TRL-LAST-MAINT-OPER TO RUL-ENTRY-OPER (RULE-COUNT)
035400     SET RUL-ENTRY-ACTIVE (RULE-COUNT) TO TRUE
035500     .
035600 1100-READ-RULE-REC-EXIT.
035700     EXIT.

      *****************************************************************
      * 2000-APPLY-TRANS-REC - APPLIES ONE ADD/REP/DEL MAINTENANCE
      * TRANSACTION, LOCATED BY RULE ID.  A BAD ACTION OR DATE, A
      * BLANK RULE ID, OR AN ADD/REP WITH A FIELD NAME OTHER THAN
      * VALUE-1/VALUE-2 OR A BLANK CURRENT OR NEXT VALUE, REJECTS
      * IT.  EVERY TRANSACTION - APPLIED OR REJECTED - IS LOGGED TO
      * THE AUDIT FILE WITH THE OPERATOR ID AND TIMESTAMP.
      *****************************************************************
035800 2000-APPLY-TRANS-REC.
035900     READ RULE-TRANS-FILE
036000         AT END
036100             SET TRANS-EOF TO TRUE
036200             GO TO 2000-APPLY-TRANS-REC-EXIT
036300     END-READ
036400     ADD 1 TO TRANS-READ-COUNT
036500     MOVE SPACES TO RLA-DISPOSITION
036600     IF RLT-SOURCE-SYS = SPACES
036700         MOVE '*' TO RLT-SOURCE-SYS
036800     END-IF
036900     PERFORM 2200-EDIT-CARD THRU 2200-EDIT-CARD-EXIT
037000     IF RLA-DISPOSITION = 'REJECTED'
037100         ADD 1 TO REJECT-COUNT
037200         PERFORM 6200-REPORT-TRANS
037300             THRU 6200-REPORT-TRANS-EXIT
037400         PERFORM 3000-WRITE-AUDIT-REC
037500             THRU 3000-WRITE-AUDIT-REC-EXIT
037600         GO TO 2000-APPLY-TRANS-REC-EXIT
037700     END-IF
037800     PERFORM 7000-LOCATE-RULE-ID
037900         THRU 7000-LOCATE-RULE-ID-EXIT
038000     EVALUATE TRUE
038100     WHEN RLT-ADD-ACTION AND ENTRY-FOUND
038200         DISPLAY 'RULM2000E - ADD OF A RULE ID ALREADY ON '
038300             'FILE: ' RLT-RULE-ID
038400         MOVE 'REJECTED' TO RLA-DISPOSITION
038500         ADD 1 TO REJECT-COUNT
038600     WHEN RLT-ADD-ACTION
038700         IF RULE-COUNT NOT < RULE-MAX
038800             DISPLAY 'RULM2000E - ADD WOULD TAKE THE FILE '
038900                 'OVER THE 500-RULE LIMIT: ' RLT-RULE-ID
039000             MOVE 'REJECTED' TO RLA-DISPOSITION
039100             ADD 1 TO REJECT-COUNT
039200         ELSE
039300             ADD 1 TO RULE-COUNT
039400             MOVE RULE-COUNT TO RULE-SUB
039500             MOVE RLT-RULE-ID TO RUL-ENTRY-ID (RULE-SUB)
039600             PERFORM 2300-STORE-CARD
039700                 THRU 2300-STORE-CARD-EXIT
039800             SET RUL-ENTRY-ACTIVE (RULE-SUB) TO TRUE
039900             MOVE 'APPLIED' TO RLA-DISPOSITION
040000             ADD 1 TO APPLIED-COUNT
040100         END-IF
040200     WHEN RLT-REP-ACTION AND ENTRY-NOT-FOUND
040300         DISPLAY 'RULM2000E - REP OF A RULE ID NOT ON FILE: '
040400             RLT-RULE-ID
040500         MOVE 'REJECTED' TO RLA-DISPOSITION
040600         ADD 1 TO REJECT-COUNT
040700     WHEN RLT-REP-ACTION
040800         PERFORM 2300-STORE-CARD
040900             THRU 2300-STORE-CARD-EXIT
041000         MOVE 'APPLIED' TO RLA-DISPOSITION
041100         ADD 1 TO APPLIED-COUNT
041200     WHEN RLT-DEL-ACTION AND ENTRY-NOT-FOUND
041300         DISPLAY 'RULM2000E - DEL OF A RULE ID NOT ON FILE: '
041400             RLT-RULE-ID
041500         MOVE 'REJECTED' TO RLA-DISPOSITION
041600         ADD 1 TO REJECT-COUNT
041700     WHEN RLT-DEL-ACTION
041800         SET RUL-ENTRY-DELETED (RULE-SUB) TO TRUE
041900         MOVE 'APPLIED' TO RLA-DISPOSITION
042000         ADD 1 TO APPLIED-COUNT
042100     END-EVALUATE
042200     PERFORM 6200-REPORT-TRANS
042300         THRU 6200-REPORT-TRANS-EXIT
042400     PERFORM 3000-WRITE-AUDIT-REC
042500         THRU 3000-WRITE-AUDIT-REC-EXIT
042600     .
042700 2000-APPLY-TRANS-REC-EXIT.
042800     EXIT.

      *****************************************************************
      * 2100-EDIT-EFF-DATE - AN EFFECTIVE DATE OF ZERO OR SPACES
      * MEANS ALWAYS IN EFFECT AND IS STORED AS ZERO.  A DATE THAT
      * IS NOT A PLAUSIBLE YYYYMMDD REJECTS THE CARD.  A FUTURE DATE
      * IS ACCEPTED - THE RULE WAITS ON THE FILE FOR ITS DATE - AND
      * IS ONLY NOTED ON THE REPORT.
      *****************************************************************
042900 2100-EDIT-EFF-DATE.
043000     MOVE ZERO TO EFF-DATE-NUM
043100     IF RLT-EFF-DATE = SPACES OR RLT-EFF-DATE = '00000000'
043200         GO TO 2100-EDIT-EFF-DATE-EXIT
043300     END-IF
043400     IF RLT-EFF-DATE IS NOT NUMERIC
043500         MOVE 'REJECTED' TO RLA-DISPOSITION
043600         DISPLAY 'RULM2100E - EFFECTIVE DATE NOT NUMERIC: '
043700             RLT-EFF-DATE
043800         GO TO 2100-EDIT-EFF-DATE-EXIT
043900     END-IF
044000     MOVE RLT-EFF-DATE TO EFF-DATE-NUM
044100     MOVE RLT-EFF-DATE (5:2) TO EFF-MONTH
044200     MOVE RLT-EFF-DATE (7:2) TO EFF-DAY
044300     IF EFF-MONTH < 1 OR EFF-MONTH > 12
044400        OR EFF-DAY < 1 OR EFF-DAY > 31
044500         MOVE 'REJECTED' TO RLA-DISPOSITION
044600         DISPLAY 'RULM2100E - EFFECTIVE DATE NOT A DATE: '
044700             RLT-EFF-DATE
044800         GO TO 2100-EDIT-EFF-DATE-EXIT
044900     END-IF
045000     IF EFF-DATE-NUM > RUN-DATE
045100         DISPLAY 'RULM2100I - RULE ' RLT-RULE-ID
045200             ' TAKES EFFECT ON ' RLT-EFF-DATE
045300     END-IF
045400     .
045500 2100-EDIT-EFF-DATE-EXIT.
045600     EXIT.

      *****************************************************************
      * 2200-EDIT-CARD - CARD-LEVEL EDITS.  A REJECTED CARD COMES
      * BACK WITH 'REJECTED' IN RLA-DISPOSITION.  AN ADD OR REP CARD
      * WITH A BLANK NEXT VALUE WOULD MOVE SPACES INTO THE FIELD AND
      * IS REJECTED HERE RATHER THAN LEFT TO THE FILE EDIT.
      *****************************************************************
045700 2200-EDIT-CARD.
045800     IF NOT RLT-ADD-ACTION AND NOT RLT-REP-ACTION
045900        AND NOT RLT-DEL-ACTION
046000         DISPLAY 'RULM2200E - ACTION NOT ADD/REP/DEL: '
046100             RLT-ACTION
046200         MOVE 'REJECTED' TO RLA-DISPOSITION
046300         GO TO 2200-EDIT-CARD-EXIT
046400     END-IF
046500     IF RLT-RULE-ID = SPACES
046600         DISPLAY 'RULM2200E - ' RLT-ACTION ' CARD WITH NO '
046700             'RULE ID REJECTED'
046800         MOVE 'REJECTED' TO RLA-DISPOSITION
046900         GO TO 2200-EDIT-CARD-EXIT
047000     END-IF
047100     IF RLT-DEL-ACTION
047200         GO TO 2200-EDIT-CARD-EXIT
047300     END-IF
047400     IF NOT RLT-VALID-FIELD-NAME
047500         DISPLAY 'RULM2200E - FIELD NOT VALUE-1/VALUE-2 ON '
047600             'RULE ' RLT-RULE-ID ': ' RLT-FIELD-NAME
047700         MOVE 'REJECTED' TO RLA-DISPOSITION
047800         GO TO 2200-EDIT-CARD-EXIT
047900     END-IF
048000     IF RLT-CURRENT-VALUE = SPACES
048100         DISPLAY 'RULM2200E - ' RLT-ACTION ' CARD WITH A BLANK '
048200             'CURRENT VALUE REJECTED: ' RLT-RULE-ID
048300         MOVE 'REJECTED' TO RLA-DISPOSITION
048400         GO TO 2200-EDIT-CARD-EXIT
048500     END-IF
048600     IF RLT-NEXT-VALUE = SPACES
048700         DISPLAY 'RULM2200E - ' RLT-ACTION ' CARD WITH A BLANK '
048800             'NEXT VALUE REJECTED: ' RLT-RULE-ID
048900         MOVE 'REJECTED' TO RLA-DISPOSITION
049000         GO TO 2200-EDIT-CARD-EXIT
049100     END-IF
049200     PERFORM 2100-EDIT-EFF-DATE
049300         THRU 2100-EDIT-EFF-DATE-EXIT
049400     .
049500 2200-EDIT-CARD-EXIT.
049600     EXIT.

      *****************************************************************
      * 2300-STORE-CARD - MOVES AN ADD OR REP CARD INTO THE TABLE
      * ENTRY AT RULE-SUB, STAMPED WITH TODAY AND THE OPERATOR.
      *****************************************************************
049700 2300-STORE-CARD.
049800     MOVE RLT-FIELD-NAME    TO RUL-ENTRY-FIELD (RULE-SUB)
049900     MOVE RLT-SOURCE-SYS    TO RUL-ENTRY-SOURCE (RULE-SUB)
050000     MOVE EFF-DATE-NUM      TO RUL-ENTRY-EFF (RULE-SUB)
050100     MOVE RLT-CURRENT-VALUE TO RUL-ENTRY-CURRENT (RULE-SUB)
050200     MOVE RLT-NEXT-VALUE    TO RUL-ENTRY-NEXT (RULE-SUB)
050300     MOVE RUN-DATE          TO RUL-ENTRY-MAINT (RULE-SUB)
050400     MOVE OPERATOR-ID       TO RUL-ENTRY-OPER (RULE-SUB)
050500     .
050600 2300-STORE-CARD-EXIT.
050700     EXIT.

050800 3000-WRITE-AUDIT-REC.
050900     ACCEPT RLA-DATE FROM DATE YYYYMMDD
051000     ACCEPT RLA-TIME FROM TIME
051100     MOVE OPERATOR-ID TO RLA-OPERATOR
051200     MOVE RLT-ACTION TO RLA-ACTION
051300     MOVE RLT-RULE-ID TO RLA-RULE-ID
051400     MOVE RLT-FIELD-NAME TO RLA-FIELD-NAME
051500     MOVE RLT-SOURCE-SYS TO RLA-SOURCE-SYS
051600     MOVE RLT-EFF-DATE TO RLA-EFF-DATE
051700     MOVE RLT-CURRENT-VALUE TO RLA-CURRENT-VALUE
051800     MOVE RLT-NEXT-VALUE TO RLA-NEXT-VALUE
051900     WRITE RULE-AUDIT-RECORD
052000     .
052100 3000-WRITE-AUDIT-REC-EXIT.
052200     EXIT.

      *****************************************************************
      * 4000-VALIDATE-RULES - THE PRE-LOAD EDIT OF THE RESULTING
      * RULES: A BAD FIELD NAME, AN EMPTY SOURCE, CURRENT OR NEXT
      * VALUE, A DUPLICATE RULE ID AND TWO RULES FOR THE SAME
      * FIELD/SOURCE/CURRENT VALUE/DATE ARE ERRORS; IDENTITY RULES
      * AND A FIELD WITH NO RULES AT ALL (EVERY VALUE WOULD GO TO
      * SUSPENSE) ARE WARNINGS; AND THE ACTIVE ROW COUNT IS PROVED
      * AGAINST ALPHA'S 500-RULE LIMIT.
      *****************************************************************
052300 4000-VALIDATE-RULES.
052400     MOVE ZERO TO ACTIVE-COUNT
052500     MOVE ZERO TO FUTURE-COUNT
052600     MOVE ZERO TO VALUE-1-RULE-COUNT
052700     MOVE ZERO TO VALUE-2-RULE-COUNT
052800     MOVE ZERO TO RULE-SUB
052900     PERFORM 4100-VALIDATE-ENTRY
053000         THRU 4100-VALIDATE-ENTRY-EXIT
053100         UNTIL RULE-SUB NOT < RULE-COUNT
053200     IF ACTIVE-COUNT > RULE-MAX
053300         ADD 1 TO ERROR-COUNT
053400         MOVE SPACES TO REPORT-LINE-WORK
053500         MOVE 'ERROR' TO RLW-TAG
053600         MOVE 'ACTIVE RULES OVER THE 500-RULE LIMIT'
053700             TO RLW-TEXT
053800         MOVE ACTIVE-COUNT TO RLW-VALUE
053900         PERFORM 6100-WRITE-REPORT-LINE
054000             THRU 6100-WRITE-REPORT-LINE-EXIT
054100     END-IF
054200     IF VALUE-1-RULE-COUNT = ZERO
054300         ADD 1 TO WARN-COUNT
054400         MOVE SPACES TO REPORT-LINE-WORK
054500         MOVE 'WARNING' TO RLW-TAG
054600         MOVE 'NO VALUE-1 RULES - EVERY TRANSACTION REJECTED'
054700             TO RLW-TEXT
054800         PERFORM 6100-WRITE-REPORT-LINE
054900             THRU 6100-WRITE-REPORT-LINE-EXIT
055000     END-IF
055100     IF VALUE-2-RULE-COUNT = ZERO
055200         ADD 1 TO WARN-COUNT
055300         MOVE SPACES TO REPORT-LINE-WORK
055400         MOVE 'WARNING' TO RLW-TAG
055500         MOVE 'NO VALUE-2 RULES - EVERY TRANSACTION REJECTED'
055600             TO RLW-TEXT
055700         PERFORM 6100-WRITE-REPORT-LINE
055800             THRU 6100-WRITE-REPORT-LINE-EXIT
055900     END-IF
056000     .
056100 4000-VALIDATE-RULES-EXIT.
056200     EXIT.

056300 4100-VALIDATE-ENTRY.
056400     ADD 1 TO RULE-SUB
056500     IF RUL-ENTRY-DELETED (RULE-SUB)
056600         GO TO 4100-VALIDATE-ENTRY-EXIT
056700     END-IF
056800     ADD 1 TO ACTIVE-COUNT
056900     PERFORM 6300-SET-RULE-LINE THRU 6300-SET-RULE-LINE-EXIT
057000     EVALUATE RUL-ENTRY-FIELD (RULE-SUB)
057100     WHEN 'VALUE-1'
057200         ADD 1 TO VALUE-1-RULE-COUNT
057300     WHEN 'VALUE-2'
057400         ADD 1 TO VALUE-2-RULE-COUNT
057500     WHEN OTHER
057600         ADD 1 TO ERROR-COUNT
057700         MOVE SPACES TO REPORT-LINE-WORK
057800         MOVE 'ERROR' TO RLW-TAG
057900         MOVE 'FIELD NAME NOT VALUE-1/VALUE-2:' TO RLW-TEXT
058000         MOVE RULE-LINE-WORK TO RLW-VALUE
058100         PERFORM 6100-WRITE-REPORT-LINE
058200             THRU 6100-WRITE-REPORT-LINE-EXIT
058300     END-EVALUATE
058400     IF RUL-ENTRY-SOURCE (RULE-SUB) = SPACES
058500         ADD 1 TO ERROR-COUNT
058600         MOVE SPACES TO REPORT-LINE-WORK
058700         MOVE 'ERROR' TO RLW-TAG
058800         MOVE 'EMPTY SOURCE SYSTEM (USE * FOR ANY):' TO RLW-TEXT
058900         MOVE RULE-LINE-WORK TO RLW-VALUE
059000         PERFORM 6100-WRITE-REPORT-LINE
059100             THRU 6100-WRITE-REPORT-LINE-EXIT
059200     END-IF
059300     IF RUL-ENTRY-CURRENT (RULE-SUB) = SPACES
059400         ADD 1 TO ERROR-COUNT
059500         MOVE SPACES TO REPORT-LINE-WORK
059600         MOVE 'ERROR' TO RLW-TAG
059700         MOVE 'EMPTY CURRENT VALUE:' TO RLW-TEXT
059800         MOVE RULE-LINE-WORK TO RLW-VALUE
059900         PERFORM 6100-WRITE-REPORT-LINE
060000             THRU 6100-WRITE-REPORT-LINE-EXIT
060100     END-IF
060200     IF RUL-ENTRY-NEXT (RULE-SUB) = SPACES
060300         ADD 1 TO ERROR-COUNT
060400         MOVE SPACES TO REPORT-LINE-WORK
060500         MOVE 'ERROR' TO RLW-TAG
060600         MOVE 'EMPTY NEXT VALUE:' TO RLW-TEXT
060700         MOVE RULE-LINE-WORK TO RLW-VALUE
060800         PERFORM 6100-WRITE-REPORT-LINE
060900             THRU 6100-WRITE-REPORT-LINE-EXIT
061000     END-IF
061100     IF RUL-ENTRY-CURRENT (RULE-SUB) = RUL-ENTRY-NEXT (RULE-SUB)
061200         ADD 1 TO WARN-COUNT
061300         MOVE SPACES TO REPORT-LINE-WORK
061400         MOVE 'WARNING' TO RLW-TAG
061500         MOVE 'IDENTITY RULE (CURRENT = NEXT):' TO RLW-TEXT
061600         MOVE RULE-LINE-WORK TO RLW-VALUE
061700         PERFORM 6100-WRITE-REPORT-LINE
061800             THRU 6100-WRITE-REPORT-LINE-EXIT
061900     END-IF
062000     IF RUL-ENTRY-EFF (RULE-SUB) > RUN-DATE
062100         ADD 1 TO FUTURE-COUNT
062200     END-IF
062300     MOVE RULE-SUB TO SCAN-SUB
062400     PERFORM 4200-SCAN-FOR-DUP
062500         THRU 4200-SCAN-FOR-DUP-EXIT
062600         UNTIL SCAN-SUB NOT < RULE-COUNT
062700     .
062800 4100-VALIDATE-ENTRY-EXIT.
062900     EXIT.

063000 4200-SCAN-FOR-DUP.
063100     ADD 1 TO SCAN-SUB
063200     IF RUL-ENTRY-DELETED (SCAN-SUB)
063300         GO TO 4200-SCAN-FOR-DUP-EXIT
063400     END-IF
063500     IF RUL-ENTRY-ID (SCAN-SUB) = RUL-ENTRY-ID (RULE-SUB)
063600         ADD 1 TO ERROR-COUNT
063700         MOVE SPACES TO REPORT-LINE-WORK
063800         MOVE 'ERROR' TO RLW-TAG
063900         MOVE 'DUPLICATE RULE ID:' TO RLW-TEXT
064000         MOVE RULE-LINE-WORK TO RLW-VALUE
064100         PERFORM 6100-WRITE-REPORT-LINE
064200             THRU 6100-WRITE-REPORT-LINE-EXIT
064300     END-IF
064400     IF RUL-ENTRY-FIELD (SCAN-SUB) = RUL-ENTRY-FIELD (RULE-SUB)
064500        AND RUL-ENTRY-SOURCE (SCAN-SUB) =
064600            RUL-ENTRY-SOURCE (RULE-SUB)
064700        AND RUL-ENTRY-CURRENT (SCAN-SUB) =
064800            RUL-ENTRY-CURRENT (RULE-SUB)
064900        AND RUL-ENTRY-EFF (SCAN-SUB) = RUL-ENTRY-EFF (RULE-SUB)
065000         ADD 1 TO ERROR-COUNT
065100         MOVE SPACES TO REPORT-LINE-WORK
065200         MOVE 'ERROR' TO RLW-TAG
065300         MOVE 'SAME FIELD/SOURCE/VALUE/DATE AS RULE:'
065400             TO RLW-TEXT
065500         MOVE RULE-LINE-WORK TO RLW-VALUE
065600         MOVE RUL-ENTRY-ID (SCAN-SUB) TO RLW-TEXT (39:8)
065700         PERFORM 6100-WRITE-REPORT-LINE
065800             THRU 6100-WRITE-REPORT-LINE-EXIT
065900     END-IF
066000     .
066100 4200-SCAN-FOR-DUP-EXIT.
066200     EXIT.

      *****************************************************************
      * 5000-WRITE-NEW-RULES - WRITES THE ACTIVE RULES TO RULEOUT IN
      * TRNRULES RECORD FORMAT.  ONLY REACHED WHEN THE RULES
      * VALIDATED CLEAN; THE JOB'S FINAL STEP REPROS RULEOUT OVER
      * THE PRODUCTION TRNRULES.
      *****************************************************************
066300 5000-WRITE-NEW-RULES.
066400     OPEN OUTPUT RULE-OUT-FILE
066500     MOVE ZERO TO RULE-SUB
066600     PERFORM 5100-WRITE-RULE-REC
066700         THRU 5100-WRITE-RULE-REC-EXIT
066800         UNTIL RULE-SUB NOT < RULE-COUNT
066900     CLOSE RULE-OUT-FILE
067000     MOVE SPACES TO REPORT-LINE-WORK
067100     MOVE 'NEW RULES WRITTEN:' TO RLW-TEXT
067200     MOVE ACTIVE-COUNT TO RLW-VALUE
067300     PERFORM 6100-WRITE-REPORT-LINE
067400         THRU 6100-WRITE-REPORT-LINE-EXIT
067500     .
067600 5000-WRITE-NEW-RULES-EXIT.
067700     EXIT.

067800 5100-WRITE-RULE-REC.
067900     ADD 1 TO RULE-SUB
068000     IF RUL-ENTRY-DELETED (RULE-SUB)
068100         GO TO 5100-WRITE-RULE-REC-EXIT
068200     END-IF
068300     MOVE SPACES TO RULE-RECORD-WORK
068400     MOVE RUL-ENTRY-ID (RULE-SUB)      TO TRL-RULE-ID
068500     MOVE RUL-ENTRY-FIELD (RULE-SUB)   TO TRL-FIELD-NAME
068600     MOVE RUL-ENTRY-SOURCE (RULE-SUB)  TO TRL-SOURCE-SYS
068700     MOVE RUL-ENTRY-EFF (RULE-SUB)     TO TRL-EFF-DATE
068800     MOVE RUL-ENTRY-CURRENT (RULE-SUB) TO TRL-CURRENT-VALUE
068900     MOVE RUL-ENTRY-NEXT (RULE-SUB)    TO TRL-NEXT-VALUE
069000     MOVE RUL-ENTRY-MAINT (RULE-SUB)   TO TRL-LAST-MAINT-DATE
069100     MOVE RUL-ENTRY-OPER (RULE-SUB)    TO TRL-LAST-MAINT-OPER
069200     WRITE RULE-OUT-RECORD FROM RULE-RECORD-WORK
069300     .
069400 5100-WRITE-RULE-REC-EXIT.
069500     EXIT.

069600 6100-WRITE-REPORT-LINE.
069700     MOVE SPACES TO REPORT-RECORD
069800     MOVE REPORT-LINE-WORK TO REPORT-RECORD
069900     WRITE REPORT-RECORD
070000     .
070100 6100-WRITE-REPORT-LINE-EXIT.
070200     EXIT.

070300 6200-REPORT-TRANS.
070400     MOVE SPACES TO REPORT-LINE-WORK
070500     MOVE RLA-DISPOSITION TO RLW-TAG
070600     IF RLW-TAG = SPACES
070700         MOVE 'APPLIED' TO RLW-TAG
070800     END-IF
070900     MOVE RLT-ACTION TO RLW-TEXT
071000     MOVE RLT-RULE-ID TO RLW-TEXT (5:8)
071100     MOVE RLT-FIELD-NAME TO RLW-TEXT (14:8)
071200     MOVE RLT-SOURCE-SYS TO RLW-TEXT (23:8)
071300     MOVE RLT-EFF-DATE TO RLW-TEXT (32:8)
071400     MOVE RLT-CURRENT-VALUE (1:60) TO RLW-VALUE
071500     PERFORM 6100-WRITE-REPORT-LINE
071600         THRU 6100-WRITE-REPORT-LINE-EXIT
071700     .
071800 6200-REPORT-TRANS-EXIT.
071900     EXIT.

      *****************************************************************
      * 6300-SET-RULE-LINE - THE RULE ID, FIELD, SOURCE AND START
      * OF THE CURRENT VALUE OF THE RULE AT RULE-SUB, FOR THE
      * VALIDATION MESSAGES.
      *****************************************************************
072000 6300-SET-RULE-LINE.
072100     MOVE SPACES TO RULE-LINE-WORK
072200     MOVE RUL-ENTRY-ID (RULE-SUB)     TO RLN-RULE-ID
072300     MOVE RUL-ENTRY-FIELD (RULE-SUB)  TO RLN-FIELD-NAME
072400     MOVE RUL-ENTRY-SOURCE (RULE-SUB) TO RLN-SOURCE-SYS
072500     MOVE RUL-ENTRY-CURRENT (RULE-SUB) (1:33)
072600         TO RLN-CURRENT-VALUE
072700     .
072800 6300-SET-RULE-LINE-EXIT.
072900     EXIT.

      *****************************************************************
      * 7000-LOCATE-RULE-ID - FINDS THE ACTIVE RULE WHOSE RULE ID
      * MATCHES THE TRANSACTION'S.  RULE-SUB POINTS AT IT WHEN
      * FOUND.
      *****************************************************************
073000 7000-LOCATE-RULE-ID.
073100     SET ENTRY-NOT-FOUND TO TRUE
073200     MOVE ZERO TO RULE-SUB
073300     PERFORM 7100-SCAN-ENTRY THRU 7100-SCAN-ENTRY-EXIT
073400         UNTIL ENTRY-FOUND OR RULE-SUB NOT < RULE-COUNT
073500     .
073600 7000-LOCATE-RULE-ID-EXIT.
073700     EXIT.

073800 7100-SCAN-ENTRY.
073900     ADD 1 TO RULE-SUB
074000     IF RUL-ENTRY-ACTIVE (RULE-SUB)
074100        AND RUL-ENTRY-ID (RULE-SUB) = RLT-RULE-ID
074200         SET ENTRY-FOUND TO TRUE
074300     END-IF
074400     .
074500 7100-SCAN-ENTRY-EXIT.
074600     EXIT.

074700 8000-PRINT-TOTALS.
074800     MOVE SPACES TO REPORT-RECORD
074900     WRITE REPORT-RECORD
075000     MOVE SPACES TO REPORT-LINE-WORK
075100     MOVE 'TRANSACTIONS READ:' TO RLW-TEXT
075200     MOVE TRANS-READ-COUNT TO RLW-VALUE
075300     PERFORM 6100-WRITE-REPORT-LINE
075400         THRU 6100-WRITE-REPORT-LINE-EXIT
075500     MOVE SPACES TO REPORT-LINE-WORK
075600     MOVE 'APPLIED:' TO RLW-TEXT
075700     MOVE APPLIED-COUNT TO RLW-VALUE
075800     PERFORM 6100-WRITE-REPORT-LINE
075900         THRU 6100-WRITE-REPORT-LINE-EXIT
076000     MOVE SPACES TO REPORT-LINE-WORK
076100     MOVE 'REJECTED:' TO RLW-TEXT
076200     MOVE REJECT-COUNT TO RLW-VALUE
076300     PERFORM 6100-WRITE-REPORT-LINE
076400         THRU 6100-WRITE-REPORT-LINE-EXIT
076500     MOVE SPACES TO REPORT-LINE-WORK
076600     MOVE 'VALIDATION WARNINGS:' TO RLW-TEXT
076700     MOVE WARN-COUNT TO RLW-VALUE
076800     PERFORM 6100-WRITE-REPORT-LINE
076900         THRU 6100-WRITE-REPORT-LINE-EXIT
077000     MOVE SPACES TO REPORT-LINE-WORK
077100     MOVE 'VALIDATION ERRORS:' TO RLW-TEXT
077200     MOVE ERROR-COUNT TO RLW-VALUE
077300     PERFORM 6100-WRITE-REPORT-LINE
077400         THRU 6100-WRITE-REPORT-LINE-EXIT
077500     MOVE SPACES TO REPORT-LINE-WORK
077600     MOVE 'ACTIVE RULES:' TO RLW-TEXT
077700     MOVE ACTIVE-COUNT TO RLW-VALUE
077800     PERFORM 6100-WRITE-REPORT-LINE
077900         THRU 6100-WRITE-REPORT-LINE-EXIT
078000     MOVE SPACES TO REPORT-LINE-WORK
078100     MOVE 'RULES NOT YET IN EFFECT:' TO RLW-TEXT
078200     MOVE FUTURE-COUNT TO RLW-VALUE
078300     PERFORM 6100-WRITE-REPORT-LINE
078400         THRU 6100-WRITE-REPORT-LINE-EXIT
078500     .
078600 8000-PRINT-TOTALS-EXIT.
078700     EXIT.
