002500*              WRITTEN.  SCHEDULE THIS AS THE DAY-SHIFT EDIT
002600*              STEP AHEAD OF THE NIGHT.
002700*
002710*            AN ADD OR REP CARD WITH A BLANK TO-VALUE IS
002720*            REJECTED - IT IS A DRAFT CARD FROM UNMAPRPT THAT
002730*            WAS NEVER FILLED IN, AND WOULD MAP THE VALUE TO
002740*            SPACES.
002750*
002800*            A TRANSACTION WITH A FUTURE EFFECTIVE DATE IS A
002900*            PLANNED MAPPING CHANGE: IT IS HELD (LOGGED, NOT
003000*            APPLIED) AND THE DECK IS RERUN ON OR AFTER THAT
003100*            DATE.  VALIDATION OF THE RESULT COVERS DUPLICATE
003200*            AND OUT-OF-SEQUENCE FROM-VALUES (EITHER WOULD
003300*            FAIL THE REPRO INTO THE KEYED TRNSTBL), IDENTITY
003400*            MAPPINGS AND EMPTY FROM-VALUES.
003500*
003600*            TRNSTBL IS A KSDS KEYED ON THE FROM-VALUE (SEE
003610*            TRNTBREC).  IT IS LOADED IN KEY ORDER INTO A
003620*            WORKING TABLE OF UP TO 20000 ENTRIES THAT IS KEPT
003630*            IN THAT ORDER - TRANSACTIONS ARE LOCATED BY A
003640*            BINARY SEARCH AND AN ADD IS INSERTED IN PLACE - SO
003650*            TBLOUT COMES OUT IN KEY ORDER READY FOR THE REPRO.
003700*
003800*            RETURN CODES:
003900*              0 - TABLE CLEAN, NEW TABLE WRITTEN (UPDATE)
004100*                  MAPPINGS, FUTURE-DATED CARDS); NEW TABLE
004200*                  STILL WRITTEN ON UPDATE
004300*              8 - ERRORS - DUPLICATES, EMPTY FROM-VALUES,
004400*                  KEY SEQUENCE, WORKING-TABLE OVERFLOW, OR
004500*                  REJECTED TRANSACTIONS; NO NEW TABLE IS WRITTEN
004600*
004700* MODIFICATION HISTORY
004800* ---------------------------------------------------------------
004900* DATE       INIT  DESCRIPTION
005000* ---------------------------------------------------------------
005100* 2026-09-02 JDM   ORIGINAL PROGRAM.
005110* 2026-10-15 JDM   TBLTRANS LAYOUT MOVED TO THE TBLTRREC
005120*                  COPYBOOK, SHARED WITH UNMAPRPT (DRAFT ADD
005130*                  CARDS FOR UNMAPPED VALUES).  AN ADD OR REP
005140*                  CARD WITH A BLANK TO-VALUE - A DRAFT CARD
005150*                  THE DESK NEVER FILLED IN - IS REJECTED.
005155* 2026-10-15 JDM   TRNSTBL IS NOW A KSDS KEYED ON THE FROM-VALUE.
005160*                  TBLIN IS READ AS A KSDS, THE WORKING TABLE
005165*                  HOLDS 20000 ENTRIES IN KEY ORDER WITH A
005170*                  BINARY SEARCH, AND THE 200-ENTRY LIMIT CHECK
005175*                  IS REPLACED BY A KEY-SEQUENCE CHECK.
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT OPTIONAL TABLE-IN-FILE ASSIGN TO TBLIN
005700         ORGANIZATION IS INDEXED
005720         ACCESS MODE IS SEQUENTIAL
005740         RECORD KEY IS TBL-FROM-VALUE.
005800     SELECT OPTIONAL TABLE-TRANS-FILE ASSIGN TO TBLTRANS
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT TABLE-OUT-FILE ASSIGN TO TBLOUT
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TABLE-IN-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  TABLE-IN-RECORD.
007200     COPY TRNTBREC.
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  TABLE-TRANS-RECORD.
007700     COPY TBLTRREC.

008600 FD  TABLE-OUT-FILE
008700     RECORDING MODE IS F

011200 WORKING-STORAGE SECTION.
011300 77  RUN-DATE                  PIC 9(08) VALUE ZERO.
011400 77  TABLE-COUNT               PIC 9(05) VALUE ZERO.
011500 77  TABLE-SUB                 PIC 9(05) VALUE ZERO.
011600 77  SCAN-SUB                  PIC 9(05) VALUE ZERO.
011700 77  TABLE-MAX                 PIC 9(05) VALUE 20000.
011720 77  LOW-SUB                   PIC 9(05) VALUE ZERO.
011740 77  HIGH-SUB                  PIC 9(05) VALUE ZERO.
011760 77  PREV-ACTIVE-SUB           PIC 9(05) VALUE ZERO.
011800 77  IN-READ-COUNT             PIC 9(05) VALUE ZERO.
011900 77  TRANS-READ-COUNT          PIC 9(05) VALUE ZERO.
012000 77  APPLIED-COUNT             PIC 9(05) VALUE ZERO.
012200 77  REJECT-COUNT              PIC 9(05) VALUE ZERO.
012300 77  WARN-COUNT                PIC 9(05) VALUE ZERO.
012400 77  ERROR-COUNT               PIC 9(05) VALUE ZERO.
012500 77  ACTIVE-COUNT              PIC 9(05) VALUE ZERO.
012600 77  EFF-DATE-NUM              PIC 9(08) VALUE ZERO.
012700 77  EFF-MONTH                 PIC 9(02) VALUE ZERO.
012800 77  EFF-DAY                   PIC 9(02) VALUE ZERO.
014600     05  ENTRY-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
014700         88  ENTRY-FOUND                  VALUE 'Y'.
014800         88  ENTRY-NOT-FOUND              VALUE 'N'.
014820     05  SLOT-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
014840         88  SLOT-FOUND                   VALUE 'Y'.
014860         88  SLOT-NOT-FOUND               VALUE 'N'.

      *****************************************************************
      * TRANSLATION-TABLE - THE WORKING COPY OF TRNSTBL, HELD IN
      * FROM-VALUE (KEY) ORDER.  DELETED ENTRIES ARE FLAGGED
      * RATHER THAN SHUFFLED SO THE AUDIT TRAIL CAN NAME WHAT WAS
      * REMOVED; ONLY ACTIVE ENTRIES ARE WRITTEN TO THE NEW TABLE.
      * A DELETED ENTRY KEEPS ITS PLACE, SO A LATER ADD OF THE SAME
      * FROM-VALUE REUSES IT.
      *****************************************************************
014900 01  TRANSLATION-TABLE.
015000     05  TBL-ENTRY OCCURS 20000 TIMES.
015100         10  TBL-ENTRY-FROM    PIC X(80).
015200         10  TBL-ENTRY-TO      PIC X(80).
015300         10  TBL-ENTRY-FLAG    PIC X(01).

      *****************************************************************
      * 1000-LOAD-TABLE - LOADS THE CURRENT TRNSTBL INTO THE WORKING
      * TABLE IN KEY ORDER.  A FILE OVER THE WORKING TABLE'S 20000
      * ENTRIES IS AN ERROR - THE TABLE IS NEVER REWRITTEN SHORT.
      *****************************************************************
027100 1000-LOAD-TABLE.
027200     OPEN INPUT TABLE-IN-FILE
029300         ADD 1 TO ERROR-COUNT
029400         MOVE SPACES TO REPORT-LINE-WORK
029500         MOVE 'ERROR' TO RLW-TAG
029600         MOVE 'TABLE OVER THE 20000-ENTRY WORKING LIMIT'
029700             TO RLW-TEXT
029800         MOVE TBL-FROM-VALUE (1:60) TO RLW-VALUE
029900         PERFORM 6100-WRITE-REPORT-LINE
      *****************************************************************
      * 2000-APPLY-TRANS-REC - APPLIES ONE ADD/REP/DEL MAINTENANCE
      * TRANSACTION.  A FUTURE EFFECTIVE DATE HOLDS THE CHANGE FOR A
      * LATER RUN OF THE DECK; A BAD ACTION OR DATE, OR AN ADD/REP
      * WITH NO TO-VALUE, REJECTS IT.
      * EVERY TRANSACTION - APPLIED, HELD OR REJECTED - IS LOGGED TO
      * THE AUDIT FILE WITH THE OPERATOR ID AND TIMESTAMP.
      *****************************************************************
032400             THRU 3000-WRITE-AUDIT-REC-EXIT
032500         GO TO 2000-APPLY-TRANS-REC-EXIT
032600     END-IF
032610     IF (TBT-ADD-ACTION OR TBT-REP-ACTION)
032620        AND TBT-TO-VALUE = SPACES
032630         DISPLAY 'TBLM2000E - ' TBT-ACTION ' CARD WITH A BLANK '
032640             'TO-VALUE REJECTED: ' TBT-FROM-VALUE (1:40)
032650         MOVE 'REJECTED' TO TBA-DISPOSITION
032660         ADD 1 TO REJECT-COUNT
032670         PERFORM 6200-REPORT-TRANS
032680             THRU 6200-REPORT-TRANS-EXIT
032690         PERFORM 3000-WRITE-AUDIT-REC
032695             THRU 3000-WRITE-AUDIT-REC-EXIT
032697         GO TO 2000-APPLY-TRANS-REC-EXIT
032699     END-IF
032700     PERFORM 2100-EDIT-EFF-DATE
032800         THRU 2100-EDIT-EFF-DATE-EXIT
032900     IF TBA-DISPOSITION = 'REJECTED'
034000     WHEN TBT-ADD-ACTION AND ENTRY-FOUND
034100         MOVE 'REJECTED' TO TBA-DISPOSITION
034200         ADD 1 TO REJECT-COUNT
034210     WHEN TBT-ADD-ACTION AND SLOT-FOUND
034220         MOVE TBT-TO-VALUE TO TBL-ENTRY-TO (TABLE-SUB)
034230         SET TBL-ENTRY-ACTIVE (TABLE-SUB) TO TRUE
034240         MOVE 'APPLIED' TO TBA-DISPOSITION
034250         ADD 1 TO APPLIED-COUNT
034300     WHEN TBT-ADD-ACTION
034400         IF TABLE-COUNT NOT < TABLE-MAX
034500             MOVE 'REJECTED' TO TBA-DISPOSITION
034600             ADD 1 TO REJECT-COUNT
034700         ELSE
034800             PERFORM 7200-OPEN-SLOT THRU 7200-OPEN-SLOT-EXIT
034900             MOVE TBT-FROM-VALUE
035000                 TO TBL-ENTRY-FROM (LOW-SUB)
035100             MOVE TBT-TO-VALUE
035200                 TO TBL-ENTRY-TO (LOW-SUB)
035300             SET TBL-ENTRY-ACTIVE (LOW-SUB) TO TRUE
035400             MOVE 'APPLIED' TO TBA-DISPOSITION
035500             ADD 1 TO APPLIED-COUNT
035600         END-IF

      *****************************************************************
      * 4000-VALIDATE-TABLE - THE PRE-LOAD EDIT OF THE RESULTING
      * TABLE: DUPLICATE, OUT-OF-SEQUENCE AND EMPTY FROM-VALUES ARE
      * ERRORS (THE FIRST TWO WOULD FAIL THE REPRO INTO THE KEYED
      * TRNSTBL, AND PROG3 WOULD MATCH SPACES AGAINST AN EMPTY
      * VALUE) AND IDENTITY MAPPINGS ARE WARNINGS.  EACH ACTIVE
      * ENTRY IS PROVED AGAINST THE ACTIVE ENTRY BEFORE IT.
      *****************************************************************
042300 4000-VALIDATE-TABLE.
042400     MOVE ZERO TO ACTIVE-COUNT
042500     MOVE ZERO TO TABLE-SUB
042550     MOVE ZERO TO PREV-ACTIVE-SUB
042600     PERFORM 4100-VALIDATE-ENTRY
042700         THRU 4100-VALIDATE-ENTRY-EXIT
042800         UNTIL TABLE-SUB NOT < TABLE-COUNT
043900     .
044000 4000-VALIDATE-TABLE-EXIT.
044100     EXIT.
046300         PERFORM 6100-WRITE-REPORT-LINE
046400             THRU 6100-WRITE-REPORT-LINE-EXIT
046500     END-IF
046600     IF PREV-ACTIVE-SUB > ZERO
046700         PERFORM 4200-CHECK-SEQUENCE
046800             THRU 4200-CHECK-SEQUENCE-EXIT
046900     END-IF
046950     MOVE TABLE-SUB TO PREV-ACTIVE-SUB
047000     .
047100 4100-VALIDATE-ENTRY-EXIT.
047200     EXIT.

047300 4200-CHECK-SEQUENCE.
047800     IF TBL-ENTRY-FROM (TABLE-SUB) =
047900        TBL-ENTRY-FROM (PREV-ACTIVE-SUB)
048000         ADD 1 TO ERROR-COUNT
048100         MOVE SPACES TO REPORT-LINE-WORK
048200         MOVE 'ERROR' TO RLW-TAG
048400         MOVE TBL-ENTRY-FROM (TABLE-SUB) (1:60) TO RLW-VALUE
048500         PERFORM 6100-WRITE-REPORT-LINE
048600             THRU 6100-WRITE-REPORT-LINE-EXIT
048650         GO TO 4200-CHECK-SEQUENCE-EXIT
048700     END-IF
048705     IF TBL-ENTRY-FROM (TABLE-SUB) <
048710        TBL-ENTRY-FROM (PREV-ACTIVE-SUB)
048715         ADD 1 TO ERROR-COUNT
048720         MOVE SPACES TO REPORT-LINE-WORK
048725         MOVE 'ERROR' TO RLW-TAG
048730         MOVE 'FROM-VALUE OUT OF KEY SEQUENCE:' TO RLW-TEXT
048735         MOVE TBL-ENTRY-FROM (TABLE-SUB) (1:60) TO RLW-VALUE
048740         PERFORM 6100-WRITE-REPORT-LINE
048745             THRU 6100-WRITE-REPORT-LINE-EXIT
048750     END-IF
048800     .
048900 4200-CHECK-SEQUENCE-EXIT.
049000     EXIT.

      *****************************************************************
053900     EXIT.

      *****************************************************************
      * 7000-LOCATE-FROM-VALUE - BINARY SEARCH OF THE WORKING TABLE
      * FOR THE TRANSACTION'S FROM-VALUE.  SLOT-FOUND SAYS AN ENTRY
      * WITH THAT VALUE EXISTS, ACTIVE OR DELETED, AND TABLE-SUB
      * POINTS AT IT; ENTRY-FOUND SAYS IT IS ACTIVE.  WHEN THERE IS
      * NO SUCH ENTRY, LOW-SUB IS WHERE AN ADD MUST GO TO KEEP THE
      * TABLE IN KEY ORDER.
      *****************************************************************
054000 7000-LOCATE-FROM-VALUE.
054100     SET ENTRY-NOT-FOUND TO TRUE
054150     SET SLOT-NOT-FOUND TO TRUE
054200     MOVE 1 TO LOW-SUB
054250     MOVE TABLE-COUNT TO HIGH-SUB
054300     PERFORM 7100-PROBE-ENTRY THRU 7100-PROBE-ENTRY-EXIT
054400         UNTIL SLOT-FOUND OR LOW-SUB > HIGH-SUB
054420     IF SLOT-FOUND AND TBL-ENTRY-ACTIVE (TABLE-SUB)
054440         SET ENTRY-FOUND TO TRUE
054460     END-IF
054500     .
054600 7000-LOCATE-FROM-VALUE-EXIT.
054700     EXIT.

054800 7100-PROBE-ENTRY.
054900     COMPUTE TABLE-SUB = (LOW-SUB + HIGH-SUB) / 2
055000     EVALUATE TRUE
055100     WHEN TBL-ENTRY-FROM (TABLE-SUB) = TBT-FROM-VALUE
055200         SET SLOT-FOUND TO TRUE
055220     WHEN TBL-ENTRY-FROM (TABLE-SUB) < TBT-FROM-VALUE
055240         COMPUTE LOW-SUB = TABLE-SUB + 1
055260     WHEN OTHER
055280         COMPUTE HIGH-SUB = TABLE-SUB - 1
055300     END-EVALUATE
055400     .
055500 7100-PROBE-ENTRY-EXIT.
055600     EXIT.

      *****************************************************************
      * 7200-OPEN-SLOT - MOVES EVERY ENTRY FROM LOW-SUB UP ONE PLACE
      * SO AN ADD CAN BE INSERTED AT LOW-SUB IN KEY ORDER.
      *****************************************************************
055605 7200-OPEN-SLOT.
055610     MOVE TABLE-COUNT TO SCAN-SUB
055615     PERFORM 7300-SHIFT-ENTRY THRU 7300-SHIFT-ENTRY-EXIT
055620         UNTIL SCAN-SUB < LOW-SUB
055625     ADD 1 TO TABLE-COUNT
055630     .
055635 7200-OPEN-SLOT-EXIT.
055640     EXIT.

055645 7300-SHIFT-ENTRY.
055650     MOVE TBL-ENTRY (SCAN-SUB) TO TBL-ENTRY (SCAN-SUB + 1)
055655     SUBTRACT 1 FROM SCAN-SUB
055660     .
055665 7300-SHIFT-ENTRY-EXIT.
055670     EXIT.

055700 8000-PRINT-TOTALS.
055800     MOVE SPACES TO REPORT-RECORD
055900     WRITE REPORT-RECORD
