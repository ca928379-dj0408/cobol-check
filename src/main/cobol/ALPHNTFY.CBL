003296*                  OUTCOME ON THE CONSOLE.  CHECKPOINT 800 NOW
003297*                  MEANS THE STEP-900 EXTRACT WRITE WAS IN
003298*                  FLIGHT; 900 IS THE END-OF-TRANSACTION CODE.
003308* 2026-10-15 JDM   RAISE THE SOURCE-REGISTRY EXCEPTIONS ALPHA NOW
003318*                  FLAGS ON THE STATFILE RECORD - MANDATORY
003328*                  SOURCES THAT DID NOT TRANSMIT AND BATCHES FROM
003338*                  UNREGISTERED SOURCES - ON THE CONSOLE AND THE
003348*                  TRIAGE PAGE.
003352* 2026-10-15 JDM   RAISE DETAILS ALPHA DIVERTED TO DUPFILE AS
003356*                  CROSS-NIGHT REPEATS FOR THE DESK TO REVIEW.
003357* 2026-10-15 JDM   OPTIONAL PARM='RSTJOB=member' NAMES THE
003358*                  RESTART MEMBER - A SPLIT-NIGHT STREAM JOB NAMES
003359*                  ITS OWN ALPHAR0n.  WITHOUT IT, ALPHARST.
003360*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.

008410 01  LAST-OUTCOME-FLAG         PIC X(01) VALUE SPACE.

008430 01  SOURCE-EXCP-WORK.
008450     05  SXW-MISSING-COUNT     PIC 9(03) VALUE ZERO.
008470     05  SXW-UNREG-COUNT       PIC 9(03) VALUE ZERO.
008480     05  SXW-DUP-COUNT         PIC 9(05) VALUE ZERO.

008500 01  PROGRAM-SWITCHES.
008600     05  ERR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
008700         88  ERR-EOF                      VALUE 'Y'.
009800     05  RCW-RESTART-CODE      PIC 9(03) VALUE ZERO.
009900     05  FILLER                PIC X(01) VALUE ''''.

009910 01  RESTART-MEMBER            PIC X(08) VALUE 'ALPHARST'.

009920 01  NOTIFY-PARSE-WORK.
009930     05  NOTIFY-KEYWORD        PIC X(08) VALUE SPACES.
009940     05  NOTIFY-MEMBER         PIC X(08) VALUE SPACES.

010000 01  REPORT-LINE-WORK.
010100     05  RLW-LABEL             PIC X(30) VALUE SPACES.
010200     05  RLW-TEXT              PIC X(80) VALUE SPACES.
010300     05  FILLER                PIC X(22) VALUE SPACES.

010310 LINKAGE SECTION.
010320 01  NOTIFY-PARM.
010330     05  NOTIFY-PARM-LEN       PIC S9(4) COMP.
010340     05  NOTIFY-PARM-TEXT      PIC X(20).

010400 PROCEDURE DIVISION USING NOTIFY-PARM.

      *****************************************************************
      * 0000-MAINLINE - SWEEP THE EVIDENCE FILES AND THE NIGHT'S
      * STATISTICS RECORD, WORK OUT THE SEVERITY AND THE PARAGRAPH
      * THE RUN DIED IN, SHOUT TO THE CONSOLE, AND PRINT THE TRIAGE
      * PAGE WITH THE EXACT RESTART CARD WHEN ONE APPLIES.  THE
      * RESTART MEMBER IS ALPHARST UNLESS PARM='RSTJOB=member' NAMES
      * ANOTHER (A SPLIT-NIGHT STREAM'S ALPHAR0n).
      *****************************************************************
010500 0000-MAINLINE.
010510     IF NOTIFY-PARM-LEN > ZERO
010520         UNSTRING NOTIFY-PARM-TEXT
010530             DELIMITED BY '=' OR ALL SPACE
010540             INTO NOTIFY-KEYWORD
010550                  NOTIFY-MEMBER
010560         END-UNSTRING
010570         IF NOTIFY-KEYWORD = 'RSTJOB'
010575            AND NOTIFY-MEMBER NOT = SPACES
010580             MOVE NOTIFY-MEMBER TO RESTART-MEMBER
010590         END-IF
010595     END-IF
010600     OPEN INPUT ERROR-FILE
010700     PERFORM 1000-READ-ERROR-REC
010800         THRU 1000-READ-ERROR-REC-EXIT
      * INCLUDED), SO OUTCOME 'N' MEANS THE CHAIN COMPLETED AND THE
      * NONZERO CONDITION CODE CAME FROM REJECTS OR CALL ERRORS, NOT
      * FROM DYING MID-CHAIN.  A HARD ABEND LEAVES THE GENERATION
      * EMPTY AND THE FLAG BLANK.  THE SOURCE-REGISTRY EXCEPTION
      * COUNTS ARE ONLY TRUSTED UNDER THEIR 'Y' FLAGS - A RECORD
      * WRITTEN BEFORE THOSE FIELDS EXISTED CARRIES SPACES THERE.
      *****************************************************************
016610 1300-READ-STAT-REC.
016620     READ STAT-FILE
016640             SET STAT-EOF TO TRUE
016650         NOT AT END
016660             MOVE STAT-OUTCOME-FLAG TO LAST-OUTCOME-FLAG
016661             IF STAT-MANDATORY-SRC-MISSING
016662                 MOVE STAT-MISSING-SRC-COUNT TO SXW-MISSING-COUNT
016663             END-IF
016664             IF STAT-UNREGISTERED-SRC
016665                 MOVE STAT-UNREG-SRC-COUNT TO SXW-UNREG-COUNT
016666             END-IF
016667             IF STAT-DUPLICATES-DIVERTED
016668                 MOVE STAT-DUPLICATE-COUNT TO SXW-DUP-COUNT
016669             END-IF
016670     END-READ
016680     .
016690 1300-READ-STAT-REC-EXIT.
      * 3000-CONSOLE-ALERT - WTO MESSAGES FOR THE OPERATOR.  ONE
      * LEAD MESSAGE WITH SEVERITY, FAILING PARAGRAPH AND CHECKPOINT
      * POSITION, PLUS FOLLOW-UPS ONLY WHEN THERE IS SOMETHING TO
      * SAY (CALL ERRORS, REJECTED TRANSACTIONS, MISSING OR
      * UNREGISTERED SOURCE SYSTEMS).
      *****************************************************************
020200 3000-CONSOLE-ALERT.
020210     IF RUN-COMPLETED
021700             LEW-PROGRAM-NAME (1:8)
021800             UPON OPER-CONSOLE
021900     END-IF
021905     IF SXW-MISSING-COUNT > ZERO
021910         DISPLAY 'ALPHN006W ' SXW-MISSING-COUNT
021915             ' MANDATORY SOURCE(S) DID NOT TRANSMIT - SEE THE '
021920             'ALPHA RUN REPORT FOR THE CONTACTS'
021925             UPON OPER-CONSOLE
021930     END-IF
021935     IF SXW-UNREG-COUNT > ZERO
021940         DISPLAY 'ALPHN007W ' SXW-UNREG-COUNT
021945             ' BATCH(ES) FROM UNREGISTERED SOURCE(S) - CHECK '
021950             'SRCREG'
021955             UPON OPER-CONSOLE
021960     END-IF
021965     IF SXW-DUP-COUNT > ZERO
021970         DISPLAY 'ALPHN008W ' SXW-DUP-COUNT
021975             ' DETAIL(S) DIVERTED TO DUPFILE AS REPEATS OF AN '
021980             'EARLIER NIGHT - DESK TO REVIEW'
021985             UPON OPER-CONSOLE
021990     END-IF
022000     IF SEVERITY-CODE = 3
022010         DISPLAY 'ALPHN004I RUN COMPLETED - NO RESTART '
022020             'REQUIRED, REVIEW REJECT/ERROR DETAIL'
022030             UPON OPER-CONSOLE
022040     ELSE
022050         DISPLAY 'ALPHN004I SUBMIT ' RESTART-MEMBER
022055             ' TO RESUME '
022060             '(RESTART=AUTO); MANUAL OVERRIDE '
022100             RESTART-CARD-WORK
022200             UPON OPER-CONSOLE
027700         PERFORM 4100-WRITE-REPORT-LINE
027800             THRU 4100-WRITE-REPORT-LINE-EXIT
027900     END-IF
027905     IF SXW-MISSING-COUNT > ZERO
027910         MOVE SPACES TO REPORT-LINE-WORK
027915         MOVE 'MANDATORY SOURCES MISSING:' TO RLW-LABEL
027920         MOVE SXW-MISSING-COUNT TO RLW-TEXT
027925         PERFORM 4100-WRITE-REPORT-LINE
027930             THRU 4100-WRITE-REPORT-LINE-EXIT
027935     END-IF
027940     IF SXW-UNREG-COUNT > ZERO
027945         MOVE SPACES TO REPORT-LINE-WORK
027950         MOVE 'UNREGISTERED SOURCES:' TO RLW-LABEL
027955         MOVE SXW-UNREG-COUNT TO RLW-TEXT
027960         PERFORM 4100-WRITE-REPORT-LINE
027965             THRU 4100-WRITE-REPORT-LINE-EXIT
027970     END-IF
027972     IF SXW-DUP-COUNT > ZERO
027974         MOVE SPACES TO REPORT-LINE-WORK
027976         MOVE 'DUPLICATES DIVERTED:' TO RLW-LABEL
027978         MOVE SXW-DUP-COUNT TO RLW-TEXT
027980         PERFORM 4100-WRITE-REPORT-LINE
027982             THRU 4100-WRITE-REPORT-LINE-EXIT
027984     END-IF
028000     MOVE SPACES TO REPORT-LINE-WORK
028010     IF SEVERITY-CODE = 3
028020         MOVE 'RUN COMPLETED:' TO RLW-LABEL
028050             THRU 4100-WRITE-REPORT-LINE-EXIT
028060     ELSE
028100         MOVE 'TO RESUME, SUBMIT:' TO RLW-LABEL
028200         STRING RESTART-MEMBER DELIMITED BY SPACE
028210             ' (PARM=''RESTART=AUTO'')' DELIMITED BY SIZE
028220             INTO RLW-TEXT
028230         END-STRING
028300         PERFORM 4100-WRITE-REPORT-LINE
028400             THRU 4100-WRITE-REPORT-LINE-EXIT
028500         MOVE SPACES TO REPORT-LINE-WORK
