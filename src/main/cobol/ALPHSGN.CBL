000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ALPHSGN.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - ONLINE SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : ALPHSGN
000900* PURPOSE  : CICS SIGN-OFF TRANSACTION (ALPS) FOR THE ALPHA
001000*            NIGHTLY RUN, THE COMPANION TO THE ALPH INQUIRY.
001100*            WHEN RECNCHK OR CTLCHK FINDS A NIGHT OUT OF
001200*            BALANCE THE EXTRACT IS HELD; A REVIEWER USES THIS
001300*            TRANSACTION TO APPROVE THE NIGHT FOR RELEASE
001400*            ANYWAY, OR TO REJECT IT, GIVING A REASON CODE AND
001500*            A JUSTIFICATION.  THE DECISION IS RECORDED ON THE
001600*            SIGN-OFF MASTER (SIGNREC) UNDER THE REVIEWER'S
001700*            SIGNED-ON USER ID WITH THE TIME IT WAS MADE.  THE
001800*            ALPHRELJ RELEASE JOB ACTS ON IT: AN APPROVED NIGHT
001900*            GOES DOWNSTREAM, A REJECTED ONE IS MARKED ON THE
002000*            RUN-HISTORY MASTER AND NEVER GOES.  USAGE FROM A
002100*            CLEAR SCREEN:
002200*
002300*                ALPS YYYYMMDD                  (VIEW)
002400*                ALPS YYYYMMDD A RSN TEXT...    (APPROVE)
002500*                ALPS YYYYMMDD R RSN TEXT...    (REJECT)
002600*
002700*            THE ACTION IN COLUMN 15, THE REASON CODE IN
002800*            COLUMNS 17-19 AND UP TO 60 CHARACTERS OF
002900*            JUSTIFICATION FROM COLUMN 21.  NO DATE MEANS LAST
003000*            NIGHT.  ONLY A NIGHT BOTH CHECKS HAVE RUN ON, AND
003100*            ONE OF THEM FAILED, CAN BE SIGNED OFF.  AN
003200*            APPROVAL CAN BE WITHDRAWN BY A REJECTION UNTIL THE
003300*            EXTRACT IS RELEASED; A REJECTION IS FINAL - THE
003400*            NIGHT HAS TO BE RERUN, AND ITS NEW CHECK RESULTS
003500*            START A NEW SIGN-OFF.
003600*
003700*            DATA COMES FROM TWO VSAM FILES:
003800*              ALPHSGN  - SIGN-OFF MASTER (SIGNREC), THE CHECK
003900*                         RESULTS, DECISION AND RELEASE
004000*              ALPHHIST - RUN-HISTORY MASTER (HISTREC), THE
004100*                         RUN OUTCOME
004200*            CSD: DEFINE PROGRAM(ALPHSGN) LANGUAGE(COBOL),
004300*            TRANSACTION(ALPS) PROGRAM(ALPHSGN), FILE(ALPHSGN)
004400*            DSNAME(PROD.ALPHA.SIGNOFF) READ UPDATE BROWSE.
004500*            FILE(ALPHHIST) IS THE READ-ONLY DEFINITION ALPHINQ
004600*            USES.  THE MORNING CHECKS AND ALPHRELJ UPDATE THE
004700*            SIGN-OFF MASTER IN BATCH, SO ALPHSGN IS CLOSED IN
004800*            THE REGION WHILE THEY RUN (SEE ALPHRELJ).
004900*
005000* MODIFICATION HISTORY
005100* ---------------------------------------------------------------
005200* DATE       INIT  DESCRIPTION
005300* ---------------------------------------------------------------
005400* 2026-10-15 JDM   ORIGINAL PROGRAM.
005410* 2026-10-15 JDM   A BACKED-OUT NIGHT IS SHOWN AS SUCH AND CANNOT
005420*                  BE APPROVED.
005500*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 DATA DIVISION.
005800 WORKING-STORAGE SECTION.
005900 77  SIGN-RUN-DATE             PIC 9(08) VALUE ZERO.
006000 77  RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
006100 77  INPUT-LENGTH              PIC S9(04) COMP VALUE +80.
006200 77  PAGE-LENGTH               PIC S9(04) COMP VALUE ZERO.
006300 77  LINE-SUB                  PIC 9(03) COMP VALUE ZERO.
006400 77  UTIME-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
006500 77  MESSAGE-TEXT              PIC X(78) VALUE SPACES.

006600 01  INPUT-MESSAGE.
006700     05  IM-TRANSID            PIC X(04).
006800     05  FILLER                PIC X(01).
006900     05  IM-RUN-DATE           PIC X(08).
007000     05  FILLER                PIC X(01).
007100     05  IM-ACTION             PIC X(01).
007200         88  IM-VIEW                      VALUE SPACE.
007300         88  IM-APPROVE                   VALUE 'A'.
007400         88  IM-REJECT                    VALUE 'R'.
007500     05  FILLER                PIC X(01).
007600     05  IM-REASON-CODE        PIC X(03).
007700     05  FILLER                PIC X(01).
007800     05  IM-JUSTIFICATION      PIC X(60).

007900 01  SIGNOFF-RECORD.
008000     COPY SIGNREC.

008100 01  HIST-RECORD.
008200     COPY HISTREC.

      *****************************************************************
      * SIGNOFF-PAGE - THE 24 X 79 TEXT PAGE SENT BACK TO THE
      * TERMINAL.  LINE 1 IS THE TITLE, LINES 2-15 THE NIGHT'S
      * CHECKS, DECISION AND RELEASE, LINE 21 THE RESULT OF THE
      * REQUEST, AND LINES 23-24 THE USAGE REMINDER.
      *****************************************************************
008300 01  SIGNOFF-PAGE.
008400     05  PAGE-LINE OCCURS 24 TIMES.
008500         10  PL-TEXT           PIC X(78).
008600         10  PL-NEWLINE        PIC X(01).

008700 01  SUMMARY-LINE-WORK.
008800     05  SLW-LABEL             PIC X(24) VALUE SPACES.
008900     05  SLW-TEXT              PIC X(54) VALUE SPACES.

009000 01  STAMP-TEXT-WORK.
009100     05  STW-TEXT              PIC X(16) VALUE SPACES.
009200     05  FILLER                PIC X(04) VALUE ' AT '.
009300     05  STW-DATE              PIC 9(08) VALUE ZERO.
009400     05  FILLER                PIC X(01) VALUE SPACE.
009500     05  STW-TIME              PIC 9(06) VALUE ZERO.
009600     05  FILLER                PIC X(19) VALUE SPACES.

009700 01  JUSTIFICATION-LINE-WORK.
009800     05  FILLER                PIC X(04) VALUE SPACES.
009900     05  JLW-TEXT              PIC X(60) VALUE SPACES.
010000     05  FILLER                PIC X(14) VALUE SPACES.

010100 01  USAGE-LINE-1.
010200     05  FILLER                PIC X(42) VALUE
010300         'ENTER: ALPS YYYYMMDD A|R RSN JUSTIFICATION'.
010400     05  FILLER                PIC X(36) VALUE
010500         '   (NO ACTION = VIEW ONLY)'.

010600 01  USAGE-LINE-2.
010700     05  FILLER                PIC X(40) VALUE
010800         'RSN: CUT TIMING  KNW KNOWN DEFECT  MAN M'.
010900     05  FILLER                PIC X(38) VALUE
011000         'ANUAL FIX  RRN RERUN  OTH OTHER'.

011100 PROCEDURE DIVISION.

      *****************************************************************
      * 0000-MAIN - RECEIVE THE REQUEST, DEFAULT THE DATE, RECORD THE
      * DECISION WHEN ONE WAS ENTERED, THEN SHOW THE NIGHT'S SIGN-OFF
      * AS IT NOW STANDS.
      *****************************************************************
011200 0000-MAIN SECTION.
011300     MOVE SPACES TO INPUT-MESSAGE
011400     EXEC CICS RECEIVE
011500         INTO (INPUT-MESSAGE)
011600         LENGTH (INPUT-LENGTH)
011700         RESP (RESP-CODE)
011800     END-EXEC
011900     IF IM-RUN-DATE IS NUMERIC
012000         MOVE IM-RUN-DATE TO SIGN-RUN-DATE
012100     ELSE
012200         PERFORM 1000-DEFAULT-RUN-DATE
012300             THRU 1000-DEFAULT-RUN-DATE-EXIT
012400     END-IF
012500     PERFORM 2000-BUILD-PAGE-HEADING
012600         THRU 2000-BUILD-PAGE-HEADING-EXIT
012700     IF NOT IM-VIEW
012800         PERFORM 3000-RECORD-DECISION
012900             THRU 3000-RECORD-DECISION-EXIT
013000     END-IF
013100     PERFORM 4000-SHOW-SIGNOFF
013200         THRU 4000-SHOW-SIGNOFF-EXIT
013300     PERFORM 8000-SEND-PAGE
013400         THRU 8000-SEND-PAGE-EXIT
013500     EXEC CICS RETURN
013600     END-EXEC
013700     .

      *****************************************************************
      * 1000-DEFAULT-RUN-DATE - NO DATE ON THE REQUEST MEANS LAST
      * NIGHT'S RUN, WHICH CARRIES TODAY'S DATE: ALPHA STAMPS
      * RUN-DATE WHEN IT STARTS, AFTER MIDNIGHT.
      *****************************************************************
013800 1000-DEFAULT-RUN-DATE.
013900     EXEC CICS ASKTIME
014000         ABSTIME (UTIME-ABSTIME)
014100     END-EXEC
014200     EXEC CICS FORMATTIME
014300         ABSTIME (UTIME-ABSTIME)
014400         YYYYMMDD (SIGN-RUN-DATE)
014500     END-EXEC
014600     .
014700 1000-DEFAULT-RUN-DATE-EXIT.
014800     EXIT.

014900 2000-BUILD-PAGE-HEADING.
015000     MOVE SPACES TO SIGNOFF-PAGE
015100     MOVE 1 TO LINE-SUB
015200     MOVE 'ALPHA NIGHT SIGN-OFF' TO PL-TEXT (LINE-SUB)
015300     MOVE USAGE-LINE-1 TO PL-TEXT (23)
015400     MOVE USAGE-LINE-2 TO PL-TEXT (24)
015500     .
015600 2000-BUILD-PAGE-HEADING-EXIT.
015700     EXIT.

      *****************************************************************
      * 3000-RECORD-DECISION - VALIDATES THE ENTERED DECISION AND
      * RECORDS IT ON THE SIGN-OFF MASTER.  THE INPUT IS CHECKED
      * FIRST; A NIGHT ALREADY REJECTED ON THE RUN HISTORY CANNOT BE
      * APPROVED; THE SIGN-OFF RECORD IS THEN READ FOR UPDATE AND
      * THE NIGHT'S STATE CHECKED, ANY REFUSAL RELEASING THE RECORD
      * THROUGH 3000-RECORD-DECISION-UNLOCK.  THE REVIEWER IS THE
      * SIGNED-ON USER, NEVER A KEYED-IN NAME.
      *****************************************************************
015800 3000-RECORD-DECISION.
015900     IF NOT IM-APPROVE AND NOT IM-REJECT
016000         MOVE 'ACTION MUST BE A (APPROVE), R (REJECT) OR BLANK'
016100             TO MESSAGE-TEXT
016200         GO TO 3000-RECORD-DECISION-EXIT
016300     END-IF
016400     MOVE IM-REASON-CODE TO SGN-REASON-CODE
016500     IF NOT SGN-REASON-VALID
016600         MOVE 'REASON CODE MUST BE CUT, KNW, MAN, RRN OR OTH'
016700             TO MESSAGE-TEXT
016800         GO TO 3000-RECORD-DECISION-EXIT
016900     END-IF
017000     IF IM-JUSTIFICATION = SPACES
017100         MOVE 'A JUSTIFICATION IS REQUIRED FOR EVERY SIGN-OFF'
017200             TO MESSAGE-TEXT
017300         GO TO 3000-RECORD-DECISION-EXIT
017400     END-IF
017500     IF IM-APPROVE
017600         EXEC CICS READ
017700             FILE ('ALPHHIST')
017800             INTO (HIST-RECORD)
017900             RIDFLD (SIGN-RUN-DATE)
018000             RESP (RESP-CODE)
018100         END-EXEC
018200         IF RESP-CODE = DFHRESP(NORMAL) AND HIST-RUN-REJECTED
018300             MOVE 'RUN HISTORY SHOWS THE NIGHT REJECTED'
018400                 TO MESSAGE-TEXT
018500             GO TO 3000-RECORD-DECISION-EXIT
018600         END-IF
018610         IF RESP-CODE = DFHRESP(NORMAL) AND HIST-RUN-BACKED-OUT
018620             MOVE 'RUN HISTORY SHOWS THE NIGHT BACKED OUT'
018630                 TO MESSAGE-TEXT
018640             GO TO 3000-RECORD-DECISION-EXIT
018650         END-IF
018700     END-IF
018800     EXEC CICS READ
018900         FILE ('ALPHSGN')
019000         INTO (SIGNOFF-RECORD)
019100         RIDFLD (SIGN-RUN-DATE)
019200         UPDATE
019300         RESP (RESP-CODE)
019400     END-EXEC
019500     IF RESP-CODE = DFHRESP(NOTFND)
019600         MOVE 'NO MORNING CHECK RESULTS FOR THIS DATE'
019700             TO MESSAGE-TEXT
019800         GO TO 3000-RECORD-DECISION-EXIT
019900     END-IF
020000     IF RESP-CODE NOT = DFHRESP(NORMAL)
020100         MOVE 'SIGN-OFF MASTER UNAVAILABLE - NOT RECORDED'
020200             TO MESSAGE-TEXT
020300         GO TO 3000-RECORD-DECISION-EXIT
020400     END-IF
020500     IF SGN-RECN-NOT-RUN OR SGN-CTL-NOT-RUN
020600         MOVE 'BOTH MORNING CHECKS MUST RUN BEFORE A SIGN-OFF'
020700             TO MESSAGE-TEXT
020800         GO TO 3000-RECORD-DECISION-UNLOCK
020900     END-IF
021000     IF SGN-NONE-FAILED
021100         MOVE 'BOTH CHECKS BALANCED - NO SIGN-OFF IS NEEDED'
021200             TO MESSAGE-TEXT
021300         GO TO 3000-RECORD-DECISION-UNLOCK
021400     END-IF
021500     IF SGN-RELEASED
021600         MOVE 'EXTRACT ALREADY RELEASED - DECISION IS FINAL'
021700             TO MESSAGE-TEXT
021800         GO TO 3000-RECORD-DECISION-UNLOCK
021900     END-IF
022000     IF SGN-REJECTED
022100         MOVE 'NIGHT ALREADY REJECTED - IT MUST BE RERUN'
022200             TO MESSAGE-TEXT
022300         GO TO 3000-RECORD-DECISION-UNLOCK
022400     END-IF
022500     IF SGN-APPROVED AND IM-APPROVE
022600         MOVE 'NIGHT ALREADY APPROVED - ENTER R TO WITHDRAW IT'
022700             TO MESSAGE-TEXT
022800         GO TO 3000-RECORD-DECISION-UNLOCK
022900     END-IF
023000     MOVE IM-ACTION TO SGN-DECISION
023100     MOVE IM-REASON-CODE TO SGN-REASON-CODE
023200     MOVE IM-JUSTIFICATION TO SGN-JUSTIFICATION
023300     EXEC CICS ASSIGN
023400         USERID (SGN-REVIEWER-ID)
023500     END-EXEC
023600     EXEC CICS ASKTIME
023700         ABSTIME (UTIME-ABSTIME)
023800     END-EXEC
023900     EXEC CICS FORMATTIME
024000         ABSTIME (UTIME-ABSTIME)
024100         YYYYMMDD (SGN-DECISION-DATE)
024200         TIME (SGN-DECISION-TIME)
024300     END-EXEC
024400     EXEC CICS REWRITE
024500         FILE ('ALPHSGN')
024600         FROM (SIGNOFF-RECORD)
024700         RESP (RESP-CODE)
024800     END-EXEC
024900     IF RESP-CODE NOT = DFHRESP(NORMAL)
025000         MOVE 'SIGN-OFF MASTER UPDATE FAILED - NOT RECORDED'
025100             TO MESSAGE-TEXT
025200         GO TO 3000-RECORD-DECISION-EXIT
025300     END-IF
025400     IF SGN-APPROVED
025500         MOVE 'APPROVAL RECORDED - SUBMIT ALPHRELJ TO RELEASE'
025600             TO MESSAGE-TEXT
025700     ELSE
025800         MOVE 'REJECTION RECORDED - SUBMIT ALPHRELJ TO APPLY IT'
025900             TO MESSAGE-TEXT
026000     END-IF
026100     GO TO 3000-RECORD-DECISION-EXIT
026200     .
026300 3000-RECORD-DECISION-UNLOCK.
026400     EXEC CICS UNLOCK
026500         FILE ('ALPHSGN')
026600     END-EXEC
026700     .
026800 3000-RECORD-DECISION-EXIT.
026900     EXIT.

      *****************************************************************
      * 4000-SHOW-SIGNOFF - THE NIGHT'S RUN OUTCOME FROM THE RUN
      * HISTORY, THEN ITS CHECK RESULTS, DECISION AND RELEASE FROM
      * THE SIGN-OFF MASTER.  NO SIGN-OFF RECORD MEANS NEITHER
      * MORNING CHECK HAS RUN FOR THE DATE.
      *****************************************************************
027000 4000-SHOW-SIGNOFF.
027100     ADD 1 TO LINE-SUB
027200     MOVE SPACES TO SUMMARY-LINE-WORK
027300     MOVE 'RUN DATE:' TO SLW-LABEL
027400     MOVE SIGN-RUN-DATE TO SLW-TEXT
027500     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
027600     PERFORM 4100-SHOW-OUTCOME
027700         THRU 4100-SHOW-OUTCOME-EXIT
027800     MOVE 21 TO LINE-SUB
027900     MOVE MESSAGE-TEXT TO PL-TEXT (LINE-SUB)
028000     MOVE 3 TO LINE-SUB
028100     EXEC CICS READ
028200         FILE ('ALPHSGN')
028300         INTO (SIGNOFF-RECORD)
028400         RIDFLD (SIGN-RUN-DATE)
028500         RESP (RESP-CODE)
028600     END-EXEC
028700     IF RESP-CODE NOT = DFHRESP(NORMAL)
028800         ADD 1 TO LINE-SUB
028900         MOVE SPACES TO SUMMARY-LINE-WORK
029000         MOVE 'MORNING CHECKS:' TO SLW-LABEL
029100         MOVE 'NO RESULTS RECORDED FOR THIS DATE' TO SLW-TEXT
029200         MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
029300         GO TO 4000-SHOW-SIGNOFF-EXIT
029400     END-IF
029500     PERFORM 4200-SHOW-CHECKS
029600         THRU 4200-SHOW-CHECKS-EXIT
029700     PERFORM 4300-SHOW-DECISION
029800         THRU 4300-SHOW-DECISION-EXIT
029900     PERFORM 4400-SHOW-RELEASE
030000         THRU 4400-SHOW-RELEASE-EXIT
030100     .
030200 4000-SHOW-SIGNOFF-EXIT.
030300     EXIT.

030400 4100-SHOW-OUTCOME.
030500     ADD 1 TO LINE-SUB
030600     MOVE SPACES TO SUMMARY-LINE-WORK
030700     MOVE 'RUN OUTCOME:' TO SLW-LABEL
030800     EXEC CICS READ
030900         FILE ('ALPHHIST')
031000         INTO (HIST-RECORD)
031100         RIDFLD (SIGN-RUN-DATE)
031200         RESP (RESP-CODE)
031300     END-EXEC
031400     IF RESP-CODE NOT = DFHRESP(NORMAL)
031500         MOVE 'NO RUN RECORDED' TO SLW-TEXT
031600         MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
031700         GO TO 4100-SHOW-OUTCOME-EXIT
031800     END-IF
031900     EVALUATE TRUE
032000     WHEN HIST-RUN-CLEAN
032100         MOVE 'COMPLETED CLEAN' TO SLW-TEXT
032200     WHEN HIST-RUN-ABENDED
032300         MOVE 'ABENDED - SEE TRIAGE SUMMARY' TO SLW-TEXT
032400     WHEN HIST-RUN-REFUSED
032500         MOVE 'TRANSMISSION REFUSED' TO SLW-TEXT
032600     WHEN HIST-RUN-IO-ERROR
032700         MOVE 'DIED ON AN I/O ERROR - SEE TRIAGE SUMMARY'
032800             TO SLW-TEXT
032900     WHEN HIST-RUN-REJECTED
033000         MOVE 'REJECTED AT SIGN-OFF - NOT TO BE RELEASED'
033100             TO SLW-TEXT
033110     WHEN HIST-RUN-BACKED-OUT
033120         MOVE 'BACKED OUT - REVERSAL EXTRACT WRITTEN'
033130             TO SLW-TEXT
033200     WHEN OTHER
033300         MOVE 'UNKNOWN' TO SLW-TEXT
033400     END-EVALUATE
033500     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
033600     .
033700 4100-SHOW-OUTCOME-EXIT.
033800     EXIT.

033900 4200-SHOW-CHECKS.
034000     ADD 1 TO LINE-SUB
034100     MOVE SPACES TO SUMMARY-LINE-WORK
034200     MOVE 'RECONCILIATION:' TO SLW-LABEL
034300     EVALUATE TRUE
034400     WHEN SGN-RECN-BALANCED
034500         MOVE 'BALANCED' TO STW-TEXT
034600     WHEN SGN-RECN-OUT-OF-BALANCE
034700         MOVE 'OUT OF BALANCE' TO STW-TEXT
034800     WHEN OTHER
034900         MOVE 'NOT RUN' TO STW-TEXT
035000     END-EVALUATE
035100     IF SGN-RECN-NOT-RUN
035200         MOVE STW-TEXT TO SLW-TEXT
035300     ELSE
035400         MOVE SGN-RECN-DATE TO STW-DATE
035500         MOVE SGN-RECN-TIME TO STW-TIME
035600         MOVE STAMP-TEXT-WORK TO SLW-TEXT
035700     END-IF
035800     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
035900     ADD 1 TO LINE-SUB
036000     MOVE SPACES TO SUMMARY-LINE-WORK
036100     MOVE 'CONTROL TOTALS:' TO SLW-LABEL
036200     EVALUATE TRUE
036300     WHEN SGN-CTL-BALANCED
036400         MOVE 'BALANCED' TO STW-TEXT
036500     WHEN SGN-CTL-OUT-OF-BALANCE
036600         MOVE 'OUT OF BALANCE' TO STW-TEXT
036700     WHEN OTHER
036800         MOVE 'NOT RUN' TO STW-TEXT
036900     END-EVALUATE
037000     IF SGN-CTL-NOT-RUN
037100         MOVE STW-TEXT TO SLW-TEXT
037200     ELSE
037300         MOVE SGN-CTL-DATE TO STW-DATE
037400         MOVE SGN-CTL-TIME TO STW-TIME
037500         MOVE STAMP-TEXT-WORK TO SLW-TEXT
037600     END-IF
037700     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
037800     ADD 1 TO LINE-SUB
037900     MOVE SPACES TO SUMMARY-LINE-WORK
038000     MOVE 'FAILED CHECK:' TO SLW-LABEL
038100     EVALUATE TRUE
038200     WHEN SGN-BOTH-FAILED
038300         MOVE 'BOTH RECNCHK AND CTLCHK' TO SLW-TEXT
038400     WHEN SGN-RECN-FAILED
038500         MOVE 'RECNCHK' TO SLW-TEXT
038600     WHEN SGN-CTL-FAILED
038700         MOVE 'CTLCHK' TO SLW-TEXT
038800     WHEN OTHER
038900         MOVE 'NONE' TO SLW-TEXT
039000     END-EVALUATE
039100     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
039200     .
039300 4200-SHOW-CHECKS-EXIT.
039400     EXIT.

      *****************************************************************
      * 4300-SHOW-DECISION - WHO SIGNED THE NIGHT OFF, WHICH WAY,
      * WHY AND WHEN.  A NIGHT THAT BALANCED NEEDS NO DECISION; ONE
      * THAT DID NOT AND HAS NONE IS AWAITING SIGN-OFF.
      *****************************************************************
039500 4300-SHOW-DECISION.
039600     ADD 1 TO LINE-SUB
039700     MOVE SPACES TO SUMMARY-LINE-WORK
039800     MOVE 'SIGN-OFF DECISION:' TO SLW-LABEL
039900     EVALUATE TRUE
040000     WHEN SGN-APPROVED
040100         MOVE 'APPROVED FOR RELEASE' TO SLW-TEXT
040200     WHEN SGN-REJECTED
040300         MOVE 'REJECTED' TO SLW-TEXT
040400     WHEN SGN-NONE-FAILED
040500         MOVE 'NONE NEEDED' TO SLW-TEXT
040600     WHEN OTHER
040700         MOVE 'AWAITING SIGN-OFF' TO SLW-TEXT
040800     END-EVALUATE
040900     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
041000     IF SGN-NO-DECISION
041100         GO TO 4300-SHOW-DECISION-EXIT
041200     END-IF
041300     ADD 1 TO LINE-SUB
041400     MOVE SPACES TO SUMMARY-LINE-WORK
041500     MOVE 'REVIEWER:' TO SLW-LABEL
041600     MOVE SGN-REVIEWER-ID TO SLW-TEXT
041700     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
041800     ADD 1 TO LINE-SUB
041900     MOVE SPACES TO SUMMARY-LINE-WORK
042000     MOVE 'REASON:' TO SLW-LABEL
042100     EVALUATE SGN-REASON-CODE
042200     WHEN 'CUT'
042300         MOVE 'CUT - CUT-OFF OR TIMING DIFFERENCE' TO SLW-TEXT
042400     WHEN 'KNW'
042500         MOVE 'KNW - KNOWN DEFECT, DOWNSTREAM ADVISED'
042600             TO SLW-TEXT
042700     WHEN 'MAN'
042800         MOVE 'MAN - MANUAL CORRECTION TO FOLLOW' TO SLW-TEXT
042900     WHEN 'RRN'
043000         MOVE 'RRN - NIGHT TO BE RERUN' TO SLW-TEXT
043100     WHEN OTHER
043200         MOVE 'OTH - OTHER, SEE THE JUSTIFICATION' TO SLW-TEXT
043300     END-EVALUATE
043400     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
043500     ADD 1 TO LINE-SUB
043600     MOVE SPACES TO SUMMARY-LINE-WORK
043700     MOVE 'DECIDED:' TO SLW-LABEL
043800     MOVE 'RECORDED' TO STW-TEXT
043900     MOVE SGN-DECISION-DATE TO STW-DATE
044000     MOVE SGN-DECISION-TIME TO STW-TIME
044100     MOVE STAMP-TEXT-WORK TO SLW-TEXT
044200     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
044300     ADD 1 TO LINE-SUB
044400     MOVE SPACES TO SUMMARY-LINE-WORK
044500     MOVE 'JUSTIFICATION:' TO SLW-LABEL
044600     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
044700     ADD 1 TO LINE-SUB
044800     MOVE SGN-JUSTIFICATION TO JLW-TEXT
044900     MOVE JUSTIFICATION-LINE-WORK TO PL-TEXT (LINE-SUB)
045000     .
045100 4300-SHOW-DECISION-EXIT.
045200     EXIT.

045300 4400-SHOW-RELEASE.
045400     ADD 1 TO LINE-SUB
045500     MOVE SPACES TO SUMMARY-LINE-WORK
045600     MOVE 'EXTRACT RELEASED:' TO SLW-LABEL
045700     IF SGN-NOT-RELEASED
045800         MOVE 'NO' TO SLW-TEXT
045900     ELSE
046000         IF SGN-RELEASED-APPROVED
046100             MOVE 'YES, ON APPROVAL' TO STW-TEXT
046200         ELSE
046300             MOVE 'YES, BALANCED' TO STW-TEXT
046400         END-IF
046500         MOVE SGN-RELEASE-DATE TO STW-DATE
046600         MOVE SGN-RELEASE-TIME TO STW-TIME
046700         MOVE STAMP-TEXT-WORK TO SLW-TEXT
046800     END-IF
046900     MOVE SUMMARY-LINE-WORK TO PL-TEXT (LINE-SUB)
047000     .
047100 4400-SHOW-RELEASE-EXIT.
047200     EXIT.

047300 8000-SEND-PAGE.
047400     PERFORM 8100-SET-NEWLINES
047500         THRU 8100-SET-NEWLINES-EXIT
047600         VARYING LINE-SUB FROM 1 BY 1
047700         UNTIL LINE-SUB > 24
047800     MOVE LENGTH OF SIGNOFF-PAGE TO PAGE-LENGTH
047900     EXEC CICS SEND TEXT
048000         FROM (SIGNOFF-PAGE)
048100         LENGTH (PAGE-LENGTH)
048200         ERASE
048300         FREEKB
048400     END-EXEC
048500     .
048600 8000-SEND-PAGE-EXIT.
048700     EXIT.

048800 8100-SET-NEWLINES.
048900     MOVE X'15' TO PL-NEWLINE (LINE-SUB)
049000     .
049100 8100-SET-NEWLINES-EXIT.
049200     EXIT.
