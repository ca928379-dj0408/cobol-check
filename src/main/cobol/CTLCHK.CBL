003300*            (SKIP600) OR REFUSED SOURCE BATCHES WILL NOT
003400*            PROVE - THAT IS DELIBERATE; SUCH A NIGHT NEEDS AN
003500*            OPERATOR'S EYE BEFORE DOWNSTREAM WORK RELEASES.
003510*
003520*            THE RESULT - BALANCED OR OUT OF BALANCE - IS ALSO
003530*            RECORDED ON THE SIGN-OFF MASTER (SIGNOFF, SEE
003540*            SIGNREC) UNDER THE NIGHT'S RUN DATE, WHERE THE
003550*            RELEASE PROGRAM ALPHREL LOOKS FOR IT BEFORE THE
003560*            NIGHT'S EXTRACT GOES DOWNSTREAM.
003600*
003700* MODIFICATION HISTORY
003800* ---------------------------------------------------------------
003900* DATE       INIT  DESCRIPTION
004000* ---------------------------------------------------------------
004100* 2026-09-02 JDM   ORIGINAL PROGRAM.
004110* 2026-10-15 JDM   RESULT RECORDED ON THE SIGN-OFF MASTER FOR THE
004120*                  ALPHREL EXTRACT RELEASE; A NEW RESULT CLEARS
004130*                  ANY EARLIER SIGN-OFF DECISION FOR THE DATE.
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT REPORT-FILE ASSIGN TO RPTFILE
005300         ORGANIZATION IS SEQUENTIAL.
005310     SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS RANDOM
005340         RECORD KEY IS SGN-RUN-DATE.

005400 DATA DIVISION.
005500 FILE SECTION.
007300     LABEL RECORDS ARE STANDARD.
007400 01  REPORT-RECORD                 PIC X(132).

007410 FD  SIGNOFF-FILE
007420     LABEL RECORDS ARE STANDARD.
007430 01  SIGNOFF-RECORD.
007440     COPY SIGNREC.

007500 WORKING-STORAGE SECTION.
007600 77  CTL-READ-COUNT            PIC 9(05) VALUE ZERO.
007700 77  TRAN-REC-COUNT            PIC 9(07) VALUE ZERO.
008810 77  STAT-NIGHT-TRL-COUNT      PIC 9(07) VALUE ZERO.
008820 77  STAT-NIGHT-TRL-HASH       PIC 9(13) VALUE ZERO.
008900 77  OOB-COUNT                 PIC 9(03) VALUE ZERO.
008910 77  CHECK-RUN-DATE            PIC 9(08) VALUE ZERO.
008920 77  CHECK-DATE                PIC 9(08) VALUE ZERO.

008930 01  CHECK-TIME-WORK.
008940     05  CHECK-HHMMSS          PIC 9(06).
008950     05  FILLER                PIC 9(02).

009000 01  PROGRAM-SWITCHES.
009100     05  CTL-EOF-SWITCH        PIC X(01)  VALUE 'N'.
010300     05  STAT-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
010400         88  STAT-FOUND                   VALUE 'Y'.
010500         88  STAT-NOT-FOUND               VALUE 'N'.
010510     05  SIGN-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
010520         88  SIGN-FOUND                   VALUE 'Y'.
010530         88  SIGN-NOT-FOUND               VALUE 'N'.

010600 01  COMPARE-LINE-WORK.
010700     05  CLW-TAG               PIC X(10) VALUE SPACES.
      *****************************************************************
      * 0000-MAINLINE - GATHER THE THREE SIDES OF THE NIGHT (CTLFILE
      * FINAL TOTALS, TRANFILE TRAILERS, STATFILE RECORD), PROVE
      * THEM AGAINST EACH OTHER, PRINT THE REPORT, RECORD THE
      * RESULT ON THE SIGN-OFF MASTER, AND END NONZERO WHEN
      * ANYTHING FAILS TO TIE OUT.
      *****************************************************************
012100 0000-MAINLINE.
012200     OPEN OUTPUT REPORT-FILE
014400     PERFORM 8000-PRINT-TOTALS
014500         THRU 8000-PRINT-TOTALS-EXIT
014600     CLOSE REPORT-FILE
014610     PERFORM 8500-RECORD-SIGNOFF
014620         THRU 8500-RECORD-SIGNOFF-EXIT
014700     IF OOB-COUNT > ZERO
014800         DISPLAY 'CTLC0000E - NIGHT DID NOT PROVE, '
014900             OOB-COUNT ' ITEM(S) OUT OF BALANCE'
029800     .
029900 8000-PRINT-TOTALS-EXIT.
030000     EXIT.

      *****************************************************************
      * 8500-RECORD-SIGNOFF - THE RESULT GOES ON THE SIGN-OFF MASTER
      * UNDER THE NIGHT'S RUN DATE, TAKEN FROM THE STATFILE RECORD
      * (THE CTLFILE RECORD WHEN THERE IS NONE); A NIGHT WITH
      * NEITHER IS FILED UNDER TODAY'S DATE, WHICH IS LAST NIGHT'S
      * RUN DATE (ALPHA STAMPS ITS RUN DATE AFTER MIDNIGHT).  A NEW
      * RESULT CLEARS ANY EARLIER SIGN-OFF DECISION FOR THE DATE -
      * THE REVIEWER MUST ANSWER THE NIGHT AS IT NOW STANDS - UNLESS
      * THE EXTRACT HAS ALREADY GONE, WHEN THE DECISION IT WENT ON
      * IS KEPT.
      *****************************************************************
030100 8500-RECORD-SIGNOFF.
030200     ACCEPT CHECK-DATE FROM DATE YYYYMMDD
030300     ACCEPT CHECK-TIME-WORK FROM TIME
030400     EVALUATE TRUE
030500     WHEN STAT-FOUND
030600         MOVE STAT-NIGHT-DATE TO CHECK-RUN-DATE
030700     WHEN CTL-FOUND
030800         MOVE CTL-FINAL-DATE TO CHECK-RUN-DATE
030900     WHEN OTHER
031000         MOVE CHECK-DATE TO CHECK-RUN-DATE
031100     END-EVALUATE
031200     OPEN I-O SIGNOFF-FILE
031300     MOVE CHECK-RUN-DATE TO SGN-RUN-DATE
031400     SET SIGN-FOUND TO TRUE
031500     READ SIGNOFF-FILE
031600         INVALID KEY
031700             SET SIGN-NOT-FOUND TO TRUE
031800     END-READ
031900     IF SIGN-NOT-FOUND
032000         MOVE SPACES TO SIGNOFF-RECORD
032100         INITIALIZE SIGNOFF-RECORD
032200         MOVE CHECK-RUN-DATE TO SGN-RUN-DATE
032300     END-IF
032400     IF OOB-COUNT > ZERO
032500         SET SGN-CTL-OUT-OF-BALANCE TO TRUE
032600     ELSE
032700         SET SGN-CTL-BALANCED TO TRUE
032800     END-IF
032900     MOVE CHECK-DATE TO SGN-CTL-DATE
033000     MOVE CHECK-HHMMSS TO SGN-CTL-TIME
033100     EVALUATE TRUE
033200     WHEN SGN-RECN-OUT-OF-BALANCE AND SGN-CTL-OUT-OF-BALANCE
033300         SET SGN-BOTH-FAILED TO TRUE
033400     WHEN SGN-RECN-OUT-OF-BALANCE
033500         SET SGN-RECN-FAILED TO TRUE
033600     WHEN SGN-CTL-OUT-OF-BALANCE
033700         SET SGN-CTL-FAILED TO TRUE
033800     WHEN OTHER
033900         SET SGN-NONE-FAILED TO TRUE
034000     END-EVALUATE
034100     IF SGN-NOT-RELEASED AND NOT SGN-NO-DECISION
034200         DISPLAY 'CTLC0010W - SIGN-OFF ' SGN-DECISION ' BY '
034300             SGN-REVIEWER-ID ' FOR ' CHECK-RUN-DATE
034400             ' CLEARED, NEW RESULT NEEDS A NEW SIGN-OFF'
034500         SET SGN-NO-DECISION TO TRUE
034600         MOVE SPACES TO SGN-REVIEWER-ID
034700         MOVE SPACES TO SGN-REASON-CODE
034800         MOVE SPACES TO SGN-JUSTIFICATION
034900         MOVE ZERO TO SGN-DECISION-DATE
035000         MOVE ZERO TO SGN-DECISION-TIME
035100     END-IF
035200     IF SIGN-FOUND
035300         REWRITE SIGNOFF-RECORD
035400     ELSE
035500         WRITE SIGNOFF-RECORD
035600     END-IF
035700     CLOSE SIGNOFF-FILE
035800     DISPLAY 'CTLC0020I - RESULT ' SGN-CTL-RESULT
035900         ' RECORDED ON SIGNOFF FOR ' CHECK-RUN-DATE
036000     .
036100 8500-RECORD-SIGNOFF-EXIT.
036200     EXIT.
