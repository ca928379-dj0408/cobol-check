001900*            THE PROGRAM ENDS WITH RETURN-CODE 8 WHEN ANYTHING
002000*            FAILS TO TIE OUT SO THE SCHEDULER CAN HOLD
002100*            DOWNSTREAM JOBS.
002110*
002120*            THE RESULT - BALANCED OR OUT OF BALANCE - IS ALSO
002130*            RECORDED ON THE SIGN-OFF MASTER (SIGNOFF, SEE
002140*            SIGNREC) UNDER THE NIGHT'S RUN DATE, WHERE THE
002150*            RELEASE PROGRAM ALPHREL LOOKS FOR IT BEFORE THE
002160*            NIGHT'S EXTRACT GOES DOWNSTREAM.
002200*
002300* MODIFICATION HISTORY
002400* ---------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* ---------------------------------------------------------------
002700* 2026-08-12 JDM   ORIGINAL PROGRAM.
002710* 2026-10-15 JDM   RESULT RECORDED ON THE SIGN-OFF MASTER FOR THE
002720*                  ALPHREL EXTRACT RELEASE; A NEW RESULT CLEARS
002730*                  ANY EARLIER SIGN-OFF DECISION FOR THE DATE.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT REPORT-FILE ASSIGN TO RPTFILE
003700         ORGANIZATION IS SEQUENTIAL.
003710     SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS RANDOM
003740         RECORD KEY IS SGN-RUN-DATE.

003800 DATA DIVISION.
003900 FILE SECTION.
005200     LABEL RECORDS ARE STANDARD.
005300 01  REPORT-RECORD                 PIC X(132).

005310 FD  SIGNOFF-FILE
005320     LABEL RECORDS ARE STANDARD.
005330 01  SIGNOFF-RECORD.
005340     COPY SIGNREC.

005400 WORKING-STORAGE SECTION.
005500 77  AUDIT-READ-COUNT          PIC 9(05) VALUE ZERO.
005600 77  RECON-READ-COUNT          PIC 9(05) VALUE ZERO.
005900 77  ENTRY-COUNT               PIC 9(05) VALUE ZERO.
006000 77  ENTRY-SUB                 PIC 9(05) VALUE ZERO.
006100 77  ENTRY-MAX                 PIC 9(05) VALUE 1000.
006110 77  CHECK-RUN-DATE            PIC 9(08) VALUE ZERO.
006120 77  CHECK-DATE                PIC 9(08) VALUE ZERO.

006130 01  CHECK-TIME-WORK.
006140     05  CHECK-HHMMSS          PIC 9(06).
006150     05  FILLER                PIC 9(02).

006200 01  PROGRAM-SWITCHES.
006300     05  AUDIT-EOF-SWITCH      PIC X(01)  VALUE 'N'.
007200     05  TRAN-MATCH-SWITCH     PIC X(01)  VALUE 'Y'.
007300         88  TRAN-MATCHED                 VALUE 'Y'.
007400         88  TRAN-UNMATCHED               VALUE 'N'.
007410     05  SIGN-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
007420         88  SIGN-FOUND                   VALUE 'Y'.
007430         88  SIGN-NOT-FOUND               VALUE 'N'.

      *****************************************************************
      * MATCH-TABLE - ONE ENTRY PER TRANSACTION SEQUENCE SEEN ON THE
      * 0000-MAINLINE - LOAD THE AUDIT TRANSITIONS INTO THE MATCH
      * TABLE, CHECK EVERY RECON RECORD AGAINST THEM, SWEEP FOR
      * AUDITED TRANSACTIONS NO RECON RECORD CLAIMED, AND PRINT THE
      * TOTALS, AND RECORD THE RESULT ON THE SIGN-OFF MASTER.
      * RETURN-CODE 8 WHEN ANYTHING FAILED TO TIE OUT.
      *****************************************************************
009500 0000-MAINLINE.
009600     OPEN INPUT AUDIT-FILE
011400     CLOSE AUDIT-FILE
011500     CLOSE RECON-FILE
011600     CLOSE REPORT-FILE
011610     PERFORM 8500-RECORD-SIGNOFF
011620         THRU 8500-RECORD-SIGNOFF-EXIT
011700     IF UNMATCHED-COUNT > ZERO
011800         DISPLAY 'RECN0000E - ' UNMATCHED-COUNT
011900             ' ITEM(S) FAILED TO TIE OUT'
013200             GO TO 1000-LOAD-AUDIT-REC-EXIT
013300     END-READ
013400     ADD 1 TO AUDIT-READ-COUNT
013410     IF CHECK-RUN-DATE = ZERO
013420         MOVE AUDIT-DATE TO CHECK-RUN-DATE
013430     END-IF
013500     MOVE AUDIT-TRAN-SEQ TO RPT-TRAN-SEQ
013600     PERFORM 7000-FIND-ENTRY THRU 7000-FIND-ENTRY-EXIT
013700     IF ENTRY-NOT-FOUND
015900             GO TO 2000-CHECK-RECON-REC-EXIT
016000     END-READ
016100     ADD 1 TO RECON-READ-COUNT
016110     IF CHECK-RUN-DATE = ZERO
016120         MOVE RECON-DATE TO CHECK-RUN-DATE
016130     END-IF
016200     MOVE RECON-TRAN-SEQ TO RPT-TRAN-SEQ
016300     SET TRAN-MATCHED TO TRUE
016400     PERFORM 7100-LOCATE-ENTRY THRU 7100-LOCATE-ENTRY-EXIT
031300     .
031400 8000-PRINT-TOTALS-EXIT.
031500     EXIT.

      *****************************************************************
      * 8500-RECORD-SIGNOFF - THE RESULT GOES ON THE SIGN-OFF MASTER
      * UNDER THE NIGHT'S RUN DATE, TAKEN FROM THE FIRST AUDIT (OR
      * RECON) RECORD; A NIGHT WITH NEITHER IS FILED UNDER TODAY'S
      * DATE, WHICH IS LAST NIGHT'S RUN DATE (ALPHA STAMPS ITS RUN
      * DATE AFTER MIDNIGHT).  A NEW RESULT CLEARS ANY EARLIER
      * SIGN-OFF DECISION FOR THE DATE - THE REVIEWER MUST ANSWER
      * THE NIGHT AS IT NOW STANDS - UNLESS THE EXTRACT HAS ALREADY
      * GONE, WHEN THE DECISION IT WENT ON IS KEPT.
      *****************************************************************
031600 8500-RECORD-SIGNOFF.
031700     ACCEPT CHECK-DATE FROM DATE YYYYMMDD
031800     ACCEPT CHECK-TIME-WORK FROM TIME
031900     IF CHECK-RUN-DATE = ZERO
032000         MOVE CHECK-DATE TO CHECK-RUN-DATE
032100     END-IF
032200     OPEN I-O SIGNOFF-FILE
032300     MOVE CHECK-RUN-DATE TO SGN-RUN-DATE
032400     SET SIGN-FOUND TO TRUE
032500     READ SIGNOFF-FILE
032600         INVALID KEY
032700             SET SIGN-NOT-FOUND TO TRUE
032800     END-READ
032900     IF SIGN-NOT-FOUND
033000         MOVE SPACES TO SIGNOFF-RECORD
033100         INITIALIZE SIGNOFF-RECORD
033200         MOVE CHECK-RUN-DATE TO SGN-RUN-DATE
033300     END-IF
033400     IF UNMATCHED-COUNT > ZERO
033500         SET SGN-RECN-OUT-OF-BALANCE TO TRUE
033600     ELSE
033700         SET SGN-RECN-BALANCED TO TRUE
033800     END-IF
033900     MOVE CHECK-DATE TO SGN-RECN-DATE
034000     MOVE CHECK-HHMMSS TO SGN-RECN-TIME
034100     EVALUATE TRUE
034200     WHEN SGN-RECN-OUT-OF-BALANCE AND SGN-CTL-OUT-OF-BALANCE
034300         SET SGN-BOTH-FAILED TO TRUE
034400     WHEN SGN-RECN-OUT-OF-BALANCE
034500         SET SGN-RECN-FAILED TO TRUE
034600     WHEN SGN-CTL-OUT-OF-BALANCE
034700         SET SGN-CTL-FAILED TO TRUE
034800     WHEN OTHER
034900         SET SGN-NONE-FAILED TO TRUE
035000     END-EVALUATE
035100     IF SGN-NOT-RELEASED AND NOT SGN-NO-DECISION
035200         DISPLAY 'RECN0010W - SIGN-OFF ' SGN-DECISION ' BY '
035300             SGN-REVIEWER-ID ' FOR ' CHECK-RUN-DATE
035400             ' CLEARED, NEW RESULT NEEDS A NEW SIGN-OFF'
035500         SET SGN-NO-DECISION TO TRUE
035600         MOVE SPACES TO SGN-REVIEWER-ID
035700         MOVE SPACES TO SGN-REASON-CODE
035800         MOVE SPACES TO SGN-JUSTIFICATION
035900         MOVE ZERO TO SGN-DECISION-DATE
036000         MOVE ZERO TO SGN-DECISION-TIME
036100     END-IF
036200     IF SIGN-FOUND
036300         REWRITE SIGNOFF-RECORD
036400     ELSE
036500         WRITE SIGNOFF-RECORD
036600     END-IF
036700     CLOSE SIGNOFF-FILE
036800     DISPLAY 'RECN0020I - RESULT ' SGN-RECN-RESULT
036900         ' RECORDED ON SIGNOFF FOR ' CHECK-RUN-DATE
037000     .
037100 8500-RECORD-SIGNOFF-EXIT.
037200     EXIT.
