001200*            PRINTS ONE LINE PER RUN - COUNTS, LAST CHECKPOINT,
001300*            FRESH/RESTART AND OUTCOME FLAGS - FOLLOWED BY THE
001400*            MONTH TOTALS, THE HIGHEST-EXCEPTION NIGHT, AND
001500*            HOW MANY RUNS WERE RESTART RESUBMISSIONS.  A
001510*            BACK-OUT RUN (RUN TYPE 'B') IS LISTED LIKE ANY
001520*            OTHER, BUT THE DETAILS IT REVERSED ARE TOTALLED AS
001530*            BACKED OUT, NOT AS PROCESSED.
001600*
001700* MODIFICATION HISTORY
001800* ---------------------------------------------------------------
001900* DATE       INIT  DESCRIPTION
002000* ---------------------------------------------------------------
002100* 2026-08-17 JDM   ORIGINAL PROGRAM.
002110* 2026-10-15 JDM   BACK-OUT RUNS TOTALLED SEPARATELY: RUNS BACKED
002120*                  OUT AND TRANSACTIONS BACKED OUT.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004900 77  TOTAL-ERRORS              PIC 9(07) VALUE ZERO.
005000 77  HIGH-EXCP-COUNT           PIC 9(05) VALUE ZERO.
005100 77  HIGH-EXCP-DATE            PIC 9(08) VALUE ZERO.
005110 77  BACKOUT-RUN-COUNT         PIC 9(05) VALUE ZERO.
005120 77  TOTAL-BACKED-OUT          PIC 9(07) VALUE ZERO.

005200 01  PROGRAM-SWITCHES.
005300     05  STAT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
012200     END-READ
012300     ADD 1 TO RUN-RECORD-COUNT
012400     ADD STAT-TRANS-READ TO TOTAL-TRANS-READ
012500     IF STAT-BACKOUT-RUN
012510         ADD 1 TO BACKOUT-RUN-COUNT
012520         ADD STAT-PROCESSED TO TOTAL-BACKED-OUT
012530     ELSE
012540         ADD STAT-PROCESSED TO TOTAL-PROCESSED
012550     END-IF
012600     ADD STAT-REJECTED   TO TOTAL-REJECTED
012700     ADD STAT-EXCP-COUNT TO TOTAL-EXCEPTIONS
012800     ADD STAT-AUDIT-COUNT TO TOTAL-AUDITS
016300     MOVE RESTART-RUN-COUNT TO TLW-COUNT
016400     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
016500     WRITE REPORT-RECORD
016510     MOVE SPACES TO TOTAL-LINE-WORK
016520     MOVE 'RUNS BACKED OUT:' TO TLW-LABEL
016530     MOVE BACKOUT-RUN-COUNT TO TLW-COUNT
016540     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
016550     WRITE REPORT-RECORD
016600     MOVE SPACES TO TOTAL-LINE-WORK
016700     MOVE 'MONTH TRANSACTIONS READ:' TO TLW-LABEL
016800     MOVE TOTAL-TRANS-READ TO TLW-COUNT
017300     MOVE TOTAL-PROCESSED TO TLW-COUNT
017400     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
017500     WRITE REPORT-RECORD
017510     MOVE SPACES TO TOTAL-LINE-WORK
017520     MOVE 'MONTH TRANSACTIONS BACKED OUT:' TO TLW-LABEL
017530     MOVE TOTAL-BACKED-OUT TO TLW-COUNT
017540     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
017550     WRITE REPORT-RECORD
017600     MOVE SPACES TO TOTAL-LINE-WORK
017700     MOVE 'MONTH TRANSACTIONS REJECTED:' TO TLW-LABEL
017800     MOVE TOTAL-REJECTED TO TLW-COUNT
