000100***************************************************************
000200* SIGNREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA SIGN-OFF MASTER (SIGNOFF,
000500* PROD.ALPHA.SIGNOFF), A VSAM KSDS KEYED BY SGN-RUN-DATE.  ONE
000600* RECORD PER RUN DATE, CARRYING THREE THINGS:
000700*   - THE RESULT OF EACH MORNING CHECK, RECORDED BY THE CHECK
000800*     ITSELF (RECNCHK, CTLCHK) EVERY TIME IT RUNS, AND THE
000900*     CHECK(S) THAT FAILED
001000*   - THE SIGN-OFF DECISION ON AN OUT-OF-BALANCE NIGHT -
001100*     APPROVED OR REJECTED, BY WHOM, WHY AND WHEN - ENTERED
001200*     ON THE CICS ALPS TRANSACTION (ALPHSGN)
001300*   - WHEN, AND ON WHAT BASIS, THE RELEASE PROGRAM ALPHREL SENT
001400*     THE NIGHT'S EXTRACT DOWNSTREAM
001500* A CHECK THAT RUNS AGAIN CLEARS ANY EARLIER DECISION - A
001600* SIGN-OFF ALWAYS ANSWERS THE LATEST CHECK RESULTS.  A
001700* REJECTION IS CARRIED ONTO THE RUN-HISTORY MASTER BY ALPHREL
001800* (HIST-RUN-REJECTED, SEE HISTREC).
001900*
002000* REASON CODES (SGN-REASON-CODE):
002100*   CUT - CUT-OFF OR TIMING DIFFERENCE, CLEARS NEXT NIGHT
002200*   KNW - KNOWN DEFECT, DOWNSTREAM ADVISED
002300*   MAN - MANUAL CORRECTION TO FOLLOW
002400*   RRN - NIGHT TO BE RERUN
002500*   OTH - OTHER, SEE THE JUSTIFICATION
002600*
002700* 2026-10-15 JDM  ORIGINAL COPYBOOK.
002800***************************************************************
002900     05  SGN-RUN-DATE              PIC 9(08).
003000     05  SGN-RECN-RESULT           PIC X(01).
003100         88  SGN-RECN-NOT-RUN                 VALUE SPACE.
003200         88  SGN-RECN-BALANCED                VALUE 'B'.
003300         88  SGN-RECN-OUT-OF-BALANCE          VALUE 'O'.
003400     05  SGN-RECN-DATE             PIC 9(08).
003500     05  SGN-RECN-TIME             PIC 9(06).
003600     05  SGN-CTL-RESULT            PIC X(01).
003700         88  SGN-CTL-NOT-RUN                  VALUE SPACE.
003800         88  SGN-CTL-BALANCED                 VALUE 'B'.
003900         88  SGN-CTL-OUT-OF-BALANCE           VALUE 'O'.
004000     05  SGN-CTL-DATE              PIC 9(08).
004100     05  SGN-CTL-TIME              PIC 9(06).
004200     05  SGN-FAILED-CHECK          PIC X(04).
004300         88  SGN-NONE-FAILED                  VALUE SPACES.
004400         88  SGN-RECN-FAILED                  VALUE 'RECN'.
004500         88  SGN-CTL-FAILED                   VALUE 'CTL '.
004600         88  SGN-BOTH-FAILED                  VALUE 'BOTH'.
004700     05  SGN-DECISION              PIC X(01).
004800         88  SGN-NO-DECISION                  VALUE SPACE.
004900         88  SGN-APPROVED                     VALUE 'A'.
005000         88  SGN-REJECTED                     VALUE 'R'.
005100     05  SGN-REVIEWER-ID           PIC X(08).
005200     05  SGN-REASON-CODE           PIC X(03).
005300         88  SGN-REASON-VALID                 VALUE 'CUT'
005400                                                    'KNW'
005500                                                    'MAN'
005600                                                    'RRN'
005700                                                    'OTH'.
005800     05  SGN-JUSTIFICATION         PIC X(60).
005900     05  SGN-DECISION-DATE         PIC 9(08).
006000     05  SGN-DECISION-TIME         PIC 9(06).
006100     05  SGN-RELEASE-FLAG          PIC X(01).
006200         88  SGN-NOT-RELEASED                 VALUE SPACE.
006300         88  SGN-RELEASED                     VALUE 'Y'.
006400     05  SGN-RELEASE-BASIS         PIC X(01).
006500         88  SGN-RELEASED-BALANCED            VALUE 'B'.
006600         88  SGN-RELEASED-APPROVED            VALUE 'A'.
006700     05  SGN-RELEASE-DATE          PIC 9(08).
006800     05  SGN-RELEASE-TIME          PIC 9(06).
006900     05  FILLER                    PIC X(56).
