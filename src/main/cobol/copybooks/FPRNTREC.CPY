000100***************************************************************
000200* FPRNTREC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA TRANSACTION FINGERPRINT MASTER
000500* (DD FPRINT, PROD.ALPHA.FPRINT), A VSAM KSDS KEYED BY SOURCE
000600* SYSTEM PLUS THE VALUE-1/VALUE-2 CONTENT OF A DETAIL AS IT
000700* ARRIVED ON TRANFILE (COLS 1-168).  ONE RECORD PER DISTINCT
000800* DETAIL, HOLDING THE RUN DATE AND TRANSACTION SEQUENCE IT
000900* WAS FIRST SEEN ON.  A DETAIL WHOSE FINGERPRINT WAS FIRST
001000* SEEN ON AN EARLIER NIGHT INSIDE THE RETENTION WINDOW
001100* (DUPDAYS CONTROL CARD) IS A RETRANSMISSION AND IS DIVERTED
001200* TO DUPFILE INSTEAD OF BEING PROCESSED; THE LAST-SEEN DATE
001300* AND REPEAT COUNT SHOW HOW OFTEN THAT HAS HAPPENED.  A
001400* FINGERPRINT OLDER THAN THE WINDOW IS RESTARTED FROM THE
001500* NIGHT IT IS NEXT SEEN.  THE KEY '00000000' RECORD IS THE
001600* SEED DEFVSAM LOADS SO THE EMPTY CLUSTER CAN BE OPENED.
001700* SHARED BY ALPHA (READER/WRITER) AND THE HOUSEKEEPING
001800* PURGE PROGRAM FPRPURG.
001900*
002000* 2026-10-15 JDM  ORIGINAL COPYBOOK.
002100***************************************************************
002200     05  FPR-KEY.
002300         10  FPR-SOURCE-SYS    PIC X(08).
002400             88  FPR-SEED-RECORD          VALUE '00000000'.
002500         10  FPR-VALUE-1       PIC X(80).
002600         10  FPR-VALUE-2       PIC X(80).
002700     05  FILLER                PIC X(01).
002800     05  FPR-FIRST-RUN-DATE    PIC 9(08).
002900     05  FILLER                PIC X(01).
003000     05  FPR-FIRST-TRAN-SEQ    PIC 9(05).
003100     05  FILLER                PIC X(01).
003200     05  FPR-LAST-SEEN-DATE    PIC 9(08).
003300     05  FILLER                PIC X(01).
003400     05  FPR-REPEAT-COUNT      PIC 9(05).
003500     05  FILLER                PIC X(02).
