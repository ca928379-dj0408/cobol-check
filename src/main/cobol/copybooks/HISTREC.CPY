001200* 2026-08-13 JDM  ORIGINAL COPYBOOK.
001210* 2026-09-02 JDM  ADDED THE 'I' (DIED ON AN I/O ERROR)
001220*                 OUTCOME.
001230* 2026-10-15 JDM  ADDED THE 'X' (REJECTED AT SIGN-OFF, SEE
001240*                 SIGNREC) OUTCOME, SET BY ALPHREL.
001250* 2026-10-15 JDM  ADDED THE 'B' (BACKED OUT BY A RUNMODE=BACKOUT
001260*                 RUN OF ALPHA) OUTCOME.  A BACKED-OUT DATE MAY
001270*                 BE RERUN FRESH WITHOUT FORCE=Y.
001300***************************************************************
001400     05  HIST-RUN-DATE             PIC 9(08).
001500     05  HIST-LAST-CKPT-CODE       PIC 9(03).
001900         88  HIST-RUN-ABENDED                 VALUE 'Y'.
002000         88  HIST-RUN-REFUSED                 VALUE 'R'.
002010         88  HIST-RUN-IO-ERROR                VALUE 'I'.
002020         88  HIST-RUN-REJECTED                VALUE 'X'.
002030         88  HIST-RUN-BACKED-OUT              VALUE 'B'.
002100     05  HIST-FINAL-VALUE-1        PIC X(80).
002200     05  HIST-FINAL-VALUE-2        PIC X(80).
002300     05  HIST-FINAL-VALUE-3        PIC X(80).
