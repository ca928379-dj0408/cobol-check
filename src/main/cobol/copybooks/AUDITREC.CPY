001400* 2026-09-02 JDM  ADDED AUDIT-SOURCE-SYS, THE SOURCE SYSTEM
001500*                 FROM THE TRANFILE BATCH HEADER, FOR THE
001600*                 PER-SOURCE VOLUME BREAKDOWN.
001610* 2026-10-15 JDM  ADDED AUDIT-RULE-ID, THE TRNRULES RULE (SEE
001620*                 TRNRLREC) THAT MADE THE TRANSITION.
001700***************************************************************
001800     05  AUDIT-DATE                PIC 9(08).
001900     05  AUDIT-TIME                PIC 9(08).
002700     05  AUDIT-AFTER-VALUE         PIC X(80).
002800     05  FILLER                    PIC X(01).
002900     05  AUDIT-SOURCE-SYS          PIC X(08).
003000     05  FILLER                    PIC X(01).
003100     05  AUDIT-RULE-ID             PIC X(08).
