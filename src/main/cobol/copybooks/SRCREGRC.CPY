000100***************************************************************
000200* SRCREGRC.CPY
000300*
000400* RECORD LAYOUT FOR THE ALPHA SOURCE-SYSTEM REGISTRY (SRCREG),
000500* A VSAM KSDS KEYED BY SREG-SOURCE-SYS - THE TRAN-HDR-SOURCE-
000600* SYS VALUE A SOURCE PUTS ON ITS TRANFILE BATCH HEADER.  ONE
000700* RECORD PER SOURCE SYSTEM WE EXPECT TO HEAR FROM: THE DAYS OF
000800* THE WEEK IT TRANSMITS (ONE 'Y'/'N' BYTE PER DAY, MONDAY
000900* FIRST), WHETHER ITS BATCH IS MANDATORY ON THOSE DAYS, AND
001000* WHO TO CALL WHEN IT DOES NOT ARRIVE.  MAINTAINED BY SRCMAINT
001100* (SRCMAINJ); READ BY ALPHA'S 0190-CHECK-SOURCE-REGISTRY,
001200* WHICH REPORTS A MANDATORY SOURCE THAT DID NOT TRANSMIT AND
001300* A BATCH HEADER FROM A SOURCE THAT IS NOT REGISTERED.  THE
001400* KEY-ZERO SEED RECORD DEFVSAM PRIMES THE CLUSTER WITH IS
001500* NEITHER EXPECTED NOR MANDATORY, SO IT NEVER FLAGS.
001600*
001700* 2026-10-15 JDM  ORIGINAL COPYBOOK.
001800***************************************************************
001900     05  SREG-SOURCE-SYS       PIC X(08).
002000     05  SREG-EXPECTED-DAYS.
002100         10  SREG-DAY-FLAG     PIC X(01) OCCURS 7 TIMES.
002200             88  SREG-EXPECTED-ON-DAY         VALUE 'Y'.
002300     05  SREG-MANDATORY-FLAG   PIC X(01).
002400         88  SREG-MANDATORY                   VALUE 'Y'.
002500         88  SREG-OPTIONAL                    VALUE 'N'.
002600     05  SREG-CONTACT-NAME     PIC X(30).
002700     05  SREG-LAST-MAINT-DATE  PIC 9(08).
002800     05  SREG-LAST-MAINT-OPER  PIC X(08).
002900     05  FILLER                PIC X(18).
