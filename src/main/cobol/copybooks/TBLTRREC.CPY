000100***************************************************************
000200* TBLTRREC.CPY
000300*
000400* RECORD LAYOUT FOR THE TRNSTBL MAINTENANCE TRANSACTION CARDS
000500* (TBLTRANS) APPLIED BY TBLMAINT IN MODE=UPDATE.  ACTION IS
000600* ADD, REP OR DEL; A BLANK OR ZERO EFFECTIVE DATE MEANS
000700* IMMEDIATE, A FUTURE ONE HOLDS THE CARD FOR A LATER RUN OF
000800* THE DECK.  SHARED BY TBLMAINT (READER) AND THE MORNING
000900* UNMAPPED-VALUES SUMMARY PROGRAM UNMAPRPT, WHICH PUNCHES
001000* DRAFT ADD CARDS WITH THE TO-VALUE LEFT BLANK FOR THE DATA
001100* DESK TO FILL IN.
001200*
001300* 2026-10-15 JDM  ORIGINAL COPYBOOK, PULLED OUT OF TBLMAINT'S
001400*                 FILE SECTION FOR THE NEW UNMAPRPT PROGRAM.
001500***************************************************************
001600     05  TBT-ACTION            PIC X(03).
001700         88  TBT-ADD-ACTION               VALUE 'ADD'.
001800         88  TBT-REP-ACTION               VALUE 'REP'.
001900         88  TBT-DEL-ACTION               VALUE 'DEL'.
002000     05  FILLER                PIC X(01).
002100     05  TBT-EFF-DATE          PIC X(08).
002200     05  FILLER                PIC X(01).
002300     05  TBT-FROM-VALUE        PIC X(80).
002400     05  TBT-TO-VALUE          PIC X(80).
