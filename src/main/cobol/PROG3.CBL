002000*              8 - ONE OR MORE VALUES NOT IN THE TABLE (PASSED
002100*                  THROUGH UNCHANGED)
002200*
002210*            EACH VALUE NOT IN THE TABLE IS ALSO FLAGGED IN
002220*            PROG3-NOTFOUND-FLAGS SO THE CALLER CAN CAPTURE
002230*            EXACTLY WHICH VALUE MISSED.
002240*
002300*            THE TABLE IS A VSAM KSDS KEYED ON THE FROM-VALUE.
002400*            IT IS OPENED ON THE FIRST CALL OF THE RUN AND HELD
002420*            OPEN FOR THE CALLS THAT FOLLOW; EACH VALUE IS A
002440*            KEYED READ, SO THE TABLE HAS NO ENTRY LIMIT.  THE
002460*            ENTRIES ON FILE ARE COUNTED AT OPEN AND RETURNED
002480*            IN PROG3-TABLE-INFO FOR THE CALLER'S RUN REPORT.
002500*
002600* MODIFICATION HISTORY
002700* ---------------------------------------------------------------
003410* 2026-09-02 JDM   TRNSTBL RECORD LAYOUT MOVED TO THE TRNTBREC
003420*                  COPYBOOK, SHARED WITH THE NEW TABLE
003430*                  MAINTENANCE PROGRAM TBLMAINT.
003440* 2026-10-15 JDM   RETURNS A NOT-FOUND FLAG PER VALUE
003450*                  (PROG3-NOTFOUND-FLAGS) SO ALPHA CAN WRITE
003460*                  THE MISSED VALUES TO ITS UNMAPPED-VALUES
003470*                  FILE FOR THE DATA DESK.
003475* 2026-10-15 JDM   TRNSTBL IS NOW A KSDS KEYED ON THE FROM-VALUE:
003480*                  EACH VALUE IS A KEYED READ INSTEAD OF A SCAN
003485*                  OF A 200-ENTRY IN-STORAGE TABLE, AND THE
003490*                  ENTRY COUNT GOES BACK IN PROG3-TABLE-INFO.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL TABLE-FILE ASSIGN TO TRNSTBL
004000         ORGANIZATION IS INDEXED
004020         ACCESS MODE IS DYNAMIC
004040         RECORD KEY IS TBL-FROM-VALUE
004060         FILE STATUS IS TABLE-STATUS.

004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TABLE-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  TABLE-RECORD.
004700     COPY TRNTBREC.

004900 WORKING-STORAGE SECTION.
005000 77  TABLE-COUNT               PIC 9(07) VALUE ZERO.
005100 77  TABLE-STATUS              PIC X(02) VALUE '00'.
005300 77  TRANSLATED-COUNT          PIC 9(01) VALUE ZERO.
005400 77  UNCHANGED-COUNT           PIC 9(01) VALUE ZERO.
005500 77  NOTFOUND-COUNT            PIC 9(01) VALUE ZERO.
005510 77  VALUE-NO                  PIC 9(01) VALUE ZERO.

005600 01  PROGRAM-SWITCHES.
005700     05  TABLE-LOADED-SWITCH   PIC X(01)  VALUE 'N'.
006000     05  TABLE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
006100         88  TABLE-EOF                    VALUE 'Y'.
006200         88  TABLE-NOT-EOF                VALUE 'N'.
006300     05  TABLE-AVAIL-SWITCH    PIC X(01)  VALUE 'N'.
006400         88  TABLE-AVAILABLE              VALUE 'Y'.
006500         88  TABLE-UNAVAILABLE            VALUE 'N'.
006600     05  VALUE-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
006700         88  VALUE-FOUND                  VALUE 'Y'.
006800         88  VALUE-NOT-FOUND              VALUE 'N'.
006900 01  TRANSLATE-WORK.
007000     05  TW-VALUE              PIC X(80).

007500 LINKAGE SECTION.
007600     COPY PROG3PARM.

007700 PROCEDURE DIVISION USING PROG3-VALUE-1
007800                          PROG3-VALUE-2
007900                          PROG3-VALUE-3
007950                          PROG3-NOTFOUND-FLAGS
007970                          PROG3-TABLE-INFO.

008000 0000-MAIN SECTION.
008100     IF TABLE-NOT-LOADED
008200         PERFORM 1000-OPEN-TABLE THRU 1000-OPEN-TABLE-EXIT
008300     END-IF
008400     MOVE ZERO TO TRANSLATED-COUNT
008500     MOVE ZERO TO UNCHANGED-COUNT
008600     MOVE ZERO TO NOTFOUND-COUNT
008650     MOVE 'NNN' TO PROG3-NOTFOUND-FLAGS
008660     MOVE 1 TO VALUE-NO
008700     MOVE PROG3-VALUE-1 TO TW-VALUE
008800     PERFORM 2000-TRANSLATE-VALUE
008900         THRU 2000-TRANSLATE-VALUE-EXIT
009000     MOVE TW-VALUE TO PROG3-VALUE-1
009050     MOVE 2 TO VALUE-NO
009100     MOVE PROG3-VALUE-2 TO TW-VALUE
009200     PERFORM 2000-TRANSLATE-VALUE
009300         THRU 2000-TRANSLATE-VALUE-EXIT
009400     MOVE TW-VALUE TO PROG3-VALUE-2
009450     MOVE 3 TO VALUE-NO
009500     MOVE PROG3-VALUE-3 TO TW-VALUE
009600     PERFORM 2000-TRANSLATE-VALUE
009700         THRU 2000-TRANSLATE-VALUE-EXIT
009800     MOVE TW-VALUE TO PROG3-VALUE-3
009810     IF TABLE-AVAILABLE
009820         SET PROG3-TABLE-OPEN TO TRUE
009830     ELSE
009840         SET PROG3-TABLE-ABSENT TO TRUE
009850     END-IF
009860     MOVE TABLE-COUNT TO PROG3-TABLE-SIZE
009900     IF NOTFOUND-COUNT > ZERO
010000         MOVE 8 TO RETURN-CODE
010100     ELSE
010900     .

      *****************************************************************
      * 1000-OPEN-TABLE - OPENS TRNSTBL ON THE FIRST CALL OF THE RUN
      * AND COUNTS THE ENTRIES ON FILE FOR THE CALLER'S REPORT.  THE
      * FILE STAYS OPEN FOR THE REST OF THE RUN UNIT.  AN ABSENT OR
      * EMPTY TABLE IS LOGGED AND EVERY VALUE THEN PASSES THROUGH
      * AS NOT-IN-TABLE.
      *****************************************************************
011000 1000-OPEN-TABLE.
011100     OPEN INPUT TABLE-FILE
011110     SET TABLE-LOADED TO TRUE
011120     IF TABLE-STATUS NOT = '00'
011130         SET TABLE-UNAVAILABLE TO TRUE
011140         DISPLAY 'PROG30000W - TRANSLATION TABLE MISSING (STATUS '
011150             TABLE-STATUS '), ALL VALUES WILL PASS THROUGH'
011160         GO TO 1000-OPEN-TABLE-EXIT
011170     END-IF
011180     SET TABLE-AVAILABLE TO TRUE
011200     SET TABLE-NOT-EOF TO TRUE
011300     PERFORM 1100-COUNT-TABLE-REC
011400         THRU 1100-COUNT-TABLE-REC-EXIT
011500         UNTIL TABLE-EOF
011800     IF TABLE-COUNT = ZERO
011900         DISPLAY 'PROG30000W - TRANSLATION TABLE EMPTY, '
012000             'ALL VALUES WILL PASS THROUGH'
012020     ELSE
012040         DISPLAY 'PROG30000I - TRANSLATION TABLE OPEN, '
012060             TABLE-COUNT ' ENTRIES'
012100     END-IF
012200     .
012300 1000-OPEN-TABLE-EXIT.
012400     EXIT.

012500 1100-COUNT-TABLE-REC.
012600     READ TABLE-FILE NEXT RECORD
012700         AT END
012800             SET TABLE-EOF TO TRUE
012900             GO TO 1100-COUNT-TABLE-REC-EXIT
013000     END-READ
013100     ADD 1 TO TABLE-COUNT
014200     .
014300 1100-COUNT-TABLE-REC-EXIT.
014400     EXIT.

      *****************************************************************
      * 2000-TRANSLATE-VALUE - TRANSLATES THE VALUE IN TW-VALUE
      * BY A KEYED READ OF THE TABLE, COUNTING IT AS TRANSLATED, PASSED
      * THROUGH UNCHANGED (IDENTITY MAPPING) OR NOT IN TABLE.  A
      * VALUE NOT IN THE TABLE IS FLAGGED UNDER VALUE-NO FOR THE
      * CALLER.
      *****************************************************************
014500 2000-TRANSLATE-VALUE.
014600     SET VALUE-NOT-FOUND TO TRUE
014620     IF TABLE-AVAILABLE
014640         MOVE TW-VALUE TO TBL-FROM-VALUE
014660         READ TABLE-FILE
014680             KEY IS TBL-FROM-VALUE
014700             INVALID KEY
014720                 SET VALUE-NOT-FOUND TO TRUE
014740             NOT INVALID KEY
014760                 SET VALUE-FOUND TO TRUE
014780         END-READ
014800     END-IF
015000     IF VALUE-NOT-FOUND
015100         ADD 1 TO NOTFOUND-COUNT
015150         SET PROG3-VALUE-NOT-FOUND (VALUE-NO) TO TRUE
015170         GO TO 2000-TRANSLATE-VALUE-EXIT
015200     END-IF
015210     IF TBL-TO-VALUE = TW-VALUE
015220         ADD 1 TO UNCHANGED-COUNT
015230     ELSE
015240         MOVE TBL-TO-VALUE TO TW-VALUE
015250         ADD 1 TO TRANSLATED-COUNT
015260     END-IF
015300     .
015400 2000-TRANSLATE-VALUE-EXIT.
015500     EXIT.
