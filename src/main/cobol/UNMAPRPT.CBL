000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  UNMAPRPT.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : UNMAPRPT
000900* PURPOSE  : MORNING SUMMARY OF THE VALUES PROG3 COULD NOT FIND
001000*            IN THE TRANSLATION TABLE.  READS THE UNMPFILE
001100*            GENERATIONS (CONCATENATED ON THE UNMPFILE DD - SEE
001200*            UNMPREC) AND PRINTS ONE LINE PER DISTINCT VALUE:
001300*            HOW MANY TIMES IT MISSED, THE FIRST AND LAST NIGHT
001400*            IT WAS SEEN, AND WHICH SOURCE SYSTEMS SENT IT.
001500*
001600*            FOR EVERY VALUE THAT IS STILL NOT ON THE CURRENT
001700*            TRNSTBL, A DRAFT TBLMAINT ADD CARD (TBLTRANS
001800*            FORMAT, SEE TBLTRREC) IS PUNCHED TO CARDOUT WITH
001900*            THE TO-VALUE LEFT BLANK AND NO EFFECTIVE DATE.
002000*            THE DATA DESK FILLS IN THE MAPPINGS, DROPS THE
002100*            CARDS IT DOES NOT WANT, AND RUNS THE DECK THROUGH
002200*            TBLMAINJ (MODE=UPDATE).  TBLMAINT REJECTS A DRAFT
002300*            CARD LEFT WITH A BLANK TO-VALUE.  A VALUE THAT HAS
002400*            BEEN MAPPED SINCE IT MISSED IS STILL REPORTED BUT
002500*            NOT PUNCHED.
002600*
002700*            THE INPUT GENERATIONS ARRIVE NEWEST FIRST, SO THE
002800*            FIRST/LAST NIGHTS ARE THE LOWEST AND HIGHEST RUN
002900*            DATES SEEN, NOT THE FIRST AND LAST RECORDS READ.
003000*
003100*            RETURN CODES:
003200*              0 - SUMMARY PRINTED (CARDS MAY OR MAY NOT HAVE
003300*                  BEEN PUNCHED)
003400*              4 - NO UNMAPPED VALUES TO REPORT, OR MORE
003500*                  DISTINCT VALUES THAN THE SUMMARY TABLE HOLDS
003600*                  (THE EXTRA VALUES ARE COUNTED, NOT LISTED)
003700*
003800* MODIFICATION HISTORY
003900* ---------------------------------------------------------------
004000* DATE       INIT  DESCRIPTION
004100* ---------------------------------------------------------------
004200* 2026-10-15 JDM   ORIGINAL PROGRAM.
004220* 2026-10-15 JDM   TRNSTBL IS NOW A KSDS KEYED ON THE FROM-VALUE;
004240*                  IT IS STILL READ THROUGH IN KEY ORDER.
004260* 2026-10-15 JDM   VALUE LOOKUP KEYED ON SEARCH-VALUE; THE
004270*                  UNMPFILE RECORD AREA IS NO LONGER USED AFTER
004280*                  THE FILE IS CLOSED.
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL UNMAPPED-FILE ASSIGN TO UNMPFILE
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL TABLE-FILE ASSIGN TO TRNSTBL
005000         ORGANIZATION IS INDEXED
005020         ACCESS MODE IS SEQUENTIAL
005040         RECORD KEY IS TBL-FROM-VALUE.
005100     SELECT CARD-FILE ASSIGN TO CARDOUT
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT REPORT-FILE ASSIGN TO RPTFILE
005400         ORGANIZATION IS SEQUENTIAL.

005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  UNMAPPED-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  UNMAPPED-RECORD.
006100     COPY UNMPREC.

006200 FD  TABLE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  TABLE-RECORD.
006600     COPY TRNTBREC.

006700 FD  CARD-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  CARD-RECORD.
007100     COPY TBLTRREC.

007200 FD  REPORT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  REPORT-RECORD                 PIC X(132).

007600 WORKING-STORAGE SECTION.
007700 77  UNMAPPED-READ-COUNT       PIC 9(07) VALUE ZERO.
007800 77  VALUE-COUNT               PIC 9(03) VALUE ZERO.
007900 77  VALUE-SUB                 PIC 9(03) VALUE ZERO.
008000 77  VALUE-MAX                 PIC 9(03) VALUE 500.
008100 77  SOURCE-SUB                PIC 9(01) VALUE ZERO.
008200 77  DROPPED-COUNT             PIC 9(07) VALUE ZERO.
008300 77  MAPPED-COUNT              PIC 9(03) VALUE ZERO.
008400 77  CARD-COUNT                PIC 9(03) VALUE ZERO.
008450 77  SEARCH-VALUE              PIC X(80) VALUE SPACES.

008500 01  PROGRAM-SWITCHES.
008600     05  UNMP-EOF-SWITCH       PIC X(01)  VALUE 'N'.
008700         88  UNMP-EOF                     VALUE 'Y'.
008800         88  UNMP-NOT-EOF                 VALUE 'N'.
008900     05  TABLE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
009000         88  TABLE-EOF                    VALUE 'Y'.
009100         88  TABLE-NOT-EOF                VALUE 'N'.
009200     05  VALUE-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
009300         88  VALUE-FOUND                  VALUE 'Y'.
009400         88  VALUE-NOT-FOUND              VALUE 'N'.
009500     05  SOURCE-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
009600         88  SOURCE-FOUND                 VALUE 'Y'.
009700         88  SOURCE-NOT-FOUND             VALUE 'N'.

      *****************************************************************
      * UNMAPPED-VALUE-TABLE - ONE ENTRY PER DISTINCT VALUE THAT
      * MISSED THE TRANSLATION TABLE: OCCURRENCES, LOWEST AND
      * HIGHEST RUN DATE, UP TO FIVE SOURCE SYSTEMS (UVT-MORE-
      * SOURCES FLAGS A SIXTH OR LATER), AND WHETHER THE CURRENT
      * TRNSTBL HAS SINCE MAPPED IT.
      *****************************************************************
009800 01  UNMAPPED-VALUE-TABLE.
009900     05  UVT-ENTRY OCCURS 500 TIMES.
010000         10  UVT-VALUE         PIC X(80).
010100         10  UVT-COUNT         PIC 9(05).
010200         10  UVT-FIRST-DATE    PIC 9(08).
010300         10  UVT-LAST-DATE     PIC 9(08).
010400         10  UVT-SOURCE-COUNT  PIC 9(01).
010500         10  UVT-SOURCE-SYS    PIC X(08) OCCURS 5 TIMES.
010600         10  UVT-MORE-SOURCES  PIC X(01).
010700             88  UVT-MORE-THAN-FIVE       VALUE 'Y'.
010800         10  UVT-MAPPED-FLAG   PIC X(01).
010900             88  UVT-NOW-MAPPED           VALUE 'Y'.
011000             88  UVT-STILL-UNMAPPED       VALUE 'N'.

011100 01  VALUE-LINE-WORK.
011200     05  VLW-COUNT             PIC 9(05).
011300     05  FILLER                PIC X(01) VALUE SPACE.
011400     05  VLW-FIRST-DATE        PIC 9(08).
011500     05  FILLER                PIC X(01) VALUE SPACE.
011600     05  VLW-LAST-DATE         PIC 9(08).
011700     05  FILLER                PIC X(01) VALUE SPACE.
011800     05  VLW-SOURCES.
011900         10  VLW-SOURCE-SYS    PIC X(09) OCCURS 5 TIMES.
012000     05  VLW-MORE              PIC X(01).
012100     05  FILLER                PIC X(01) VALUE SPACE.
012200     05  VLW-DISPOSITION       PIC X(06).
012300     05  FILLER                PIC X(01) VALUE SPACE.
012400     05  VLW-VALUE             PIC X(54).

012500 01  TOTAL-LINE-WORK.
012600     05  TLW-LABEL             PIC X(30).
012700     05  TLW-COUNT             PIC 9(07).
012800     05  FILLER                PIC X(95) VALUE SPACES.

012900 PROCEDURE DIVISION.

      *****************************************************************
      * 0000-MAINLINE - GATHER THE UNMAPPED VALUES, MARK THE ONES
      * THE CURRENT TABLE HAS MAPPED SINCE, THEN PRINT ONE LINE PER
      * VALUE AND PUNCH THE DRAFT ADD CARDS.  RETURN-CODE 4 WHEN
      * THERE WAS NOTHING TO REPORT OR THE SUMMARY TABLE FILLED.
      *****************************************************************
013000 0000-MAINLINE.
013100     OPEN INPUT UNMAPPED-FILE
013200     PERFORM 1000-LOAD-UNMAPPED-REC
013300         THRU 1000-LOAD-UNMAPPED-REC-EXIT
013400         UNTIL UNMP-EOF
013500     CLOSE UNMAPPED-FILE
013600     OPEN INPUT TABLE-FILE
013700     PERFORM 2000-CHECK-TABLE-REC
013800         THRU 2000-CHECK-TABLE-REC-EXIT
013900         UNTIL TABLE-EOF
014000     CLOSE TABLE-FILE
014100     OPEN OUTPUT REPORT-FILE
014200     OPEN OUTPUT CARD-FILE
014300     MOVE SPACES TO REPORT-RECORD
014400     MOVE 'ALPHA UNMAPPED TRANSLATION VALUES SUMMARY'
014500         TO REPORT-RECORD
014600     WRITE REPORT-RECORD
014700     MOVE SPACES TO REPORT-RECORD
014800     MOVE 'COUNT FIRST    LAST     SOURCE SYSTEMS'
014900         TO REPORT-RECORD (1:38)
015000     MOVE 'CARD   VALUE' TO REPORT-RECORD (71:12)
015100     WRITE REPORT-RECORD
015200     MOVE ZERO TO VALUE-SUB
015300     PERFORM 3000-REPORT-VALUE
015400         THRU 3000-REPORT-VALUE-EXIT
015500         UNTIL VALUE-SUB NOT < VALUE-COUNT
015600     PERFORM 8000-PRINT-TOTALS
015700         THRU 8000-PRINT-TOTALS-EXIT
015800     CLOSE CARD-FILE
015900     CLOSE REPORT-FILE
016000     EVALUATE TRUE
016100     WHEN VALUE-COUNT = ZERO
016200         DISPLAY 'UNMP0000W - NO UNMAPPED VALUES TO REPORT'
016300         MOVE 4 TO RETURN-CODE
016400     WHEN DROPPED-COUNT > ZERO
016500         DISPLAY 'UNMP0000W - SUMMARY TABLE FULL AT '
016600             VALUE-MAX ' VALUES, ' DROPPED-COUNT
016700             ' OCCURRENCE(S) NOT LISTED'
016800         MOVE 4 TO RETURN-CODE
016900     WHEN OTHER
017000         DISPLAY 'UNMP0000I - ' VALUE-COUNT
017100             ' UNMAPPED VALUE(S), ' CARD-COUNT
017200             ' DRAFT ADD CARD(S) PUNCHED'
017300         MOVE ZERO TO RETURN-CODE
017400     END-EVALUATE
017500     GOBACK
017600     .

      *****************************************************************
      * 1000-LOAD-UNMAPPED-REC - FOLDS ONE UNMPFILE RECORD INTO THE
      * SUMMARY TABLE: A NEW VALUE OPENS AN ENTRY, A KNOWN ONE IS
      * COUNTED AND ITS DATE RANGE AND SOURCE LIST WIDENED.  A
      * VALUE ARRIVING AFTER THE TABLE IS FULL IS COUNTED AS
      * DROPPED SO THE SHORTFALL SHOWS ON THE REPORT.
      *****************************************************************
017700 1000-LOAD-UNMAPPED-REC.
017800     READ UNMAPPED-FILE
017900         AT END
018000             SET UNMP-EOF TO TRUE
018100             GO TO 1000-LOAD-UNMAPPED-REC-EXIT
018200     END-READ
018300     ADD 1 TO UNMAPPED-READ-COUNT
018350     MOVE UNMP-VALUE TO SEARCH-VALUE
018400     PERFORM 1100-LOCATE-VALUE
018500         THRU 1100-LOCATE-VALUE-EXIT
018600     IF VALUE-NOT-FOUND
018700         IF VALUE-COUNT NOT < VALUE-MAX
018800             ADD 1 TO DROPPED-COUNT
018900             GO TO 1000-LOAD-UNMAPPED-REC-EXIT
019000         END-IF
019100         ADD 1 TO VALUE-COUNT
019200         MOVE VALUE-COUNT TO VALUE-SUB
019300         MOVE UNMP-VALUE    TO UVT-VALUE (VALUE-SUB)
019400         MOVE ZERO          TO UVT-COUNT (VALUE-SUB)
019500         MOVE UNMP-RUN-DATE TO UVT-FIRST-DATE (VALUE-SUB)
019600         MOVE UNMP-RUN-DATE TO UVT-LAST-DATE (VALUE-SUB)
019700         MOVE ZERO          TO UVT-SOURCE-COUNT (VALUE-SUB)
019800         MOVE 'N'           TO UVT-MORE-SOURCES (VALUE-SUB)
019900         SET UVT-STILL-UNMAPPED (VALUE-SUB) TO TRUE
020000     END-IF
020100     ADD 1 TO UVT-COUNT (VALUE-SUB)
020200     IF UNMP-RUN-DATE < UVT-FIRST-DATE (VALUE-SUB)
020300         MOVE UNMP-RUN-DATE TO UVT-FIRST-DATE (VALUE-SUB)
020400     END-IF
020500     IF UNMP-RUN-DATE > UVT-LAST-DATE (VALUE-SUB)
020600         MOVE UNMP-RUN-DATE TO UVT-LAST-DATE (VALUE-SUB)
020700     END-IF
020800     PERFORM 1200-NOTE-SOURCE
020900         THRU 1200-NOTE-SOURCE-EXIT
021000     .
021100 1000-LOAD-UNMAPPED-REC-EXIT.
021200     EXIT.

      *****************************************************************
      * 1100-LOCATE-VALUE - FINDS THE SUMMARY ENTRY FOR SEARCH-VALUE.
      * VALUE-SUB POINTS AT IT WHEN FOUND.
      *****************************************************************
021300 1100-LOCATE-VALUE.
021400     SET VALUE-NOT-FOUND TO TRUE
021500     MOVE ZERO TO VALUE-SUB
021600     PERFORM 1150-SCAN-VALUE THRU 1150-SCAN-VALUE-EXIT
021700         UNTIL VALUE-FOUND OR VALUE-SUB NOT < VALUE-COUNT
021800     .
021900 1100-LOCATE-VALUE-EXIT.
022000     EXIT.

022100 1150-SCAN-VALUE.
022200     ADD 1 TO VALUE-SUB
022300     IF UVT-VALUE (VALUE-SUB) = SEARCH-VALUE
022400         SET VALUE-FOUND TO TRUE
022500     END-IF
022600     .
022700 1150-SCAN-VALUE-EXIT.
022800     EXIT.

      *****************************************************************
      * 1200-NOTE-SOURCE - ADDS THE RECORD'S SOURCE SYSTEM TO THE
      * VALUE'S SOURCE LIST IF IT IS NOT ALREADY THERE.  ONLY FIVE
      * ARE KEPT; A SIXTH SETS THE MORE-SOURCES FLAG, SHOWN AS A '+'
      * ON THE REPORT LINE.
      *****************************************************************
022900 1200-NOTE-SOURCE.
023000     SET SOURCE-NOT-FOUND TO TRUE
023100     MOVE ZERO TO SOURCE-SUB
023200     PERFORM 1250-SCAN-SOURCE THRU 1250-SCAN-SOURCE-EXIT
023300         UNTIL SOURCE-FOUND
023400            OR SOURCE-SUB NOT < UVT-SOURCE-COUNT (VALUE-SUB)
023500     IF SOURCE-FOUND
023600         GO TO 1200-NOTE-SOURCE-EXIT
023700     END-IF
023800     IF UVT-SOURCE-COUNT (VALUE-SUB) < 5
023900         ADD 1 TO UVT-SOURCE-COUNT (VALUE-SUB)
024000         MOVE UVT-SOURCE-COUNT (VALUE-SUB) TO SOURCE-SUB
024100         MOVE UNMP-SOURCE-SYS
024200             TO UVT-SOURCE-SYS (VALUE-SUB, SOURCE-SUB)
024300     ELSE
024400         SET UVT-MORE-THAN-FIVE (VALUE-SUB) TO TRUE
024500     END-IF
024600     .
024700 1200-NOTE-SOURCE-EXIT.
024800     EXIT.

024900 1250-SCAN-SOURCE.
025000     ADD 1 TO SOURCE-SUB
025100     IF UVT-SOURCE-SYS (VALUE-SUB, SOURCE-SUB) = UNMP-SOURCE-SYS
025200         SET SOURCE-FOUND TO TRUE
025300     END-IF
025400     .
025500 1250-SCAN-SOURCE-EXIT.
025600     EXIT.

      *****************************************************************
      * 2000-CHECK-TABLE-REC - READS THE CURRENT TRNSTBL AND MARKS
      * EVERY SUMMARY VALUE IT NOW MAPS, SO A MAPPING THE DESK HAS
      * ALREADY ADDED IS NOT PUNCHED AGAIN.  AN ABSENT TABLE MARKS
      * NOTHING.
      *****************************************************************
025700 2000-CHECK-TABLE-REC.
025800     READ TABLE-FILE
025900         AT END
026000             SET TABLE-EOF TO TRUE
026100             GO TO 2000-CHECK-TABLE-REC-EXIT
026200     END-READ
026300     MOVE TBL-FROM-VALUE TO SEARCH-VALUE
026400     PERFORM 1100-LOCATE-VALUE
026500         THRU 1100-LOCATE-VALUE-EXIT
026600     IF VALUE-FOUND AND UVT-STILL-UNMAPPED (VALUE-SUB)
026700         SET UVT-NOW-MAPPED (VALUE-SUB) TO TRUE
026800         ADD 1 TO MAPPED-COUNT
026900     END-IF
027000     .
027100 2000-CHECK-TABLE-REC-EXIT.
027200     EXIT.

      *****************************************************************
      * 3000-REPORT-VALUE - ONE REPORT LINE PER SUMMARY VALUE, AND A
      * DRAFT ADD CARD (TO-VALUE BLANK, IMMEDIATE) FOR EVERY VALUE
      * THE CURRENT TABLE STILL DOES NOT MAP.
      *****************************************************************
027300 3000-REPORT-VALUE.
027400     ADD 1 TO VALUE-SUB
027500     MOVE SPACES TO VALUE-LINE-WORK
027600     MOVE UVT-COUNT (VALUE-SUB)      TO VLW-COUNT
027700     MOVE UVT-FIRST-DATE (VALUE-SUB) TO VLW-FIRST-DATE
027800     MOVE UVT-LAST-DATE (VALUE-SUB)  TO VLW-LAST-DATE
027900     MOVE ZERO TO SOURCE-SUB
028000     PERFORM 3100-LIST-SOURCE THRU 3100-LIST-SOURCE-EXIT
028100         UNTIL SOURCE-SUB NOT < UVT-SOURCE-COUNT (VALUE-SUB)
028200     IF UVT-MORE-THAN-FIVE (VALUE-SUB)
028300         MOVE '+' TO VLW-MORE
028400     END-IF
028500     MOVE UVT-VALUE (VALUE-SUB) TO VLW-VALUE
028600     IF UVT-NOW-MAPPED (VALUE-SUB)
028700         MOVE 'MAPPED' TO VLW-DISPOSITION
028800     ELSE
028900         MOVE 'ADD' TO VLW-DISPOSITION
029000         PERFORM 3200-PUNCH-ADD-CARD
029100             THRU 3200-PUNCH-ADD-CARD-EXIT
029200     END-IF
029300     MOVE SPACES TO REPORT-RECORD
029400     MOVE VALUE-LINE-WORK TO REPORT-RECORD
029500     WRITE REPORT-RECORD
029600     .
029700 3000-REPORT-VALUE-EXIT.
029800     EXIT.

029900 3100-LIST-SOURCE.
030000     ADD 1 TO SOURCE-SUB
030100     MOVE UVT-SOURCE-SYS (VALUE-SUB, SOURCE-SUB)
030200         TO VLW-SOURCE-SYS (SOURCE-SUB)
030300     .
030400 3100-LIST-SOURCE-EXIT.
030500     EXIT.

030600 3200-PUNCH-ADD-CARD.
030700     MOVE SPACES TO CARD-RECORD
030800     SET TBT-ADD-ACTION TO TRUE
030900     MOVE UVT-VALUE (VALUE-SUB) TO TBT-FROM-VALUE
031000     WRITE CARD-RECORD
031100     ADD 1 TO CARD-COUNT
031200     .
031300 3200-PUNCH-ADD-CARD-EXIT.
031400     EXIT.

031500 8000-PRINT-TOTALS.
031600     MOVE SPACES TO REPORT-RECORD
031700     WRITE REPORT-RECORD
031800     MOVE SPACES TO TOTAL-LINE-WORK
031900     MOVE 'UNMAPPED OCCURRENCES READ:' TO TLW-LABEL
032000     MOVE UNMAPPED-READ-COUNT TO TLW-COUNT
032100     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
032200     WRITE REPORT-RECORD
032300     MOVE SPACES TO TOTAL-LINE-WORK
032400     MOVE 'DISTINCT VALUES LISTED:' TO TLW-LABEL
032500     MOVE VALUE-COUNT TO TLW-COUNT
032600     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
032700     WRITE REPORT-RECORD
032800     MOVE SPACES TO TOTAL-LINE-WORK
032900     MOVE 'ALREADY MAPPED ON TRNSTBL:' TO TLW-LABEL
033000     MOVE MAPPED-COUNT TO TLW-COUNT
033100     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
033200     WRITE REPORT-RECORD
033300     MOVE SPACES TO TOTAL-LINE-WORK
033400     MOVE 'DRAFT ADD CARDS PUNCHED:' TO TLW-LABEL
033500     MOVE CARD-COUNT TO TLW-COUNT
033600     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
033700     WRITE REPORT-RECORD
033800     IF DROPPED-COUNT > ZERO
033900         MOVE SPACES TO TOTAL-LINE-WORK
034000         MOVE 'OCCURRENCES NOT LISTED:' TO TLW-LABEL
034100         MOVE DROPPED-COUNT TO TLW-COUNT
034200         MOVE TOTAL-LINE-WORK TO REPORT-RECORD
034300         WRITE REPORT-RECORD
034400     END-IF
034500     .
034600 8000-PRINT-TOTALS-EXIT.
034700     EXIT.
