000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CHRGRPT.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : CHRGRPT
000900* PURPOSE  : MONTH-END CHARGEBACK OF THE ALPHA NIGHTLY RUN TO
001000*            THE SOURCE SYSTEMS THAT FEED IT.  READS THE
001100*            MONTH'S PER-SOURCE STATISTICS (SRCSTATS, SEE
001200*            SRCSTREC - THE GDG BASE, SORTED BY SOURCE, DATE,
001300*            STREAM, BATCH AND RUN STAMP IN THE STEP BEFORE)
001400*            AND FOR EACH SOURCE SYSTEM COUNTS THE NIGHTS IT
001500*            TRANSMITTED, THE DETAILS RECEIVED, PROCESSED,
001600*            BACKED OUT AND REJECTED TO SUSPENSE, AND THE
001700*            BATCHES REFUSED.  THOSE ARE PRICED AT THE RATE
001800*            TABLE FINANCE KEEPS ON CHGRATES (SEE CHGRTREC)
001900*            AND PRINTED AS ONE STATEMENT PER SOURCE ON
002000*            RPTFILE, AND WRITTEN TO THE LEDGER CHARGE FILE
002100*            CHGFILE (SEE CHGREC) WITH A TRAILER OF DEBIT AND
002200*            CREDIT TOTALS.
002300*
002400*            PARM='MONTH=YYYYMM' NAMES THE MONTH BILLED; WITH NO
002500*            PARM THE PREVIOUS CALENDAR MONTH IS BILLED.  ONLY
002600*            RECORDS FOR RUN DATES IN THAT MONTH ARE COUNTED,
002700*            ON SRCSTATS AND ON STATFILE ALIKE.
002800*
002900*            RECEIVED, BATCH AND REFUSED-BATCH COUNTS ARE TAKEN
003000*            ONCE PER NIGHT, STREAM AND BATCH (A RESTART RUN
003100*            SEES THE SAME BATCHES AGAIN); PROCESSED AND
003200*            REJECTED ARE SUMMED OVER EVERY RUN, AS STATREC
003300*            DOES.  A RECORD IDENTICAL TO THE ONE BEFORE IT -
003400*            A SPLIT NIGHT FORCED THROUGH ALPHMRG AGAIN - IS
003410*            NOT BILLED AGAIN.
003500*            THE SUSPENSE CORRECTION RUNS ARE BILLED UNDER
003600*            SOURCE 'SUSPENSE' AND BACK-OUTS OF UNTAGGED AUDIT
003700*            ENTRIES UNDER 'UNTAGGED'.
003800*
003900*            THE CONTROL TOTALS TIE EVERY IN-MONTH SRCSTATS
004000*            RECORD, COPIES INCLUDED, BACK TO THE MONTH'S
004100*            STATFILE RECORDS: DETAILS PROCESSED, BACKED OUT
004200*            AND REJECTED, AND BATCHES REFUSED.  DETAILS
004300*            RECEIVED ARE NOT TIED - STAT-TRAILER-COUNT COVERS
004400*            ONLY THE BATCHES THAT BALANCED.
004500*
004600*            RETURN CODES:
004700*              0  - STATEMENT AND CHARGE FILE WRITTEN, CONTROL
004800*                   TOTALS AGREE
004900*              4  - A CONTROL TOTAL DIFFERS, OR NOTHING TO BILL
005000*                   FOR THE MONTH
005100*              8  - A SOURCE HAD NO RATE CARD OF ITS OWN AND
005200*                   THERE WAS NO DEFAULT CARD; IT IS PRINTED
005300*                   BUT NOT CHARGED
005400*              16 - BAD PARM OR BAD RATE CARD; NOTHING WRITTEN
005500*
005600* MODIFICATION HISTORY
005700* ---------------------------------------------------------------
005800* DATE       INIT  DESCRIPTION
005900* ---------------------------------------------------------------
006000* 2026-10-15 JDM   ORIGINAL PROGRAM.
006100*****************************************************************
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT SRCSTAT-FILE ASSIGN TO SRCSTATS
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT STAT-FILE ASSIGN TO STATFILE
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT RATE-FILE ASSIGN TO CHGRATES
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT CHARGE-FILE ASSIGN TO CHGFILE
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT REPORT-FILE ASSIGN TO RPTFILE
007400         ORGANIZATION IS SEQUENTIAL.

007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  SRCSTAT-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  SRCSTAT-RECORD.
008100     COPY SRCSTREC.

008200 FD  STAT-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  STAT-RECORD.
008600     COPY STATREC.

008700 FD  RATE-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  RATE-CARD.
009100     COPY CHGRTREC.

009200 FD  CHARGE-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  CHARGE-RECORD.
009600     COPY CHGREC.

009700 FD  REPORT-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  REPORT-RECORD                 PIC X(132).

010100 WORKING-STORAGE SECTION.
010200 77  SRCSTAT-READ-COUNT        PIC 9(07) VALUE ZERO.
010300 77  SRCSTAT-OTHER-MONTH       PIC 9(07) VALUE ZERO.
010400 77  SRCSTAT-COPY-COUNT        PIC 9(07) VALUE ZERO.
010500 77  STAT-READ-COUNT           PIC 9(07) VALUE ZERO.
010600 77  STAT-OTHER-MONTH          PIC 9(07) VALUE ZERO.
010700 77  CARD-READ-COUNT           PIC 9(07) VALUE ZERO.
010800 77  RATE-COUNT                PIC 9(03) VALUE ZERO.
010900 77  RATE-SUB                  PIC 9(03) VALUE ZERO.
011000 77  RATE-MAX                  PIC 9(03) VALUE 200.
011100 77  PRICE-SUB                 PIC 9(03) VALUE ZERO.
011200 77  PRICE-DATE                PIC 9(08) VALUE ZERO.
011300 77  PRICE-KEY                 PIC X(08) VALUE SPACES.
011400 77  SOURCE-COUNT              PIC 9(07) VALUE ZERO.
011500 77  UNPRICED-COUNT            PIC 9(07) VALUE ZERO.
011600 77  CHARGE-COUNT              PIC 9(07) VALUE ZERO.
011700 77  LAST-NIGHT-DATE           PIC 9(08) VALUE ZERO.

011800 01  PARM-PARSE-WORK.
011900     05  PARM-KEYWORD          PIC X(08) VALUE SPACES.
012000     05  PARM-DIGITS           PIC X(08) VALUE SPACES.
012100     05  PARM-DIGIT-LEN        PIC 9(02) VALUE ZERO.

012200 01  PROGRAM-SWITCHES.
012300     05  SRCSTAT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
012400         88  SRCSTAT-EOF                  VALUE 'Y'.
012500         88  SRCSTAT-NOT-EOF              VALUE 'N'.
012600     05  STAT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
012700         88  STAT-EOF                     VALUE 'Y'.
012800         88  STAT-NOT-EOF                 VALUE 'N'.
012900     05  RATE-EOF-SWITCH       PIC X(01)  VALUE 'N'.
013000         88  RATE-EOF                     VALUE 'Y'.
013100         88  RATE-NOT-EOF                 VALUE 'N'.
013200     05  RATE-CARDS-SWITCH     PIC X(01)  VALUE 'Y'.
013300         88  RATE-CARDS-GOOD              VALUE 'Y'.
013400         88  RATE-CARDS-BAD               VALUE 'N'.
013500     05  SOURCE-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
013600         88  SOURCE-OPEN                  VALUE 'Y'.
013700         88  SOURCE-NOT-OPEN              VALUE 'N'.
013800     05  SOURCE-PRICED-SWITCH  PIC X(01)  VALUE 'N'.
013900         88  SOURCE-PRICED                VALUE 'Y'.
014000         88  SOURCE-NOT-PRICED            VALUE 'N'.
014100     05  TIE-SWITCH            PIC X(01)  VALUE 'Y'.
014200         88  TOTALS-AGREE                 VALUE 'Y'.
014300         88  TOTALS-DIFFER                VALUE 'N'.

      *****************************************************************
      * BILLING PERIOD - THE MONTH BILLED AND ITS FIRST AND LAST
      * DATES.  THE LAST DATE IS ALWAYS DAY 31: IT IS ONLY COMPARED
      * AGAINST, NEVER PRINTED AS A DATE.
      *****************************************************************
014400 01  RUN-DATE-WORK.
014500     05  RDW-YEAR              PIC 9(04).
014600     05  RDW-MONTH             PIC 9(02).
014700     05  RDW-DAY               PIC 9(02).
014800 01  RUN-DATE REDEFINES RUN-DATE-WORK PIC 9(08).

014900 01  BILL-MONTH-WORK.
015000     05  BMW-YEAR              PIC 9(04).
015100     05  BMW-MONTH             PIC 9(02).
015200 01  BILL-MONTH REDEFINES BILL-MONTH-WORK PIC 9(06).

015300 01  MONTH-START-WORK.
015400     05  MSW-MONTH             PIC 9(06).
015500     05  MSW-DAY               PIC 9(02) VALUE 01.
015600 01  MONTH-START-DATE REDEFINES MONTH-START-WORK PIC 9(08).

015700 01  MONTH-END-WORK.
015800     05  MEW-MONTH             PIC 9(06).
015900     05  MEW-DAY               PIC 9(02) VALUE 31.
016000 01  MONTH-END-DATE REDEFINES MONTH-END-WORK PIC 9(08).

      *****************************************************************
      * RATE-TABLE - EVERY CARD ON CHGRATES, IN THE ORDER READ.  A
      * SOURCE IS PRICED AT ITS OWN CARD WITH THE LATEST EFFECTIVE
      * DATE NOT AFTER THE MONTH END, ELSE AT THE 'DEFAULT' CARD
      * CHOSEN THE SAME WAY.
      *****************************************************************
016100 01  RATE-TABLE.
016200     05  RT-ENTRY OCCURS 200 TIMES.
016300         10  RT-SOURCE-SYS     PIC X(08).
016400         10  RT-EFFECTIVE-DATE PIC 9(08).
016500         10  RT-COST-CENTRE    PIC X(08).
016600         10  RT-NIGHT-RATE     PIC 9(05)V9(04).
016700         10  RT-RECEIVED-RATE  PIC 9(05)V9(04).
016800         10  RT-PROCESSED-RATE PIC 9(05)V9(04).
016900         10  RT-REJECTED-RATE  PIC 9(05)V9(04).
017000         10  RT-REFUSED-RATE   PIC 9(05)V9(04).

      *****************************************************************
      * SOURCE-ACCUMULATORS - THE SOURCE BEING BILLED.  GROUP-KEY
      * IS THE NIGHT, STREAM AND BATCH OF THE CURRENT RECORD;
      * LAST-GROUP-KEY THE LAST ONE WHOSE RECEIVED COUNT WAS TAKEN.
      * PREVIOUS-SRCSTAT-RECORD IS THE LAST RECORD BILLED, FOR
      * SPOTTING A RE-MERGED NIGHT'S EXACT COPIES.
      *****************************************************************
017100 01  SOURCE-ACCUMULATORS.
017200     05  SA-SOURCE-SYS         PIC X(08).
017300     05  SA-NIGHTS             PIC 9(07).
017400     05  SA-BATCHES            PIC 9(07).
017500     05  SA-RECEIVED           PIC 9(07).
017600     05  SA-PROCESSED          PIC 9(07).
017700     05  SA-BACKED-OUT         PIC 9(07).
017800     05  SA-REJECTED           PIC 9(07).
017900     05  SA-REFUSED            PIC 9(07).
018000     05  SA-DEBIT-TOTAL        PIC 9(11)V99.
018100     05  SA-CREDIT-TOTAL       PIC 9(11)V99.
018200     05  SA-NET-TOTAL          PIC 9(11)V99.

018300 01  GROUP-KEY.
018400     05  GK-RUN-DATE           PIC 9(08).
018500     05  GK-STREAM-NO          PIC 9(02).
018600     05  GK-BATCH-NO           PIC 9(03).
018700 01  LAST-GROUP-KEY            PIC X(13) VALUE SPACES.

018800 01  PREVIOUS-SRCSTAT-RECORD   PIC X(80) VALUE LOW-VALUES.

      *****************************************************************
      * MONTH-TOTALS - THE BILLED QUANTITIES AND AMOUNTS SUMMED OVER
      * EVERY SOURCE.  TIE-TOTALS - THE CONTROL TOTALS: EVERY
      * IN-MONTH SRCSTATS RECORD (TS-) AGAINST EVERY IN-MONTH
      * STATFILE RECORD (TF-).
      *****************************************************************
018900 01  MONTH-TOTALS.
019000     05  MT-BATCHES            PIC 9(07) VALUE ZERO.
019100     05  MT-RECEIVED           PIC 9(07) VALUE ZERO.
019200     05  MT-PROCESSED          PIC 9(07) VALUE ZERO.
019300     05  MT-BACKED-OUT         PIC 9(07) VALUE ZERO.
019400     05  MT-REJECTED           PIC 9(07) VALUE ZERO.
019500     05  MT-REFUSED            PIC 9(07) VALUE ZERO.
019600     05  MT-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
019700     05  MT-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.

019800 01  TIE-TOTALS.
019900     05  TS-PROCESSED          PIC 9(07) VALUE ZERO.
020000     05  TS-BACKED-OUT         PIC 9(07) VALUE ZERO.
020100     05  TS-REJECTED           PIC 9(07) VALUE ZERO.
020200     05  TS-REFUSED            PIC 9(07) VALUE ZERO.
020300     05  TF-RUNS               PIC 9(07) VALUE ZERO.
020400     05  TF-PROCESSED          PIC 9(07) VALUE ZERO.
020500     05  TF-BACKED-OUT         PIC 9(07) VALUE ZERO.
020600     05  TF-REJECTED           PIC 9(07) VALUE ZERO.
020700     05  TF-REFUSED            PIC 9(07) VALUE ZERO.

      *****************************************************************
      * ITEM-WORK - ONE CHARGE ITEM OF THE SOURCE BEING BILLED, SET
      * UP BY 5000-BILL-SOURCE AND PRICED BY 5100-CHARGE-ITEM.
      *****************************************************************
020800 01  ITEM-WORK.
020900     05  IW-ITEM-CODE          PIC X(08).
021000     05  IW-LABEL              PIC X(24).
021100     05  IW-QUANTITY           PIC 9(07).
021200     05  IW-RATE               PIC 9(05)V9(04).
021300     05  IW-AMOUNT             PIC 9(09)V99.
021400     05  IW-DR-CR              PIC X(01).
021500         88  IW-DEBIT                     VALUE 'D'.
021600         88  IW-CREDIT                    VALUE 'C'.

021700 01  HEADING-LINE-WORK.
021800     05  FILLER                PIC X(40)
021900         VALUE 'ALPHA MONTHLY CHARGEBACK STATEMENT'.
022000     05  FILLER                PIC X(07) VALUE 'MONTH: '.
022100     05  HLW-MONTH             PIC 9(06).
022200     05  FILLER                PIC X(04) VALUE SPACES.
022300     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
022400     05  HLW-RUN-DATE          PIC 9(08).
022500     05  FILLER                PIC X(57) VALUE SPACES.

022600 01  SOURCE-LINE-WORK.
022700     05  FILLER                PIC X(08) VALUE 'SOURCE: '.
022800     05  SLW-SOURCE-SYS        PIC X(08).
022900     05  FILLER                PIC X(16)
023000         VALUE '   COST CENTRE: '.
023100     05  SLW-COST-CENTRE       PIC X(08).
023200     05  FILLER                PIC X(14)
023300         VALUE '   RATE CARD: '.
023400     05  SLW-CARD-SOURCE       PIC X(08).
023500     05  FILLER                PIC X(11)
023600         VALUE ' EFFECTIVE '.
023700     05  SLW-CARD-DATE         PIC 9(08).
023800     05  FILLER                PIC X(51) VALUE SPACES.

023900 01  ITEM-LINE-WORK.
024000     05  FILLER                PIC X(02) VALUE SPACES.
024100     05  ILW-LABEL             PIC X(24).
024200     05  ILW-QUANTITY          PIC 9(07).
024300     05  FILLER                PIC X(03) VALUE SPACES.
024400     05  ILW-RATE              PIC ZZ,ZZ9.9999.
024500     05  FILLER                PIC X(03) VALUE SPACES.
024600     05  ILW-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024700     05  FILLER                PIC X(01) VALUE SPACE.
024800     05  ILW-DR-CR             PIC X(02).
024900     05  FILLER                PIC X(62) VALUE SPACES.

025000 01  TIE-LINE-WORK.
025100     05  TIL-LABEL             PIC X(30).
025200     05  TIL-SRCSTATS          PIC 9(07).
025300     05  FILLER                PIC X(03) VALUE SPACES.
025400     05  TIL-STATFILE          PIC 9(07).
025500     05  FILLER                PIC X(03) VALUE SPACES.
025600     05  TIL-RESULT            PIC X(06).
025700     05  FILLER                PIC X(76) VALUE SPACES.

025800 01  TOTAL-LINE-WORK.
025900     05  TLW-LABEL             PIC X(30).
026000     05  TLW-COUNT             PIC 9(07).
026100     05  FILLER                PIC X(95) VALUE SPACES.

026200 LINKAGE SECTION.
026300 01  CHARGE-PARM.
026400     05  CHARGE-PARM-LEN       PIC S9(4) COMP.
026500     05  CHARGE-PARM-TEXT      PIC X(20).

026600 PROCEDURE DIVISION USING CHARGE-PARM.

      *****************************************************************
      * 0000-MAINLINE - SETTLE THE MONTH AND LOAD THE RATE TABLE,
      * REFUSING THE RUN BEFORE ANY OUTPUT IS OPENED IF EITHER IS
      * BAD.  THEN SUM THE MONTH'S STATFILE RECORDS, BILL THE
      * SORTED SRCSTATS ONE SOURCE AT A TIME, AND CLOSE WITH THE
      * MONTH SUMMARY, THE CONTROL TOTALS AND THE LEDGER TRAILER.
      *****************************************************************
026700 0000-MAINLINE.
026800     ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
026900     PERFORM 0100-PARSE-PARM THRU 0100-PARSE-PARM-EXIT
027000     MOVE BILL-MONTH TO MSW-MONTH
027100     MOVE BILL-MONTH TO MEW-MONTH
027200     DISPLAY 'CHRG0000I - BILLING MONTH ' BILL-MONTH
027300     OPEN INPUT RATE-FILE
027400     PERFORM 1000-LOAD-RATE-CARD
027500         THRU 1000-LOAD-RATE-CARD-EXIT
027600         UNTIL RATE-EOF OR RATE-CARDS-BAD
027700     CLOSE RATE-FILE
027800     IF RATE-CARDS-BAD
027900         DISPLAY 'CHRG1000E - RUN REFUSED, NOTHING BILLED - '
028000             'CORRECT CHGRATES AND RESUBMIT'
028100         MOVE 16 TO RETURN-CODE
028200         GOBACK
028300     END-IF
028400     OPEN INPUT STAT-FILE
028500     PERFORM 2000-SUM-STAT-REC THRU 2000-SUM-STAT-REC-EXIT
028600         UNTIL STAT-EOF
028700     CLOSE STAT-FILE
028800     OPEN INPUT SRCSTAT-FILE
028900     OPEN OUTPUT REPORT-FILE
029000     OPEN OUTPUT CHARGE-FILE
029100     MOVE BILL-MONTH TO HLW-MONTH
029200     MOVE RUN-DATE   TO HLW-RUN-DATE
029300     MOVE HEADING-LINE-WORK TO REPORT-RECORD
029400     WRITE REPORT-RECORD
029500     MOVE SPACES TO CHARGE-RECORD
029600     SET CHG-HEADER-REC TO TRUE
029700     MOVE BILL-MONTH TO CHG-HDR-MONTH
029800     MOVE RUN-DATE   TO CHG-HDR-RUN-DATE
029900     MOVE 'ALPHA'    TO CHG-HDR-SYSTEM
030000     WRITE CHARGE-RECORD
030100     PERFORM 3000-BILL-SRCSTAT-REC
030200         THRU 3000-BILL-SRCSTAT-REC-EXIT
030300         UNTIL SRCSTAT-EOF
030400     IF SOURCE-OPEN
030500         PERFORM 5000-BILL-SOURCE THRU 5000-BILL-SOURCE-EXIT
030600     END-IF
030700     PERFORM 7000-PRINT-MONTH-SUMMARY
030800         THRU 7000-PRINT-MONTH-SUMMARY-EXIT
030900     PERFORM 7500-PRINT-CONTROL-TOTALS
031000         THRU 7500-PRINT-CONTROL-TOTALS-EXIT
031100     PERFORM 8000-PRINT-COUNTS THRU 8000-PRINT-COUNTS-EXIT
031200     MOVE SPACES TO CHARGE-RECORD
031300     SET CHG-TRAILER-REC TO TRUE
031400     MOVE CHARGE-COUNT    TO CHG-TRL-DETAIL-COUNT
031500     MOVE MT-DEBIT-TOTAL  TO CHG-TRL-DEBIT-TOTAL
031600     MOVE MT-CREDIT-TOTAL TO CHG-TRL-CREDIT-TOTAL
031700     WRITE CHARGE-RECORD
031800     CLOSE CHARGE-FILE
031900     CLOSE REPORT-FILE
032000     CLOSE SRCSTAT-FILE
032100     EVALUATE TRUE
032200     WHEN UNPRICED-COUNT > ZERO
032300         DISPLAY 'CHRG0000E - ' UNPRICED-COUNT
032400             ' SOURCE(S) WITH NO RATE CARD, NOT CHARGED'
032500         MOVE 8 TO RETURN-CODE
032600     WHEN SOURCE-COUNT = ZERO
032700         DISPLAY 'CHRG0000W - NOTHING TO BILL FOR ' BILL-MONTH
032800         MOVE 4 TO RETURN-CODE
032900     WHEN TOTALS-DIFFER
033000         DISPLAY 'CHRG0000W - CONTROL TOTALS DO NOT TIE TO '
033100             'STATFILE, SEE RPTFILE'
033200         MOVE 4 TO RETURN-CODE
033300     WHEN OTHER
033400         DISPLAY 'CHRG0000I - ' SOURCE-COUNT
033500             ' SOURCE(S) BILLED, ' CHARGE-COUNT
033600             ' CHARGE RECORD(S) WRITTEN'
033700         MOVE ZERO TO RETURN-CODE
033800     END-EVALUATE
033900     GOBACK
034000     .

      *****************************************************************
      * 0100-PARSE-PARM - PARM='MONTH=YYYYMM'.  NO PARM BILLS THE
      * MONTH BEFORE TODAY'S, THE USUAL MONTH-END CASE.  A PARM
      * THAT IS NOT A VALID MONTH REFUSES THE RUN - BILLING THE
      * WRONG MONTH IS WORSE THAN BILLING NONE.
      *****************************************************************
034100 0100-PARSE-PARM.
034200     IF CHARGE-PARM-LEN > ZERO
034300         UNSTRING CHARGE-PARM-TEXT
034400             DELIMITED BY '=' OR ALL SPACE
034500             INTO PARM-KEYWORD
034600                  PARM-DIGITS COUNT IN PARM-DIGIT-LEN
034700         END-UNSTRING
034800     ELSE
034900         IF RDW-MONTH = 1
035000             COMPUTE BMW-YEAR = RDW-YEAR - 1
035100             MOVE 12 TO BMW-MONTH
035200         ELSE
035300             MOVE RDW-YEAR TO BMW-YEAR
035400             COMPUTE BMW-MONTH = RDW-MONTH - 1
035500         END-IF
035600         DISPLAY 'CHRG0100W - NO PARM, PREVIOUS MONTH ASSUMED'
035700         GO TO 0100-PARSE-PARM-EXIT
035800     END-IF
035900     IF PARM-KEYWORD = 'MONTH'
036000        AND PARM-DIGIT-LEN = 6
036100        AND PARM-DIGITS (1:6) IS NUMERIC
036200         MOVE PARM-DIGITS (1:6) TO BILL-MONTH-WORK
036300         IF BMW-MONTH > ZERO AND BMW-MONTH < 13
036400             GO TO 0100-PARSE-PARM-EXIT
036500         END-IF
036600     END-IF
036700     DISPLAY 'CHRG0100E - PARM NOT MONTH=YYYYMM: '
036800         CHARGE-PARM-TEXT
036900     DISPLAY 'CHRG0100E - RUN REFUSED, NOTHING BILLED'
037000     MOVE 16 TO RETURN-CODE
037100     GOBACK
037200     .
037300 0100-PARSE-PARM-EXIT.
037400     EXIT.

      *****************************************************************
      * 1000-LOAD-RATE-CARD - TABLES ONE CHGRATES CARD.  A COMMENT
      * CARD ('*' IN COLUMN 1) OR A BLANK ONE IS PASSED OVER.  A
      * CARD WITH NO SOURCE, A NON-NUMERIC DATE OR RATE, THE SAME
      * SOURCE AND EFFECTIVE DATE AS AN EARLIER CARD, OR ONE CARD
      * TOO MANY FOR THE TABLE IS LOGGED AND MARKS THE DECK BAD.
      *****************************************************************
037500 1000-LOAD-RATE-CARD.
037600     READ RATE-FILE
037700         AT END
037800             SET RATE-EOF TO TRUE
037900             GO TO 1000-LOAD-RATE-CARD-EXIT
038000     END-READ
038100     ADD 1 TO CARD-READ-COUNT
038200     IF RATE-CARD (1:1) = '*' OR RATE-CARD = SPACES
038300         GO TO 1000-LOAD-RATE-CARD-EXIT
038400     END-IF
038500     IF CRT-SOURCE-SYS = SPACES
038600        OR CRT-EFFECTIVE-DATE IS NOT NUMERIC
038700        OR CRT-NIGHT-RATE IS NOT NUMERIC
038800        OR CRT-RECEIVED-RATE IS NOT NUMERIC
038900        OR CRT-PROCESSED-RATE IS NOT NUMERIC
039000        OR CRT-REJECTED-RATE IS NOT NUMERIC
039100        OR CRT-REFUSED-RATE IS NOT NUMERIC
039200         DISPLAY 'CHRG1000E - RATE CARD ' CARD-READ-COUNT
039300             ' NOT VALID: ' RATE-CARD
039400         SET RATE-CARDS-BAD TO TRUE
039500         GO TO 1000-LOAD-RATE-CARD-EXIT
039600     END-IF
039700     MOVE ZERO TO RATE-SUB
039800     PERFORM 1100-CHECK-DUPLICATE-CARD
039900         THRU 1100-CHECK-DUPLICATE-CARD-EXIT
040000         UNTIL RATE-SUB NOT < RATE-COUNT OR RATE-CARDS-BAD
040100     IF RATE-CARDS-BAD
040200         GO TO 1000-LOAD-RATE-CARD-EXIT
040300     END-IF
040400     IF RATE-COUNT NOT < RATE-MAX
040500         DISPLAY 'CHRG1000E - MORE THAN ' RATE-MAX
040600             ' RATE CARDS, CARD ' CARD-READ-COUNT ' NOT TABLED'
040700         SET RATE-CARDS-BAD TO TRUE
040800         GO TO 1000-LOAD-RATE-CARD-EXIT
040900     END-IF
041000     ADD 1 TO RATE-COUNT
041100     MOVE CRT-SOURCE-SYS     TO RT-SOURCE-SYS (RATE-COUNT)
041200     MOVE CRT-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE (RATE-COUNT)
041300     MOVE CRT-COST-CENTRE    TO RT-COST-CENTRE (RATE-COUNT)
041400     MOVE CRT-NIGHT-RATE     TO RT-NIGHT-RATE (RATE-COUNT)
041500     MOVE CRT-RECEIVED-RATE  TO RT-RECEIVED-RATE (RATE-COUNT)
041600     MOVE CRT-PROCESSED-RATE TO RT-PROCESSED-RATE (RATE-COUNT)
041700     MOVE CRT-REJECTED-RATE  TO RT-REJECTED-RATE (RATE-COUNT)
041800     MOVE CRT-REFUSED-RATE   TO RT-REFUSED-RATE (RATE-COUNT)
041900     .
042000 1000-LOAD-RATE-CARD-EXIT.
042100     EXIT.

042200 1100-CHECK-DUPLICATE-CARD.
042300     ADD 1 TO RATE-SUB
042400     IF RT-SOURCE-SYS (RATE-SUB) = CRT-SOURCE-SYS
042500        AND RT-EFFECTIVE-DATE (RATE-SUB) = CRT-EFFECTIVE-DATE
042600         DISPLAY 'CHRG1100E - RATE CARD ' CARD-READ-COUNT
042700             ' DUPLICATES AN EARLIER CARD FOR ' CRT-SOURCE-SYS
042800             ' EFFECTIVE ' CRT-EFFECTIVE-DATE
042900         SET RATE-CARDS-BAD TO TRUE
043000     END-IF
043100     .
043200 1100-CHECK-DUPLICATE-CARD-EXIT.
043300     EXIT.

      *****************************************************************
      * 2000-SUM-STAT-REC - ADDS ONE IN-MONTH STATFILE RECORD INTO
      * THE STATFILE SIDE OF THE CONTROL TOTALS.  A BACK-OUT RUN'S
      * PROCESSED COUNT IS THE DETAILS IT REVERSED, SO IT IS KEPT
      * APART FROM THE DETAILS PROCESSED.
      *****************************************************************
043400 2000-SUM-STAT-REC.
043500     READ STAT-FILE
043600         AT END
043700             SET STAT-EOF TO TRUE
043800             GO TO 2000-SUM-STAT-REC-EXIT
043900     END-READ
044000     ADD 1 TO STAT-READ-COUNT
044100     IF STAT-RUN-DATE < MONTH-START-DATE
044200        OR STAT-RUN-DATE > MONTH-END-DATE
044300         ADD 1 TO STAT-OTHER-MONTH
044400         GO TO 2000-SUM-STAT-REC-EXIT
044500     END-IF
044600     ADD 1 TO TF-RUNS
044700     IF STAT-BACKOUT-RUN
044800         ADD STAT-PROCESSED TO TF-BACKED-OUT
044900     ELSE
045000         ADD STAT-PROCESSED TO TF-PROCESSED
045100     END-IF
045200     ADD STAT-REJECTED TO TF-REJECTED
045300     IF STAT-REFUSED-BATCH-COUNT IS NUMERIC
045400         ADD STAT-REFUSED-BATCH-COUNT TO TF-REFUSED
045500     END-IF
045600     .
045700 2000-SUM-STAT-REC-EXIT.
045800     EXIT.

      *****************************************************************
      * 3000-BILL-SRCSTAT-REC - ONE SORTED SRCSTATS RECORD.  EVERY
      * IN-MONTH RECORD GOES INTO THE SRCSTATS SIDE OF THE CONTROL
      * TOTALS; AN EXACT COPY OF THE RECORD BEFORE IT IS THEN
      * DROPPED, AND THE REST ARE BILLED TO THEIR SOURCE.  A CHANGE
      * OF SOURCE BILLS THE ONE JUST FINISHED.
      *****************************************************************
045900 3000-BILL-SRCSTAT-REC.
046000     READ SRCSTAT-FILE
046100         AT END
046200             SET SRCSTAT-EOF TO TRUE
046300             GO TO 3000-BILL-SRCSTAT-REC-EXIT
046400     END-READ
046500     ADD 1 TO SRCSTAT-READ-COUNT
046600     IF SST-RUN-DATE < MONTH-START-DATE
046700        OR SST-RUN-DATE > MONTH-END-DATE
046800         ADD 1 TO SRCSTAT-OTHER-MONTH
046900         GO TO 3000-BILL-SRCSTAT-REC-EXIT
047000     END-IF
047100     IF SST-BACKOUT-RUN
047200         ADD SST-PROCESSED TO TS-BACKED-OUT
047300     ELSE
047400         ADD SST-PROCESSED TO TS-PROCESSED
047500     END-IF
047600     ADD SST-REJECTED TO TS-REJECTED
047700     IF SST-BATCH-REFUSED
047800         ADD 1 TO TS-REFUSED
047900     END-IF
048000     IF SRCSTAT-RECORD = PREVIOUS-SRCSTAT-RECORD
048100         ADD 1 TO SRCSTAT-COPY-COUNT
048200         GO TO 3000-BILL-SRCSTAT-REC-EXIT
048300     END-IF
048400     MOVE SRCSTAT-RECORD TO PREVIOUS-SRCSTAT-RECORD
048500     IF SOURCE-OPEN AND SST-SOURCE-SYS NOT = SA-SOURCE-SYS
048600         PERFORM 5000-BILL-SOURCE THRU 5000-BILL-SOURCE-EXIT
048700     END-IF
048800     IF SOURCE-NOT-OPEN
048900         PERFORM 3100-START-SOURCE THRU 3100-START-SOURCE-EXIT
049000     END-IF
049100     IF SST-BATCH-NO > ZERO
049200         IF SST-RUN-DATE NOT = LAST-NIGHT-DATE
049300             ADD 1 TO SA-NIGHTS
049400             MOVE SST-RUN-DATE TO LAST-NIGHT-DATE
049500         END-IF
049600         MOVE SST-RUN-DATE  TO GK-RUN-DATE
049700         MOVE SST-STREAM-NO TO GK-STREAM-NO
049800         MOVE SST-BATCH-NO  TO GK-BATCH-NO
049900         IF GROUP-KEY NOT = LAST-GROUP-KEY
050000             MOVE GROUP-KEY TO LAST-GROUP-KEY
050100             ADD 1 TO SA-BATCHES
050200             ADD SST-RECEIVED TO SA-RECEIVED
050300             IF SST-BATCH-REFUSED
050400                 ADD 1 TO SA-REFUSED
050500             END-IF
050600         END-IF
050700     END-IF
050800     IF SST-BACKOUT-RUN
050900         ADD SST-PROCESSED TO SA-BACKED-OUT
051000     ELSE
051100         ADD SST-PROCESSED TO SA-PROCESSED
051200     END-IF
051300     ADD SST-REJECTED TO SA-REJECTED
051400     .
051500 3000-BILL-SRCSTAT-REC-EXIT.
051600     EXIT.

051700 3100-START-SOURCE.
051800     MOVE ZERO TO SOURCE-ACCUMULATORS
051900     MOVE SST-SOURCE-SYS TO SA-SOURCE-SYS
052000     MOVE ZERO   TO LAST-NIGHT-DATE
052100     MOVE SPACES TO LAST-GROUP-KEY
052200     SET SOURCE-OPEN TO TRUE
052300     .
052400 3100-START-SOURCE-EXIT.
052500     EXIT.

      *****************************************************************
      * 4000-FIND-RATE - POINTS PRICE-SUB AT THE CARD THE SOURCE IS
      * PRICED AT: ITS OWN LATEST CARD EFFECTIVE BY THE MONTH END,
      * ELSE THE LATEST SUCH 'DEFAULT' CARD.  PRICE-SUB IS ZERO
      * WHEN THERE IS NEITHER.
      *****************************************************************
052600 4000-FIND-RATE.
052700     MOVE ZERO TO PRICE-SUB
052800     MOVE ZERO TO PRICE-DATE
052900     MOVE SA-SOURCE-SYS TO PRICE-KEY
053000     MOVE ZERO TO RATE-SUB
053100     PERFORM 4100-SCAN-RATE THRU 4100-SCAN-RATE-EXIT
053200         UNTIL RATE-SUB NOT < RATE-COUNT
053300     IF PRICE-SUB > ZERO
053400         GO TO 4000-FIND-RATE-EXIT
053500     END-IF
053600     MOVE 'DEFAULT' TO PRICE-KEY
053700     MOVE ZERO TO RATE-SUB
053800     PERFORM 4100-SCAN-RATE THRU 4100-SCAN-RATE-EXIT
053900         UNTIL RATE-SUB NOT < RATE-COUNT
054000     .
054100 4000-FIND-RATE-EXIT.
054200     EXIT.

054300 4100-SCAN-RATE.
054400     ADD 1 TO RATE-SUB
054500     IF RT-SOURCE-SYS (RATE-SUB) = PRICE-KEY
054600        AND RT-EFFECTIVE-DATE (RATE-SUB) NOT > MONTH-END-DATE
054700         IF PRICE-SUB = ZERO
054800            OR RT-EFFECTIVE-DATE (RATE-SUB) > PRICE-DATE
054900             MOVE RATE-SUB TO PRICE-SUB
055000             MOVE RT-EFFECTIVE-DATE (RATE-SUB) TO PRICE-DATE
055100         END-IF
055200     END-IF
055300     .
055400 4100-SCAN-RATE-EXIT.
055500     EXIT.

      *****************************************************************
      * 5000-BILL-SOURCE - PRINTS THE STATEMENT FOR THE SOURCE JUST
      * FINISHED AND WRITES ITS CHARGE RECORDS, ONE PER ITEM WITH A
      * QUANTITY.  A SOURCE WITH NO RATE CARD IS STILL PRINTED, AT
      * A ZERO RATE, BUT NOTHING IS WRITTEN FOR IT TO THE LEDGER.
      *****************************************************************
055600 5000-BILL-SOURCE.
055700     ADD 1 TO SOURCE-COUNT
055800     ADD SA-BATCHES    TO MT-BATCHES
055900     ADD SA-RECEIVED   TO MT-RECEIVED
056000     ADD SA-PROCESSED  TO MT-PROCESSED
056100     ADD SA-BACKED-OUT TO MT-BACKED-OUT
056200     ADD SA-REJECTED   TO MT-REJECTED
056300     ADD SA-REFUSED    TO MT-REFUSED
056400     PERFORM 4000-FIND-RATE THRU 4000-FIND-RATE-EXIT
056500     MOVE SPACES TO REPORT-RECORD
056600     WRITE REPORT-RECORD
056700     MOVE SA-SOURCE-SYS TO SLW-SOURCE-SYS
056800     IF PRICE-SUB > ZERO
056900         SET SOURCE-PRICED TO TRUE
057000         MOVE RT-COST-CENTRE (PRICE-SUB)    TO SLW-COST-CENTRE
057100         MOVE RT-SOURCE-SYS (PRICE-SUB)     TO SLW-CARD-SOURCE
057200         MOVE RT-EFFECTIVE-DATE (PRICE-SUB) TO SLW-CARD-DATE
057300     ELSE
057400         SET SOURCE-NOT-PRICED TO TRUE
057500         ADD 1 TO UNPRICED-COUNT
057600         MOVE SPACES    TO SLW-COST-CENTRE
057700         MOVE '*NONE*'  TO SLW-CARD-SOURCE
057800         MOVE ZERO      TO SLW-CARD-DATE
057900         DISPLAY 'CHRG5000E - NO RATE CARD FOR ' SA-SOURCE-SYS
058000             ' AND NO DEFAULT CARD, NOT CHARGED'
058100     END-IF
058200     MOVE SOURCE-LINE-WORK TO REPORT-RECORD
058300     WRITE REPORT-RECORD
058400     MOVE SPACES TO REPORT-RECORD
058500     MOVE 'ITEM'     TO REPORT-RECORD (3:4)
058600     MOVE 'QUANTITY' TO REPORT-RECORD (26:8)
058700     MOVE 'RATE'     TO REPORT-RECORD (44:4)
058800     MOVE 'AMOUNT'   TO REPORT-RECORD (62:6)
058900     WRITE REPORT-RECORD
059000     IF SOURCE-NOT-PRICED
059100         MOVE SPACES TO REPORT-RECORD
059200         MOVE '  *** NO RATE CARD - NOT CHARGED ***'
059300             TO REPORT-RECORD
059400         WRITE REPORT-RECORD
059500     END-IF
059600     MOVE 'NIGHTS'   TO IW-ITEM-CODE
059700     MOVE 'NIGHTS TRANSMITTED' TO IW-LABEL
059800     MOVE SA-NIGHTS  TO IW-QUANTITY
059900     IF SOURCE-PRICED
060000         MOVE RT-NIGHT-RATE (PRICE-SUB) TO IW-RATE
060100     END-IF
060200     SET IW-DEBIT TO TRUE
060300     PERFORM 5100-CHARGE-ITEM THRU 5100-CHARGE-ITEM-EXIT
060400     MOVE 'RECEIVED' TO IW-ITEM-CODE
060500     MOVE 'DETAILS RECEIVED' TO IW-LABEL
060600     MOVE SA-RECEIVED TO IW-QUANTITY
060700     IF SOURCE-PRICED
060800         MOVE RT-RECEIVED-RATE (PRICE-SUB) TO IW-RATE
060900     END-IF
061000     SET IW-DEBIT TO TRUE
061100     PERFORM 5100-CHARGE-ITEM THRU 5100-CHARGE-ITEM-EXIT
061200     MOVE 'PROCESSD' TO IW-ITEM-CODE
061300     MOVE 'DETAILS PROCESSED' TO IW-LABEL
061400     MOVE SA-PROCESSED TO IW-QUANTITY
061500     IF SOURCE-PRICED
061600         MOVE RT-PROCESSED-RATE (PRICE-SUB) TO IW-RATE
061700     END-IF
061800     SET IW-DEBIT TO TRUE
061900     PERFORM 5100-CHARGE-ITEM THRU 5100-CHARGE-ITEM-EXIT
062000     MOVE 'BACKEDOT' TO IW-ITEM-CODE
062100     MOVE 'DETAILS BACKED OUT' TO IW-LABEL
062200     MOVE SA-BACKED-OUT TO IW-QUANTITY
062300     IF SOURCE-PRICED
062400         MOVE RT-PROCESSED-RATE (PRICE-SUB) TO IW-RATE
062500     END-IF
062600     SET IW-CREDIT TO TRUE
062700     PERFORM 5100-CHARGE-ITEM THRU 5100-CHARGE-ITEM-EXIT
062800     MOVE 'REJECTED' TO IW-ITEM-CODE
062900     MOVE 'REJECTED TO SUSPENSE' TO IW-LABEL
063000     MOVE SA-REJECTED TO IW-QUANTITY
063100     IF SOURCE-PRICED
063200         MOVE RT-REJECTED-RATE (PRICE-SUB) TO IW-RATE
063300     END-IF
063400     SET IW-DEBIT TO TRUE
063500     PERFORM 5100-CHARGE-ITEM THRU 5100-CHARGE-ITEM-EXIT
063600     MOVE 'REFUSED'  TO IW-ITEM-CODE
063700     MOVE 'BATCHES REFUSED' TO IW-LABEL
063800     MOVE SA-REFUSED TO IW-QUANTITY
063900     IF SOURCE-PRICED
064000         MOVE RT-REFUSED-RATE (PRICE-SUB) TO IW-RATE
064100     END-IF
064200     SET IW-DEBIT TO TRUE
064300     PERFORM 5100-CHARGE-ITEM THRU 5100-CHARGE-ITEM-EXIT
064400     PERFORM 5200-PRINT-SOURCE-TOTAL
064500         THRU 5200-PRINT-SOURCE-TOTAL-EXIT
064600     SET SOURCE-NOT-OPEN TO TRUE
064700     .
064800 5000-BILL-SOURCE-EXIT.
064900     EXIT.

      *****************************************************************
      * 5100-CHARGE-ITEM - PRICES ONE ITEM (QUANTITY TIMES RATE,
      * ROUNDED TO THE CENT), PRINTS IT, AND FOR A PRICED SOURCE
      * WRITES THE LEDGER DETAIL AND ADDS THE AMOUNT INTO THE
      * SOURCE AND MONTH DEBITS OR CREDITS.  AN ITEM WITH NO
      * QUANTITY IS NEITHER PRINTED NOR CHARGED.
      *****************************************************************
065000 5100-CHARGE-ITEM.
065100     IF IW-QUANTITY = ZERO
065200         GO TO 5100-CHARGE-ITEM-EXIT
065300     END-IF
065400     IF SOURCE-NOT-PRICED
065500         MOVE ZERO TO IW-RATE
065600     END-IF
065700     COMPUTE IW-AMOUNT ROUNDED = IW-QUANTITY * IW-RATE
065800     MOVE IW-LABEL    TO ILW-LABEL
065900     MOVE IW-QUANTITY TO ILW-QUANTITY
066000     MOVE IW-RATE     TO ILW-RATE
066100     MOVE IW-AMOUNT   TO ILW-AMOUNT
066200     IF IW-CREDIT
066300         MOVE 'CR' TO ILW-DR-CR
066400     ELSE
066500         MOVE 'DR' TO ILW-DR-CR
066600     END-IF
066700     MOVE ITEM-LINE-WORK TO REPORT-RECORD
066800     WRITE REPORT-RECORD
066900     IF SOURCE-NOT-PRICED
067000         GO TO 5100-CHARGE-ITEM-EXIT
067100     END-IF
067200     MOVE SPACES TO CHARGE-RECORD
067300     SET CHG-DETAIL-REC TO TRUE
067400     MOVE BILL-MONTH                 TO CHG-MONTH
067500     MOVE SA-SOURCE-SYS              TO CHG-SOURCE-SYS
067600     MOVE RT-COST-CENTRE (PRICE-SUB) TO CHG-COST-CENTRE
067700     MOVE IW-ITEM-CODE               TO CHG-ITEM-CODE
067800     MOVE IW-QUANTITY                TO CHG-QUANTITY
067900     MOVE IW-RATE                    TO CHG-RATE
068000     MOVE IW-AMOUNT                  TO CHG-AMOUNT
068100     MOVE IW-DR-CR                   TO CHG-DR-CR
068200     WRITE CHARGE-RECORD
068300     ADD 1 TO CHARGE-COUNT
068400     IF IW-CREDIT
068500         ADD IW-AMOUNT TO SA-CREDIT-TOTAL
068600         ADD IW-AMOUNT TO MT-CREDIT-TOTAL
068700     ELSE
068800         ADD IW-AMOUNT TO SA-DEBIT-TOTAL
068900         ADD IW-AMOUNT TO MT-DEBIT-TOTAL
069000     END-IF
069100     .
069200 5100-CHARGE-ITEM-EXIT.
069300     EXIT.

      *****************************************************************
      * 5200-PRINT-SOURCE-TOTAL - THE SOURCE'S DEBITS, CREDITS AND
      * NET CHARGE.  THE NET IS KEPT UNSIGNED AND MARKED DR OR CR,
      * AS ON THE LEDGER FILE.
      *****************************************************************
069400 5200-PRINT-SOURCE-TOTAL.
069500     MOVE SPACES TO ITEM-LINE-WORK
069600     MOVE 'SOURCE TOTAL DEBITS'  TO ILW-LABEL
069700     MOVE SA-DEBIT-TOTAL TO ILW-AMOUNT
069800     MOVE 'DR' TO ILW-DR-CR
069900     MOVE ITEM-LINE-WORK TO REPORT-RECORD
070000     WRITE REPORT-RECORD
070100     MOVE 'SOURCE TOTAL CREDITS' TO ILW-LABEL
070200     MOVE SA-CREDIT-TOTAL TO ILW-AMOUNT
070300     MOVE 'CR' TO ILW-DR-CR
070400     MOVE ITEM-LINE-WORK TO REPORT-RECORD
070500     WRITE REPORT-RECORD
070600     MOVE 'NET CHARGE' TO ILW-LABEL
070700     IF SA-DEBIT-TOTAL NOT < SA-CREDIT-TOTAL
070800         COMPUTE SA-NET-TOTAL = SA-DEBIT-TOTAL - SA-CREDIT-TOTAL
070900         MOVE 'DR' TO ILW-DR-CR
071000     ELSE
071100         COMPUTE SA-NET-TOTAL = SA-CREDIT-TOTAL - SA-DEBIT-TOTAL
071200         MOVE 'CR' TO ILW-DR-CR
071300     END-IF
071400     MOVE SA-NET-TOTAL TO ILW-AMOUNT
071500     MOVE ITEM-LINE-WORK TO REPORT-RECORD
071600     WRITE REPORT-RECORD
071700     .
071800 5200-PRINT-SOURCE-TOTAL-EXIT.
071900     EXIT.

      *****************************************************************
      * 7000-PRINT-MONTH-SUMMARY - THE BILLED QUANTITIES OVER EVERY
      * SOURCE AND THE MONTH'S DEBITS AND CREDITS, WHICH ARE THE
      * FIGURES ON THE LEDGER TRAILER.
      *****************************************************************
072000 7000-PRINT-MONTH-SUMMARY.
072100     MOVE SPACES TO REPORT-RECORD
072200     WRITE REPORT-RECORD
072300     MOVE 'MONTH SUMMARY - ALL SOURCES' TO REPORT-RECORD
072400     WRITE REPORT-RECORD
072500     MOVE SPACES TO TOTAL-LINE-WORK
072600     MOVE 'SOURCES BILLED:' TO TLW-LABEL
072700     MOVE SOURCE-COUNT TO TLW-COUNT
072800     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
072900     WRITE REPORT-RECORD
073000     MOVE 'BATCHES TRANSMITTED:' TO TLW-LABEL
073100     MOVE MT-BATCHES TO TLW-COUNT
073200     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
073300     WRITE REPORT-RECORD
073400     MOVE 'DETAILS RECEIVED:' TO TLW-LABEL
073500     MOVE MT-RECEIVED TO TLW-COUNT
073600     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
073700     WRITE REPORT-RECORD
073800     MOVE 'DETAILS PROCESSED:' TO TLW-LABEL
073900     MOVE MT-PROCESSED TO TLW-COUNT
074000     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
074100     WRITE REPORT-RECORD
074200     MOVE 'DETAILS BACKED OUT:' TO TLW-LABEL
074300     MOVE MT-BACKED-OUT TO TLW-COUNT
074400     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
074500     WRITE REPORT-RECORD
074600     MOVE 'REJECTED TO SUSPENSE:' TO TLW-LABEL
074700     MOVE MT-REJECTED TO TLW-COUNT
074800     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
074900     WRITE REPORT-RECORD
075000     MOVE 'BATCHES REFUSED:' TO TLW-LABEL
075100     MOVE MT-REFUSED TO TLW-COUNT
075200     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
075300     WRITE REPORT-RECORD
075400     MOVE SPACES TO ITEM-LINE-WORK
075500     MOVE 'MONTH TOTAL DEBITS' TO ILW-LABEL
075600     MOVE MT-DEBIT-TOTAL TO ILW-AMOUNT
075700     MOVE 'DR' TO ILW-DR-CR
075800     MOVE ITEM-LINE-WORK TO REPORT-RECORD
075900     WRITE REPORT-RECORD
076000     MOVE 'MONTH TOTAL CREDITS' TO ILW-LABEL
076100     MOVE MT-CREDIT-TOTAL TO ILW-AMOUNT
076200     MOVE 'CR' TO ILW-DR-CR
076300     MOVE ITEM-LINE-WORK TO REPORT-RECORD
076400     WRITE REPORT-RECORD
076500     .
076600 7000-PRINT-MONTH-SUMMARY-EXIT.
076700     EXIT.

      *****************************************************************
      * 7500-PRINT-CONTROL-TOTALS - TIES THE MONTH'S SRCSTATS
      * RECORDS, COPIES INCLUDED, TO ITS STATFILE RECORDS.  ANY
      * FIGURE THAT DIFFERS IS MARKED AND SETS RETURN CODE 4.
      *****************************************************************
076800 7500-PRINT-CONTROL-TOTALS.
076900     MOVE SPACES TO REPORT-RECORD
077000     WRITE REPORT-RECORD
077100     MOVE 'CONTROL TOTALS' TO REPORT-RECORD
077200     MOVE 'SRCSTATS'       TO REPORT-RECORD (30:8)
077300     MOVE 'STATFILE'       TO REPORT-RECORD (40:8)
077400     WRITE REPORT-RECORD
077500     MOVE SPACES TO TIE-LINE-WORK
077600     MOVE 'DETAILS PROCESSED:' TO TIL-LABEL
077700     MOVE TS-PROCESSED TO TIL-SRCSTATS
077800     MOVE TF-PROCESSED TO TIL-STATFILE
077900     PERFORM 7600-PRINT-TIE-LINE THRU 7600-PRINT-TIE-LINE-EXIT
078000     MOVE 'DETAILS BACKED OUT:' TO TIL-LABEL
078100     MOVE TS-BACKED-OUT TO TIL-SRCSTATS
078200     MOVE TF-BACKED-OUT TO TIL-STATFILE
078300     PERFORM 7600-PRINT-TIE-LINE THRU 7600-PRINT-TIE-LINE-EXIT
078400     MOVE 'REJECTED TO SUSPENSE:' TO TIL-LABEL
078500     MOVE TS-REJECTED TO TIL-SRCSTATS
078600     MOVE TF-REJECTED TO TIL-STATFILE
078700     PERFORM 7600-PRINT-TIE-LINE THRU 7600-PRINT-TIE-LINE-EXIT
078800     MOVE 'BATCHES REFUSED:' TO TIL-LABEL
078900     MOVE TS-REFUSED TO TIL-SRCSTATS
079000     MOVE TF-REFUSED TO TIL-STATFILE
079100     PERFORM 7600-PRINT-TIE-LINE THRU 7600-PRINT-TIE-LINE-EXIT
079200     MOVE SPACES TO REPORT-RECORD
079300     MOVE 'DETAILS RECEIVED ARE NOT TIED: STATFILE COUNTS'
079400         TO REPORT-RECORD
079500     WRITE REPORT-RECORD
079600     MOVE SPACES TO REPORT-RECORD
079700     MOVE 'ONLY THE BATCHES THAT BALANCED' TO REPORT-RECORD (3:30)
079800     WRITE REPORT-RECORD
079900     MOVE SPACES TO TOTAL-LINE-WORK
080000     MOVE 'STATFILE RUNS IN MONTH:' TO TLW-LABEL
080100     MOVE TF-RUNS TO TLW-COUNT
080200     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
080300     WRITE REPORT-RECORD
080400     .
080500 7500-PRINT-CONTROL-TOTALS-EXIT.
080600     EXIT.

080700 7600-PRINT-TIE-LINE.
080800     IF TIL-SRCSTATS = TIL-STATFILE
080900         MOVE 'AGREE' TO TIL-RESULT
081000     ELSE
081100         MOVE 'DIFFER' TO TIL-RESULT
081200         SET TOTALS-DIFFER TO TRUE
081300     END-IF
081400     MOVE TIE-LINE-WORK TO REPORT-RECORD
081500     WRITE REPORT-RECORD
081600     .
081700 7600-PRINT-TIE-LINE-EXIT.
081800     EXIT.

081900 8000-PRINT-COUNTS.
082000     MOVE SPACES TO REPORT-RECORD
082100     WRITE REPORT-RECORD
082200     MOVE SPACES TO TOTAL-LINE-WORK
082300     MOVE 'SRCSTATS RECORDS READ:' TO TLW-LABEL
082400     MOVE SRCSTAT-READ-COUNT TO TLW-COUNT
082500     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
082600     WRITE REPORT-RECORD
082700     MOVE 'OTHER MONTHS, SKIPPED:' TO TLW-LABEL
082800     MOVE SRCSTAT-OTHER-MONTH TO TLW-COUNT
082900     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
083000     WRITE REPORT-RECORD
083100     MOVE 'MERGE COPIES, NOT BILLED:' TO TLW-LABEL
083200     MOVE SRCSTAT-COPY-COUNT TO TLW-COUNT
083300     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
083400     WRITE REPORT-RECORD
083500     MOVE 'STATFILE RECORDS READ:' TO TLW-LABEL
083600     MOVE STAT-READ-COUNT TO TLW-COUNT
083700     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
083800     WRITE REPORT-RECORD
083900     MOVE 'OTHER MONTHS, SKIPPED:' TO TLW-LABEL
084000     MOVE STAT-OTHER-MONTH TO TLW-COUNT
084100     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
084200     WRITE REPORT-RECORD
084300     MOVE 'RATE CARDS TABLED:' TO TLW-LABEL
084400     MOVE RATE-COUNT TO TLW-COUNT
084500     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
084600     WRITE REPORT-RECORD
084700     MOVE 'CHARGE RECORDS WRITTEN:' TO TLW-LABEL
084800     MOVE CHARGE-COUNT TO TLW-COUNT
084900     MOVE TOTAL-LINE-WORK TO REPORT-RECORD
085000     WRITE REPORT-RECORD
085100     IF UNPRICED-COUNT > ZERO
085200         MOVE 'SOURCES NOT CHARGED:' TO TLW-LABEL
085300         MOVE UNPRICED-COUNT TO TLW-COUNT
085400         MOVE TOTAL-LINE-WORK TO REPORT-RECORD
085500         WRITE REPORT-RECORD
085600     END-IF
085700     .
085800 8000-PRINT-COUNTS-EXIT.
085900     EXIT.
