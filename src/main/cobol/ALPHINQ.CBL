001700*
001800*                ALPH YYYYMMDD
001900*
001901*
001906*            THE ALPV TRANSACTION, ALSO THIS PROGRAM, SEARCHES
001911*            THE OTHER WAY: EVERY RUN DATE AND TRANSACTION
001916*            WHERE A VALUE SHOWED UP, NEWEST FIRST, WITH WHAT
001921*            BECAME OF IT (THE TRANSITION, THE PARAGRAPH THAT
001926*            REJECTED IT, OR THE NIGHT IT DUPLICATED) AND
001931*            WHETHER THE ENTRY IS STILL ON FILE OR ARCHIVED BY
001936*            DTLPURG - THE ARCHIVED RUN DATES ON THE PAGE ARE
001941*            LISTED FOR A DTLPURGJ RESTORE.  USAGE:
001946*
001951*                ALPV PPP SSSSSSSS VALUE...
001956*
001961*            PAGE IN COLUMNS 6-8 (BLANK = 001), SOURCE SYSTEM IN
001966*            COLUMNS 10-17 (BLANK = ALL SOURCES) AND THE VALUE
001971*            FROM COLUMN 19.  DATA COMES FROM ALPHVIX, THE
001976*            VALUE INDEX (VALIXREC) REBUILT BY VALIXJ.
002000*            DATA COMES FROM TWO VSAM FILES ALPHA MAINTAINS:
002100*              ALPHHIST - RUN-HISTORY MASTER (HISTREC), THE
002200*                         RUN OUTCOME AND FINAL VALUES
002700*            TRANSACTION(ALPH) PROGRAM(ALPHINQ), FILE(ALPHHIST)
002800*            DSNAME(PROD.ALPHA.HISTORY), FILE(ALPHDTL)
002900*            DSNAME(PROD.ALPHA.INQDTL), BOTH READ-ONLY.
002910*            FOR ALPV: TRANSACTION(ALPV) PROGRAM(ALPHINQ),
002920*            FILE(ALPHVIX) DSNAME(PROD.ALPHA.VALINDEX), READ-
002930*            ONLY.  ALPHVIX IS CLOSED WHILE VALIXJ RELOADS IT.
003000*
003100* MODIFICATION HISTORY
003200* ---------------------------------------------------------------
003520*                  FOOT OF THE PAGE.
003530* 2026-09-02 JDM   SHOW THE NEW 'I' (DIED ON AN I/O ERROR)
003540*                  RUN OUTCOME.
003550* 2026-10-15 JDM   SHOW THE NEW 'X' (REJECTED AT SIGN-OFF) RUN
003560*                  OUTCOME.
003570* 2026-10-15 JDM   ALPV VALUE SEARCH ACROSS RUN DATES, OVER THE
003580*                  VALUE INDEX ALPHVIX.
003590* 2026-10-15 JDM   SHOW THE NEW 'B' (BACKED OUT) RUN OUTCOME.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 DATA DIVISION.
004500 77  AUDIT-LINE-COUNT          PIC 9(03) VALUE ZERO.
004600 77  EXCP-LINE-COUNT           PIC 9(03) VALUE ZERO.
004700 77  UTIME-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
004710 77  SEARCH-PAGE-NO            PIC 9(03) VALUE ZERO.
004720 77  NEXT-PAGE-NO              PIC 9(03) VALUE ZERO.
004730 77  SKIP-REMAINING            PIC 9(07) COMP VALUE ZERO.
004740 77  SHOWN-COUNT               PIC 9(03) VALUE ZERO.
004750 77  RESTORE-DATE-COUNT        PIC 9(03) COMP VALUE ZERO.
004760 77  RD-SUB                    PIC 9(03) COMP VALUE ZERO.

004800 01  INPUT-MESSAGE.
004900     05  IM-TRANSID            PIC X(04).
005100     05  IM-RUN-DATE           PIC X(08).
005200     05  FILLER                PIC X(67).

005210 01  SEARCH-MESSAGE REDEFINES INPUT-MESSAGE.
005220     05  FILLER                PIC X(05).
005230     05  SM-PAGE-NO            PIC X(03).
005240     05  FILLER                PIC X(01).
005250     05  SM-SOURCE-SYS         PIC X(08).
005260     05  FILLER                PIC X(01).
005270     05  SM-VALUE              PIC X(62).

005300 01  HIST-RECORD.
005400     COPY HISTREC.

005800     05  DSK-RUN-DATE          PIC 9(08) VALUE ZERO.
005900     05  DSK-SEQ-NO            PIC 9(05) VALUE ZERO.

005910 01  VIX-RECORD.
005915     COPY VALIXREC.

005920 01  VIX-START-KEY.
005925     05  VSK-VALUE             PIC X(80) VALUE SPACES.
005930     05  VSK-SOURCE-SYS        PIC X(08) VALUE SPACES.
005935     05  VSK-DATE-DESC         PIC 9(08) VALUE ZERO.
005940     05  VSK-SEQ-NO            PIC 9(05) VALUE ZERO.

005945 01  MATCH-VALUE-WORK.
005950     05  MVW-VALUE             PIC X(62).
005955     05  MVW-REST              PIC X(18).

006000 01  PROGRAM-SWITCHES.
006100     05  BROWSE-DONE-SWITCH    PIC X(01)  VALUE 'N'.
006200         88  BROWSE-DONE                  VALUE 'Y'.
006300         88  BROWSE-MORE                  VALUE 'N'.
006301     05  MORE-ENTRIES-SWITCH   PIC X(01)  VALUE 'N'.
006302         88  MORE-ENTRIES                 VALUE 'Y'.
006303         88  NO-MORE-ENTRIES              VALUE 'N'.
006304     05  RESTORE-DATE-SWITCH   PIC X(01)  VALUE 'N'.
006305         88  RESTORE-DATE-SEEN            VALUE 'Y'.
006306         88  RESTORE-DATE-NEW             VALUE 'N'.

      *****************************************************************
      * ALPV PAGE LINES - LINE 4 IS THE COLUMN HEADING, LINES 5-20
      * ONE ENTRY EACH, LINE 21 THE PAGING MESSAGE, LINE 22 THE
      * ARCHIVED RUN DATES TO RESTORE AND LINES 23-24 THE USAGE.
      *****************************************************************
006307 01  VALUE-HEADING-LINE.
006308     05  FILLER                PIC X(54) VALUE
006309         'RUN DATE TRAN  SOURCE   REJ WHERE    WHAT BECAME OF IT'.
006310     05  FILLER                PIC X(24) VALUE SPACES.

006311 01  VALUE-LINE-WORK.
006312     05  VLW-RUN-DATE          PIC 9(08) VALUE ZERO.
006313     05  FILLER                PIC X(01) VALUE SPACE.
006314     05  VLW-TRAN-SEQ          PIC 9(05) VALUE ZERO.
006315     05  FILLER                PIC X(01) VALUE SPACE.
006316     05  VLW-SOURCE-SYS        PIC X(08) VALUE SPACES.
006317     05  FILLER                PIC X(01) VALUE SPACE.
006318     05  VLW-REJECTED          PIC X(03) VALUE SPACES.
006319     05  FILLER                PIC X(01) VALUE SPACE.
006320     05  VLW-WHERE             PIC X(08) VALUE SPACES.
006321     05  FILLER                PIC X(01) VALUE SPACE.
006322     05  VLW-OUTCOME           PIC X(40) VALUE SPACES.
006323     05  FILLER                PIC X(01) VALUE SPACE.

006324 01  SOURCE-PAGE-WORK.
006325     05  SPW-SOURCE-SYS        PIC X(11) VALUE SPACES.
006326     05  FILLER                PIC X(05) VALUE 'PAGE '.
006327     05  SPW-PAGE-NO           PIC 9(03) VALUE ZERO.
006328     05  FILLER                PIC X(35) VALUE SPACES.

006329 01  MORE-LINE-WORK.
006330     05  FILLER                PIC X(26) VALUE
006331         'MORE ENTRIES - ENTER PAGE '.
006332     05  MLW-PAGE-NO           PIC 9(03) VALUE ZERO.
006333     05  FILLER                PIC X(49) VALUE
006334         ' FOR THE NEXT'.

006335 01  RESTORE-LINE-WORK.
006336     05  FILLER                PIC X(20) VALUE
006337         'RESTORE (DTLPURGJ): '.
006338     05  RLW-DATE-ENTRY OCCURS 6 TIMES.
006339         10  RLW-RUN-DATE      PIC X(08).
006340         10  FILLER            PIC X(01).
006341     05  RLW-MORE              PIC X(03).
006342     05  FILLER                PIC X(01).

006343 01  VALUE-USAGE-LINE-1.
006344     05  FILLER                PIC X(32) VALUE
006345         'ENTER: ALPV PPP SSSSSSSS VALUE  '.
006346     05  FILLER                PIC X(46) VALUE
006347         '(PAGE COLS 6-8, BLANK = 001)'.

006348 01  VALUE-USAGE-LINE-2.
006349     05  FILLER                PIC X(50) VALUE
006350         'SOURCE COLS 10-17 (BLANK = ALL), VALUE FROM COL 19'.
006351     05  FILLER                PIC X(28) VALUE SPACES.

      *****************************************************************
      * INQUIRY-PAGE - THE 24 X 79 TEXT PAGE SENT BACK TO THE
008200         LENGTH (INPUT-LENGTH)
008300         RESP (RESP-CODE)
008400     END-EXEC
008410     IF IM-TRANSID = 'ALPV'
008420         PERFORM 5000-SEARCH-BY-VALUE
008430             THRU 5000-SEARCH-BY-VALUE-EXIT
008440         PERFORM 8000-SEND-PAGE
008450             THRU 8000-SEND-PAGE-EXIT
008460         EXEC CICS RETURN
008470         END-EXEC
008480     END-IF
008500     IF IM-RUN-DATE IS NUMERIC
008600         MOVE IM-RUN-DATE TO INQ-RUN-DATE
008700     ELSE
015110     WHEN HIST-RUN-IO-ERROR
015120         MOVE 'DIED ON AN I/O ERROR - SEE TRIAGE SUMMARY'
015130             TO SLW-TEXT
015140     WHEN HIST-RUN-REJECTED
015150         MOVE 'REJECTED AT SIGN-OFF - NOT TO BE RELEASED'
015160             TO SLW-TEXT
015170     WHEN HIST-RUN-BACKED-OUT
015180         MOVE 'BACKED OUT - REVERSAL EXTRACT WRITTEN'
015190             TO SLW-TEXT
015200     WHEN OTHER
015300         MOVE 'UNKNOWN' TO SLW-TEXT
015400     END-EVALUATE
025200     .
025300 8100-SET-NEWLINES-EXIT.
025400     EXIT.

      *****************************************************************
      * 5000-SEARCH-BY-VALUE - THE ALPV FUNCTION.  BROWSES THE VALUE
      * INDEX FROM THE VALUE (AND SOURCE, WHEN ONE IS GIVEN), NEWEST
      * RUN DATE FIRST, PASSING OVER THE ENTRIES OF THE EARLIER
      * PAGES.  A PAGE HOLDS 16 ENTRIES.
      *****************************************************************
025500 5000-SEARCH-BY-VALUE.
025600     MOVE SPACES TO INQUIRY-PAGE
025700     MOVE 'ALPHA VALUE SEARCH' TO PL-TEXT (1)
025800     MOVE VALUE-USAGE-LINE-1 TO PL-TEXT (23)
025900     MOVE VALUE-USAGE-LINE-2 TO PL-TEXT (24)
026000     IF SM-VALUE = SPACES
026100         MOVE 'ENTER THE VALUE TO SEARCH FOR FROM COLUMN 19'
026200             TO PL-TEXT (21)
026300         GO TO 5000-SEARCH-BY-VALUE-EXIT
026400     END-IF
026500     IF SM-PAGE-NO = SPACES
026600         MOVE 1 TO SEARCH-PAGE-NO
026700     ELSE
026800         IF SM-PAGE-NO IS NUMERIC
026900             MOVE SM-PAGE-NO TO SEARCH-PAGE-NO
027000         ELSE
027100             MOVE 'PAGE MUST BE THREE DIGITS, 001-999'
027200                 TO PL-TEXT (21)
027300             GO TO 5000-SEARCH-BY-VALUE-EXIT
027400         END-IF
027500     END-IF
027600     IF SEARCH-PAGE-NO = ZERO
027700         MOVE 1 TO SEARCH-PAGE-NO
027800     END-IF
027900     MOVE SPACES TO SUMMARY-LINE-WORK
028000     MOVE 'VALUE:' TO SLW-LABEL
028100     MOVE SM-VALUE TO SLW-TEXT
028200     MOVE SUMMARY-LINE-WORK TO PL-TEXT (2)
028300     IF SM-SOURCE-SYS = SPACES
028400         MOVE 'ALL SOURCES' TO SPW-SOURCE-SYS
028500     ELSE
028600         MOVE SM-SOURCE-SYS TO SPW-SOURCE-SYS
028700     END-IF
028800     MOVE SEARCH-PAGE-NO TO SPW-PAGE-NO
028900     MOVE SPACES TO SUMMARY-LINE-WORK
029000     MOVE 'SOURCE SYSTEM:' TO SLW-LABEL
029100     MOVE SOURCE-PAGE-WORK TO SLW-TEXT
029200     MOVE SUMMARY-LINE-WORK TO PL-TEXT (3)
029300     MOVE VALUE-HEADING-LINE TO PL-TEXT (4)
029400     COMPUTE SKIP-REMAINING = (SEARCH-PAGE-NO - 1) * 16
029500     MOVE SM-VALUE TO VSK-VALUE
029600     IF SM-SOURCE-SYS = SPACES
029700         MOVE LOW-VALUES TO VSK-SOURCE-SYS
029800     ELSE
029900         MOVE SM-SOURCE-SYS TO VSK-SOURCE-SYS
030000     END-IF
030100     MOVE ZERO TO VSK-DATE-DESC
030200     MOVE ZERO TO VSK-SEQ-NO
030300     MOVE SPACES TO RESTORE-LINE-WORK
030400     MOVE 'RESTORE (DTLPURGJ): ' TO RESTORE-LINE-WORK
030500     MOVE 4 TO LINE-SUB
030600     EXEC CICS STARTBR
030700         FILE ('ALPHVIX')
030800         RIDFLD (VIX-START-KEY)
030900         GTEQ
031000         RESP (RESP-CODE)
031100     END-EXEC
031200     IF RESP-CODE = DFHRESP(NORMAL)
031300         SET BROWSE-MORE TO TRUE
031400         PERFORM 5100-READ-VALUE-ENTRY
031500             THRU 5100-READ-VALUE-ENTRY-EXIT
031600             UNTIL BROWSE-DONE
031700         EXEC CICS ENDBR
031800             FILE ('ALPHVIX')
031900         END-EXEC
032000     END-IF
032100     EVALUATE TRUE
032200     WHEN SHOWN-COUNT = ZERO AND SEARCH-PAGE-NO = 1
032300         MOVE 'NO ENTRIES FOR THIS VALUE' TO PL-TEXT (21)
032400     WHEN SHOWN-COUNT = ZERO
032500         MOVE 'NO ENTRIES ON THIS PAGE' TO PL-TEXT (21)
032600     WHEN MORE-ENTRIES AND SEARCH-PAGE-NO < 999
032700         COMPUTE NEXT-PAGE-NO = SEARCH-PAGE-NO + 1
032800         MOVE NEXT-PAGE-NO TO MLW-PAGE-NO
032900         MOVE MORE-LINE-WORK TO PL-TEXT (21)
033000     WHEN MORE-ENTRIES
033100         MOVE 'MORE ENTRIES PAST PAGE 999 - GIVE A SOURCE SYSTEM'
033200             TO PL-TEXT (21)
033300     WHEN OTHER
033400         MOVE 'END OF ENTRIES' TO PL-TEXT (21)
033500     END-EVALUATE
033600     IF RESTORE-DATE-COUNT > ZERO
033700         MOVE RESTORE-LINE-WORK TO PL-TEXT (22)
033800     END-IF
033900     .
034000 5000-SEARCH-BY-VALUE-EXIT.
034100     EXIT.

      *****************************************************************
      * 5100-READ-VALUE-ENTRY - ONE INDEX ENTRY.  THE BROWSE ENDS AT
      * THE FIRST ENTRY FOR ANOTHER VALUE (OR ANOTHER SOURCE, WHEN
      * ONE WAS GIVEN), OR WHEN THE PAGE IS FULL - ONE ENTRY MORE
      * THAN THE PAGE HOLDS MEANS THERE IS A NEXT PAGE.
      *****************************************************************
034200 5100-READ-VALUE-ENTRY.
034300     EXEC CICS READNEXT
034400         FILE ('ALPHVIX')
034500         INTO (VIX-RECORD)
034600         RIDFLD (VIX-START-KEY)
034700         RESP (RESP-CODE)
034800     END-EXEC
034900     IF RESP-CODE NOT = DFHRESP(NORMAL)
035000         SET BROWSE-DONE TO TRUE
035100         GO TO 5100-READ-VALUE-ENTRY-EXIT
035200     END-IF
035300     MOVE VIX-VALUE TO MATCH-VALUE-WORK
035400     IF MVW-VALUE NOT = SM-VALUE
035500         SET BROWSE-DONE TO TRUE
035600         GO TO 5100-READ-VALUE-ENTRY-EXIT
035700     END-IF
035800     IF SM-SOURCE-SYS NOT = SPACES
035900        AND VIX-SOURCE-SYS NOT = SM-SOURCE-SYS
036000         SET BROWSE-DONE TO TRUE
036100         GO TO 5100-READ-VALUE-ENTRY-EXIT
036200     END-IF
036300     IF SKIP-REMAINING > ZERO
036400         SUBTRACT 1 FROM SKIP-REMAINING
036500         GO TO 5100-READ-VALUE-ENTRY-EXIT
036600     END-IF
036700     IF LINE-SUB NOT < 20
036800         SET MORE-ENTRIES TO TRUE
036900         SET BROWSE-DONE TO TRUE
037000         GO TO 5100-READ-VALUE-ENTRY-EXIT
037100     END-IF
037200     ADD 1 TO LINE-SUB
037300     ADD 1 TO SHOWN-COUNT
037400     MOVE SPACES TO VALUE-LINE-WORK
037500     MOVE VIX-RUN-DATE TO VLW-RUN-DATE
037600     MOVE VIX-TRAN-SEQ TO VLW-TRAN-SEQ
037700     MOVE VIX-SOURCE-SYS TO VLW-SOURCE-SYS
037800     IF VIX-REJECTED
037900         MOVE 'YES' TO VLW-REJECTED
038000     ELSE
038100         MOVE 'NO ' TO VLW-REJECTED
038200     END-IF
038300     IF VIX-ARCHIVED
038400         MOVE 'ARCHIVED' TO VLW-WHERE
038500         PERFORM 5200-NOTE-RESTORE-DATE
038600             THRU 5200-NOTE-RESTORE-DATE-EXIT
038700     ELSE
038800         MOVE 'ON FILE' TO VLW-WHERE
038900     END-IF
039000     MOVE VIX-OUTCOME-TEXT TO VLW-OUTCOME
039100     MOVE VALUE-LINE-WORK TO PL-TEXT (LINE-SUB)
039200     .
039300 5100-READ-VALUE-ENTRY-EXIT.
039400     EXIT.

      *****************************************************************
      * 5200-NOTE-RESTORE-DATE - ADDS AN ARCHIVED ENTRY'S RUN DATE TO
      * THE RESTORE LINE ONCE.  MORE THAN SIX DATES ON ONE PAGE ARE
      * SHOWN AS '...'.
      *****************************************************************
039500 5200-NOTE-RESTORE-DATE.
039600     SET RESTORE-DATE-NEW TO TRUE
039700     PERFORM 5210-CHECK-RESTORE-DATE
039800         THRU 5210-CHECK-RESTORE-DATE-EXIT
039900         VARYING RD-SUB FROM 1 BY 1
040000         UNTIL RD-SUB > RESTORE-DATE-COUNT
040100     IF RESTORE-DATE-SEEN
040200         GO TO 5200-NOTE-RESTORE-DATE-EXIT
040300     END-IF
040400     IF RESTORE-DATE-COUNT < 6
040500         ADD 1 TO RESTORE-DATE-COUNT
040600         MOVE VIX-RUN-DATE TO RLW-RUN-DATE (RESTORE-DATE-COUNT)
040700     ELSE
040800         MOVE '...' TO RLW-MORE
040900     END-IF
041000     .
041100 5200-NOTE-RESTORE-DATE-EXIT.
041200     EXIT.

041300 5210-CHECK-RESTORE-DATE.
041400     IF RLW-RUN-DATE (RD-SUB) = VIX-RUN-DATE
041500         SET RESTORE-DATE-SEEN TO TRUE
041600     END-IF
041700     .
041800 5210-CHECK-RESTORE-DATE-EXIT.
041900     EXIT.
