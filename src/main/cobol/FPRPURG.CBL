000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  FPRPURG.
000300 AUTHOR.  J D MERRITT.
000400 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PROGRAM  : FPRPURG
000900* PURPOSE  : HOUSEKEEPING FOR THE FPRINT DETAIL-FINGERPRINT
001000*            MASTER ALPHA CHECKS CROSS-NIGHT DUPLICATES
001100*            AGAINST (SEE FPRNTREC).  DELETES EVERY FINGERPRINT
001200*            FIRST SEEN EARLIER THAN THE RETENTION PERIOD GIVEN
001300*            ON THE PARM (PARM='RETAIN=nnn', IN DAYS).  WHEN THE
001400*            PARM IS ABSENT OR NOT NUMERIC THE DEFAULT OF 90
001500*            DAYS IS USED AND LOGGED.  KEEP RETAIN AT LEAST AS
001600*            LONG AS THE DUPDAYS= WINDOW ON THE ALPHAJ PARMFILE
001700*            - A FINGERPRINT PURGED INSIDE THE WINDOW LETS A
001800*            RETRANSMISSION THROUGH AS NEW.
001900*
002000* MODIFICATION HISTORY
002100* ---------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* ---------------------------------------------------------------
002400* 2026-10-15 JDM   ORIGINAL PROGRAM.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FINGERPRINT-FILE ASSIGN TO FPRINT
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS FPR-KEY.

003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  FINGERPRINT-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 01  FINGERPRINT-RECORD.
003800     COPY FPRNTREC.

003900 WORKING-STORAGE SECTION.
004000 77  RUN-DATE                  PIC 9(08) VALUE ZERO.
004100 77  CUTOFF-DATE               PIC 9(08) VALUE ZERO.
004200 77  RETAIN-DAYS               PIC 9(03) VALUE 90.
004300 77  READ-COUNT                PIC 9(07) VALUE ZERO.
004400 77  PURGE-COUNT               PIC 9(07) VALUE ZERO.
004500 77  DATE-INTEGER              PIC 9(08) VALUE ZERO.

004600 01  RETAIN-PARSE-WORK.
004700     05  RETAIN-KEYWORD        PIC X(08) VALUE SPACES.
004800     05  RETAIN-DIGITS         PIC X(03) VALUE SPACES.
004900     05  RETAIN-DIGIT-LEN      PIC 9(02) VALUE ZERO.

005000 01  PROGRAM-SWITCHES.
005100     05  FPR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
005200         88  FPR-EOF                      VALUE 'Y'.
005300         88  FPR-NOT-EOF                  VALUE 'N'.

005400 LINKAGE SECTION.
005500 01  RETAIN-PARM.
005600     05  RETAIN-PARM-LEN       PIC S9(4) COMP.
005700     05  RETAIN-PARM-TEXT      PIC X(20).

005800 PROCEDURE DIVISION USING RETAIN-PARM.

      *****************************************************************
      * 0000-MAINLINE - WORK OUT THE CUTOFF DATE FROM THE RETENTION
      * PARM, THEN SWEEP THE MASTER DELETING EVERY FINGERPRINT FIRST
      * SEEN BEFORE IT.  THE INTEGER-OF-DATE/DATE-OF-INTEGER
      * FUNCTIONS ARE USED BECAUSE THE CUTOFF CROSSES MONTH AND YEAR
      * BOUNDARIES.
      *****************************************************************
005900 0000-MAINLINE.
006000     ACCEPT RUN-DATE FROM DATE YYYYMMDD
006100     IF RETAIN-PARM-LEN > ZERO
006200         UNSTRING RETAIN-PARM-TEXT
006300             DELIMITED BY '=' OR ALL SPACE
006400             INTO RETAIN-KEYWORD
006500                  RETAIN-DIGITS COUNT IN RETAIN-DIGIT-LEN
006600         END-UNSTRING
006700         IF RETAIN-DIGIT-LEN > ZERO
006800            AND RETAIN-DIGITS (1:RETAIN-DIGIT-LEN) IS NUMERIC
006900             MOVE RETAIN-DIGITS (1:RETAIN-DIGIT-LEN)
007000                 TO RETAIN-DAYS
007100         ELSE
007200             DISPLAY 'FPRP0000W - RETAIN PARM NOT NUMERIC, '
007300                 '90 DAYS ASSUMED'
007400         END-IF
007500     ELSE
007600         DISPLAY 'FPRP0000W - NO RETAIN PARM, 90 DAYS ASSUMED'
007700     END-IF
007800     COMPUTE DATE-INTEGER =
007900         FUNCTION INTEGER-OF-DATE (RUN-DATE) - RETAIN-DAYS
008000     COMPUTE CUTOFF-DATE =
008100         FUNCTION DATE-OF-INTEGER (DATE-INTEGER)
008200     DISPLAY 'FPRP0000I - PURGING FINGERPRINTS FIRST SEEN '
008300         'BEFORE ' CUTOFF-DATE ' (RETAIN ' RETAIN-DAYS ' DAYS)'
008400     OPEN I-O FINGERPRINT-FILE
008500     PERFORM 1000-PURGE-FINGERPRINT
008600         THRU 1000-PURGE-FINGERPRINT-EXIT
008700         UNTIL FPR-EOF
008800     CLOSE FINGERPRINT-FILE
008900     DISPLAY 'FPRP0000I - ' READ-COUNT ' RECORD(S) READ, '
009000         PURGE-COUNT ' PURGED'
009100     MOVE ZERO TO RETURN-CODE
009200     GOBACK
009300     .

      *****************************************************************
      * 1000-PURGE-FINGERPRINT - DELETES ONE EXPIRED FINGERPRINT.
      * THE SEED RECORD DEFVSAM LOADED IS LEFT IN PLACE: IT KEEPS
      * THE MASTER OPENABLE EVEN IF EVERY REAL FINGERPRINT AGES OUT
      * OF THE RETENTION PERIOD.
      *****************************************************************
009400 1000-PURGE-FINGERPRINT.
009500     READ FINGERPRINT-FILE NEXT RECORD
009600         AT END
009700             SET FPR-EOF TO TRUE
009800             GO TO 1000-PURGE-FINGERPRINT-EXIT
009900     END-READ
010000     ADD 1 TO READ-COUNT
010100     IF FPR-SEED-RECORD
010200         GO TO 1000-PURGE-FINGERPRINT-EXIT
010300     END-IF
010400     IF FPR-FIRST-RUN-DATE < CUTOFF-DATE
010500         DELETE FINGERPRINT-FILE
010600         ADD 1 TO PURGE-COUNT
010700     END-IF
010800     .
010900 1000-PURGE-FINGERPRINT-EXIT.
011000     EXIT.
