000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P48.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    NCOA (NATIONAL CHANGE OF ADDRESS) OUTBOUND EXTRACT FOR THE
000900*    EQC861 TAX FORM FILE.
001000*
001100*    WRITES ONE EXTRACT RECORD FOR EVERY ORIGINAL PAYEE ('B')
001200*    RECORD WITH A DOMESTIC MAILING ADDRESS, CARRYING THE
001300*    TRANSACTION KEY (OWNER-USER / PAYER-NUMBER / TAX-YEAR /
001400*    FORM-TYPE / CONTROL-NUMBER) AND THE NAME-1 / STREET-
001500*    ADDRESS / CITY-STATE-ZIP BLOCK THE RECIPIENT COPY IS
001600*    MAILED TO.  THE NCOA VENDOR RETURNS THE EXTRACT RECORD
001700*    UNCHANGED WITH ITS MOVE RESULT APPENDED, AND EQC861P49
001800*    TURNS THE MOVES INTO NAME AND ADDRESS MAINTENANCE
001900*    TRANSACTIONS FOR EQC861P27.
002000*
002100*    CORRECTION RECORDS ARE NOT EXTRACTED -- THE ADDRESS FIX IS
002200*    APPLIED TO THE ORIGINAL.  FOREIGN AND PROTECTORATE
002300*    ADDRESSES, AND PAYEES WITH NO STREET ADDRESS, ARE OUTSIDE
002400*    THE NCOA FILE AND ARE COUNTED AS SKIPPED.
002500*
002600*    PARM CARD (SYSIN):
002700*      COLS 1-4   TAX YEAR TO EXTRACT (ZERO = EVERY YEAR ON FILE).
002800*
002900*    MODIFICATION HISTORY
003000*    --------------------
003100*    DATE       INIT      DESCRIPTION
003200*    10/15/2026 CT08841   ORIGINAL PROGRAM.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.    IBM-370.
003700 OBJECT-COMPUTER.    IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARM-CARD         ASSIGN TO SYSIN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT TAX-FORM-FILE     ASSIGN TO TAXFORM
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT NCOA-EXTRACT-FILE ASSIGN TO NCOAOUT
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT NCOA-CTL-RPT      ASSIGN TO NCOXRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PARM-CARD
005300     LABEL RECORDS ARE OMITTED.
005400 01  PARM-RECORD.
005500     05  PARM-TAX-YEAR                PIC 9(04).
005600     05  FILLER                       PIC X(76).
005700 FD  TAX-FORM-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY EQC861P4.
006000 FD  NCOA-EXTRACT-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  NCOA-EXTRACT-RECORD.
006400     05  NX-TRAN-KEY.
006500         10  NX-OWNER-USER            PIC X(06).
006600         10  NX-PAYER-NUMBER          PIC 9(03).
006700         10  NX-TAX-YEAR              PIC 9(04).
006800         10  NX-FORM-TYPE             PIC X(02).
006900         10  NX-CONTROL-NUMBER        PIC X(20).
007000     05  NX-NAME-1                    PIC X(40).
007100     05  NX-STREET-ADDRESS            PIC X(40).
007200     05  NX-TAX-CITY                  PIC X(40).
007300     05  NX-TAX-STATE                 PIC X(03).
007400     05  NX-TAX-ZIP                   PIC X(10).
007500     05  FILLER                       PIC X(32).
007600 FD  NCOA-CTL-RPT
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900 01  NCOA-CTL-RPT-LINE                PIC X(132).
008000 FD  RUN-CONTROL-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300     COPY EQC861P23.
008400 WORKING-STORAGE SECTION.
008500*---------------------------------------------------------------*
008600*    SWITCHES                                                  *
008700*---------------------------------------------------------------*
008800 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
008900     88  END-OF-TAX-FORMS                 VALUE 'Y'.
009000*---------------------------------------------------------------*
009100*    WORK AREAS                                                 *
009200*---------------------------------------------------------------*
009300 77  WS-FORM-COUNT                    PIC 9(07)   COMP-3
009400                                          VALUE ZERO.
009500 77  WS-EXTRACTED-COUNT               PIC 9(07)   COMP-3
009600                                          VALUE ZERO.
009700 77  WS-CORRECTION-COUNT              PIC 9(07)   COMP-3
009800                                          VALUE ZERO.
009900 77  WS-FOREIGN-COUNT                 PIC 9(07)   COMP-3
010000                                          VALUE ZERO.
010100 77  WS-NO-STREET-COUNT               PIC 9(07)   COMP-3
010200                                          VALUE ZERO.
010300*---------------------------------------------------------------*
010400*    REPORT LINES                                               *
010500*---------------------------------------------------------------*
010600 01  WS-HEADING-LINE.
010700     05  FILLER                  PIC X(05)   VALUE SPACES.
010800     05  FILLER                  PIC X(44)
010900         VALUE 'EQC861P48 - NCOA EXTRACT CONTROL REPORT'.
011000 01  WS-TOTAL-LINE.
011100     05  FILLER                       PIC X(05)   VALUE SPACES.
011200     05  WS-T-CAPTION                 PIC X(32).
011300     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
011400*---------------------------------------------------------------*
011500*    RUN-CONTROL WORK AREAS                                     *
011600*---------------------------------------------------------------*
011700 77  WS-RUN-DATE                      PIC 9(08).
011800 77  WS-RUN-TIME                      PIC 9(08).
011900 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
012000 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
012100                                          VALUE ZERO.
012200 PROCEDURE DIVISION.
012300*---------------------------------------------------------------*
012400*    0000-MAINLINE                                              *
012500*---------------------------------------------------------------*
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     PERFORM 2000-PROCESS-FORM THRU 2000-EXIT
012900         UNTIL END-OF-TAX-FORMS.
013000     PERFORM 8000-FINISH THRU 8000-EXIT.
013100     GO TO 9999-EXIT.
013200*---------------------------------------------------------------*
013300*    1000-INITIALIZE                                            *
013400*---------------------------------------------------------------*
013500 1000-INITIALIZE.
013600     OPEN INPUT  PARM-CARD.
013700     READ PARM-CARD
013800         AT END
013900             MOVE ZERO   TO PARM-TAX-YEAR
014000     END-READ.
014100     CLOSE PARM-CARD.
014200     IF PARM-TAX-YEAR NOT NUMERIC
014300         MOVE ZERO                    TO PARM-TAX-YEAR
014400     END-IF.
014500     MOVE PARM-TAX-YEAR               TO WS-RC-TAX-YEAR.
014600     OPEN INPUT  TAX-FORM-FILE
014700          OUTPUT NCOA-EXTRACT-FILE
014800                 NCOA-CTL-RPT.
014900     WRITE NCOA-CTL-RPT-LINE FROM WS-HEADING-LINE.
015000     OPEN EXTEND RUN-CONTROL-FILE.
015100     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
015200     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
015300 1000-EXIT.
015400     EXIT.
015500*---------------------------------------------------------------*
015600*    2000-PROCESS-FORM                                          *
015700*---------------------------------------------------------------*
015800 2000-PROCESS-FORM.
015900     IF NOT TAX-FORMS-PAYEE-RECORD
016000         GO TO 2000-NEXT
016100     END-IF.
016200     IF PARM-TAX-YEAR NOT = ZERO AND TAX-YEAR NOT = PARM-TAX-YEAR
016300         GO TO 2000-NEXT
016400     END-IF.
016500     IF CORRECTION-FLAG NOT = SPACE
016600         ADD 1 TO WS-CORRECTION-COUNT
016700         GO TO 2000-NEXT
016800     END-IF.
016900     IF FOREIGN-NA OR PROTECTORATE-NA
017000         ADD 1 TO WS-FOREIGN-COUNT
017100         GO TO 2000-NEXT
017200     END-IF.
017300     IF STREET-ADDRESS = SPACES
017400         ADD 1 TO WS-NO-STREET-COUNT
017500         GO TO 2000-NEXT
017600     END-IF.
017700     PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT.
017800 2000-NEXT.
017900     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
018000 2000-EXIT.
018100     EXIT.
018200*---------------------------------------------------------------*
018300*    3000-WRITE-EXTRACT                                         *
018400*---------------------------------------------------------------*
018500 3000-WRITE-EXTRACT.
018600     MOVE SPACES                      TO NCOA-EXTRACT-RECORD.
018700     MOVE OWNER-USER                  TO NX-OWNER-USER.
018800     MOVE PAYER-NUMBER                TO NX-PAYER-NUMBER.
018900     MOVE TAX-YEAR                    TO NX-TAX-YEAR.
019000     MOVE FORM-TYPE                   TO NX-FORM-TYPE.
019100     MOVE CONTROL-NUMBER              TO NX-CONTROL-NUMBER.
019200     MOVE NAME-1                      TO NX-NAME-1.
019300     MOVE STREET-ADDRESS              TO NX-STREET-ADDRESS.
019400     MOVE TAX-CITY                    TO NX-TAX-CITY.
019500     MOVE TAX-STATE                   TO NX-TAX-STATE.
019600     MOVE TAX-ZIP                     TO NX-TAX-ZIP.
019700     WRITE NCOA-EXTRACT-RECORD.
019800     ADD 1 TO WS-EXTRACTED-COUNT.
019900 3000-EXIT.
020000     EXIT.
020100*---------------------------------------------------------------*
020200*    7000-READ-TAX-FORM                                         *
020300*---------------------------------------------------------------*
020400 7000-READ-TAX-FORM.
020500     READ TAX-FORM-FILE
020600         AT END
020700             SET END-OF-TAX-FORMS TO TRUE
020800         NOT AT END
020900             ADD 1 TO WS-FORM-COUNT
021000                      WS-RC-RECORDS-READ
021100             IF WS-RC-TAX-YEAR = ZERO
021200                 MOVE TAX-YEAR TO WS-RC-TAX-YEAR
021300             END-IF
021400     END-READ.
021500 7000-EXIT.
021600     EXIT.
021700*---------------------------------------------------------------*
021800*    8000-FINISH                                                *
021900*---------------------------------------------------------------*
022000 8000-FINISH.
022100     MOVE 'TAX FORM RECORDS READ --------- ' TO WS-T-CAPTION.
022200     MOVE WS-FORM-COUNT               TO WS-T-COUNT.
022300     WRITE NCOA-CTL-RPT-LINE FROM WS-TOTAL-LINE.
022400     MOVE 'PAYEES EXTRACTED -------------- ' TO WS-T-CAPTION.
022500     MOVE WS-EXTRACTED-COUNT          TO WS-T-COUNT.
022600     WRITE NCOA-CTL-RPT-LINE FROM WS-TOTAL-LINE.
022700     MOVE 'CORRECTIONS SKIPPED ----------- ' TO WS-T-CAPTION.
022800     MOVE WS-CORRECTION-COUNT         TO WS-T-COUNT.
022900     WRITE NCOA-CTL-RPT-LINE FROM WS-TOTAL-LINE.
023000     MOVE 'FOREIGN ADDRESSES SKIPPED ----- ' TO WS-T-CAPTION.
023100     MOVE WS-FOREIGN-COUNT            TO WS-T-COUNT.
023200     WRITE NCOA-CTL-RPT-LINE FROM WS-TOTAL-LINE.
023300     MOVE 'NO STREET ADDRESS SKIPPED ----- ' TO WS-T-CAPTION.
023400     MOVE WS-NO-STREET-COUNT          TO WS-T-COUNT.
023500     WRITE NCOA-CTL-RPT-LINE FROM WS-TOTAL-LINE.
023600     CLOSE TAX-FORM-FILE NCOA-EXTRACT-FILE NCOA-CTL-RPT.
023700     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
023800     CLOSE RUN-CONTROL-FILE.
023900 8000-EXIT.
024000     EXIT.
024100*---------------------------------------------------------------*
024200*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
024300*---------------------------------------------------------------*
024400 9000-WRITE-RUN-OPEN.
024500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024600     ACCEPT WS-RUN-TIME FROM TIME.
024700     MOVE SPACES TO EQC861P22.
024800     INITIALIZE EQC861P22.
024900     MOVE 'EQC861P48'                 TO RC-PROGRAM-ID.
025000     SET RC-OPEN-ENTRY TO TRUE.
025100     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
025200     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
025300     SET RC-STEP-STARTED TO TRUE.
025400     WRITE EQC861P22.
025500 9000-EXIT.
025600     EXIT.
025700*---------------------------------------------------------------*
025800*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE    *
025900*---------------------------------------------------------------*
026000 9100-WRITE-RUN-CLOSE.
026100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026200     ACCEPT WS-RUN-TIME FROM TIME.
026300     MOVE SPACES TO EQC861P22.
026400     INITIALIZE EQC861P22.
026500     MOVE 'EQC861P48'                 TO RC-PROGRAM-ID.
026600     SET RC-CLOSE-ENTRY TO TRUE.
026700     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
026800     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
026900     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
027000     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
027100     MOVE WS-EXTRACTED-COUNT          TO RC-RECORDS-WRITTEN.
027200     SET RC-STEP-COMPLETED TO TRUE.
027300     WRITE EQC861P22.
027400 9100-EXIT.
027500     EXIT.
027600*---------------------------------------------------------------*
027700*    9999-EXIT -- COMMON PROGRAM EXIT                            *
027800*---------------------------------------------------------------*
027900 9999-EXIT.
028000     STOP RUN.
