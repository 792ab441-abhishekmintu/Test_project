000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P49.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    NCOA (NATIONAL CHANGE OF ADDRESS) INBOUND RESULTS FOR THE
000900*    EQC861 TAX FORM SYSTEM.
001000*
001100*    READS THE NCOA VENDOR'S RESULT FILE -- THE EQC861P48
001200*    EXTRACT RECORD RETURNED WITH THE VENDOR'S MATCH CODE AND,
001300*    FOR A FORWARDABLE MOVE, THE NEW ADDRESS -- AND:
001400*
001500*      C - CHANGE OF ADDRESS WITH A NEW ADDRESS.  A NAME AND
001600*          ADDRESS MAINTENANCE TRANSACTION IS WRITTEN IN THE
001700*          EQC861P27 TRANSACTION LAYOUT CARRYING THE NEW
001800*          STREET-ADDRESS, TAX-CITY, TAX-STATE AND TAX-ZIP (THE
001900*          NAME FIELDS ARE LEFT BLANK, SO EQC861P27 LEAVES THE
002000*          NAMES ALONE).  THE CHANGE IS THEREFORE APPLIED, EDITED
002100*          AND AUDITED BY THE EXISTING MAINTENANCE STEP.  A MOVE
002200*          WHOSE NEW ADDRESS IS THE ADDRESS ALREADY ON FILE
002300*          WRITES NO TRANSACTION.
002400*      K - MOVED, LEFT NO FORWARDING ADDRESS.
002500*      G - BOX CLOSED, NO FORWARDING ORDER.
002600*          NO TRANSACTION; THE PAYEE IS LISTED FOR OUTREACH.
002700*      ANYTHING ELSE -- NO NCOA MATCH; COUNTED ONLY.
002800*
002900*    EVERY TRANSACTION WRITTEN IS ALSO STAMPED ON THE RETURNED-
003000*    MAIL LOG (COPYBOOK EQC861P47, MAINTAINED BY EQC861P50) AS
003100*    AN NCOA UPDATE, AGAINST THE PAYEE'S OWN KEY AND AGAINST THE
003200*    SAME KEY FOR THE PRIOR TAX YEAR -- LAST SEASON'S RETURNED
003300*    PIECES ARE LOGGED UNDER LAST SEASON'S KEY.  THE STAMP
003400*    RECORDS THE UPDATE DATE AND COUNT ONLY.  THE MISSING-
003500*    ADDRESS HOLD IS RELEASED, AND THE RETURNS-SINCE-UPDATE
003600*    COUNT CLEARED, BY EQC861P27 WHEN IT APPLIES THE NEW ADDRESS
003602*    TO THE MASTER, SO A TRANSACTION EQC861P27 REJECTS LEAVES
003604*    THE PAYEE OFF THE PAPER PATH OF THE PRINT-IMAGE RUN
003606*    (EQC861P17).
003700*
003800*    MODIFICATION HISTORY
003900*    --------------------
004000*    DATE       INIT      DESCRIPTION
004100*    10/15/2026 CT08841   ORIGINAL PROGRAM.
004102*    10/15/2026 CT08841   STAMP THE NCOA UPDATE ONLY; THE HOLD IS
004104*                         RELEASED BY EQC861P27 WHEN THE NEW
004106*                         ADDRESS IS APPLIED.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.    IBM-370.
004600 OBJECT-COMPUTER.    IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT NCOA-RESULT-FILE  ASSIGN TO NCOAIN
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT MAINT-TRAN-FILE   ASSIGN TO TRNFILE
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT RETURNED-MAIL-LOG ASSIGN TO RMLVSAM
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS RM-TRAN-KEY.
005700     SELECT NCOA-RESULT-RPT   ASSIGN TO NCOARPT
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006000         ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  NCOA-RESULT-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600 01  NCOA-RESULT-RECORD.
006700     05  NR-TRAN-KEY.
006800         10  NR-OWNER-USER            PIC X(06).
006900         10  NR-PAYER-NUMBER          PIC 9(03).
007000         10  NR-TAX-YEAR              PIC 9(04).
007100         10  NR-FORM-TYPE             PIC X(02).
007200         10  NR-CONTROL-NUMBER        PIC X(20).
007300     05  NR-NAME-1                    PIC X(40).
007400     05  NR-STREET-ADDRESS            PIC X(40).
007500     05  NR-TAX-CITY                  PIC X(40).
007600     05  NR-TAX-STATE                 PIC X(03).
007700     05  NR-TAX-ZIP                   PIC X(10).
007800     05  FILLER                       PIC X(32).
007900     05  NR-MATCH-CODE                PIC X(01).
008000         88  NR-NEW-ADDRESS               VALUE 'C'.
008100         88  NR-NO-FORWARDING             VALUE 'K' 'G'.
008200     05  NR-MOVE-TYPE                 PIC X(01).
008300     05  NR-MOVE-DATE                 PIC 9(06).
008400     05  NR-NEW-STREET-ADDRESS        PIC X(40).
008500     05  NR-NEW-CITY                  PIC X(40).
008600     05  NR-NEW-STATE                 PIC X(02).
008700     05  NR-NEW-ZIP-CODE              PIC X(05).
008800     05  NR-NEW-ZIP-ROUTE             PIC X(04).
008900     05  FILLER                       PIC X(33).
009000 FD  MAINT-TRAN-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  MAINT-TRAN-RECORD.
009400     05  TR-OWNER-USER                PIC X(06).
009500     05  TR-PAYER-NUMBER              PIC 9(03).
009600     05  TR-TAX-YEAR                  PIC 9(04).
009700     05  TR-FORM-TYPE                 PIC X(02).
009800     05  TR-CONTROL-NUMBER            PIC X(20).
009900     05  TR-NAME-1                    PIC X(40).
010000     05  TR-NAME-2                    PIC X(40).
010100     05  TR-NAME-3                    PIC X(40).
010200     05  TR-STREET-ADDRESS            PIC X(40).
010300     05  TR-TAX-CITY                  PIC X(40).
010400     05  TR-TAX-STATE                 PIC X(03).
010500     05  TR-TAX-ZIP                   PIC X(10).
010600     05  TR-TAX-ZIP-R  REDEFINES  TR-TAX-ZIP.
010700         10  TR-ZIP-CODE              PIC X(05).
010800         10  TR-ZIP-DASH              PIC X(01).
010900         10  TR-ZIP-ROUTE             PIC X(04).
011000     05  TR-FOREIGN-POSTAL-CODE       PIC X(05).
011100     05  TR-FOREIGN-NA-CODE           PIC X(01).
011200     05  FILLER                       PIC X(06).
011300 FD  RETURNED-MAIL-LOG
011400     LABEL RECORDS ARE STANDARD.
011500     COPY EQC861P47.
011600 FD  NCOA-RESULT-RPT
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900 01  NCOA-RESULT-RPT-LINE             PIC X(132).
012000 FD  RUN-CONTROL-FILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORDING MODE IS F.
012300     COPY EQC861P23.
012400 WORKING-STORAGE SECTION.
012500*---------------------------------------------------------------*
012600*    SWITCHES                                                  *
012700*---------------------------------------------------------------*
012800 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
012900     88  END-OF-NCOA-RESULTS              VALUE 'Y'.
013000 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
013100     88  LOG-ENTRY-FOUND                  VALUE 'Y'.
013200*---------------------------------------------------------------*
013300*    WORK AREAS                                                 *
013400*---------------------------------------------------------------*
013500 77  WS-RESULT-COUNT                  PIC 9(07)   COMP-3
013600                                          VALUE ZERO.
013700 77  WS-TRAN-COUNT                    PIC 9(07)   COMP-3
013800                                          VALUE ZERO.
013900 77  WS-SAME-ADDRESS-COUNT            PIC 9(07)   COMP-3
014000                                          VALUE ZERO.
014100 77  WS-NO-FORWARD-COUNT              PIC 9(07)   COMP-3
014200                                          VALUE ZERO.
014300 77  WS-NO-MATCH-COUNT                PIC 9(07)   COMP-3
014400                                          VALUE ZERO.
014500 77  WS-STAMPED-COUNT                 PIC 9(07)   COMP-3
014600                                          VALUE ZERO.
014900 01  WS-NEW-ZIP.
015000     05  WS-NEW-ZIP-CODE              PIC X(05).
015100     05  WS-NEW-ZIP-DASH              PIC X(01).
015200     05  WS-NEW-ZIP-ROUTE             PIC X(04).
015300 01  WS-NEW-STATE                     PIC X(03).
015400*---------------------------------------------------------------*
015500*    REPORT LINES                                               *
015600*---------------------------------------------------------------*
015700 01  WS-HEADING-LINE.
015800     05  FILLER                  PIC X(05)   VALUE SPACES.
015900     05  FILLER                  PIC X(44)
016000         VALUE 'EQC861P49 - NCOA RESULTS AND TRANSACTIONS'.
016100 01  WS-KEY-LINE.
016200     05  FILLER                       PIC X(01)   VALUE SPACE.
016300     05  WS-K-OWNER-USER              PIC X(06).
016400     05  FILLER                       PIC X(01)   VALUE SPACE.
016500     05  WS-K-PAYER-NUMBER            PIC 9(03).
016600     05  FILLER                       PIC X(01)   VALUE SPACE.
016700     05  WS-K-TAX-YEAR                PIC 9(04).
016800     05  FILLER                       PIC X(01)   VALUE SPACE.
016900     05  WS-K-FORM-TYPE               PIC X(02).
017000     05  FILLER                       PIC X(01)   VALUE SPACE.
017100     05  WS-K-CONTROL-NUMBER          PIC X(20).
017200     05  FILLER                       PIC X(02)   VALUE SPACES.
017300     05  WS-K-NAME-1                  PIC X(40).
017400     05  FILLER                       PIC X(02)   VALUE SPACES.
017500     05  WS-K-DISPOSITION             PIC X(30).
017600 01  WS-ADDRESS-LINE.
017700     05  FILLER                       PIC X(05)   VALUE SPACES.
017800     05  WS-A-TAG                     PIC X(08).
017900     05  WS-A-STREET-ADDRESS          PIC X(40).
018000     05  FILLER                       PIC X(01)   VALUE SPACE.
018100     05  WS-A-TAX-CITY                PIC X(40).
018200     05  FILLER                       PIC X(01)   VALUE SPACE.
018300     05  WS-A-TAX-STATE               PIC X(03).
018400     05  WS-A-TAX-ZIP                 PIC X(10).
018500 01  WS-TOTAL-LINE.
018600     05  FILLER                       PIC X(05)   VALUE SPACES.
018700     05  WS-T-CAPTION                 PIC X(32).
018800     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
018900*---------------------------------------------------------------*
019000*    RUN-CONTROL WORK AREAS                                     *
019100*---------------------------------------------------------------*
019200 77  WS-RUN-DATE                      PIC 9(08).
019300 77  WS-RUN-TIME                      PIC 9(08).
019400 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
019500 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
019600                                          VALUE ZERO.
019700 PROCEDURE DIVISION.
019800*---------------------------------------------------------------*
019900*    0000-MAINLINE                                              *
020000*---------------------------------------------------------------*
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
020400         UNTIL END-OF-NCOA-RESULTS.
020500     PERFORM 8000-FINISH THRU 8000-EXIT.
020600     GO TO 9999-EXIT.
020700*---------------------------------------------------------------*
020800*    1000-INITIALIZE                                            *
020900*---------------------------------------------------------------*
021000 1000-INITIALIZE.
021100     OPEN INPUT  NCOA-RESULT-FILE
021200          I-O    RETURNED-MAIL-LOG
021300          OUTPUT MAINT-TRAN-FILE
021400                 NCOA-RESULT-RPT.
021500     WRITE NCOA-RESULT-RPT-LINE FROM WS-HEADING-LINE.
021600     OPEN EXTEND RUN-CONTROL-FILE.
021700     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
021800     PERFORM 7000-READ-RESULT THRU 7000-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100*---------------------------------------------------------------*
022200*    2000-PROCESS-RESULT                                        *
022300*---------------------------------------------------------------*
022400 2000-PROCESS-RESULT.
022500     IF NR-NEW-ADDRESS
022600         PERFORM 3000-NEW-ADDRESS THRU 3000-EXIT
022700         GO TO 2000-NEXT
022800     END-IF.
022900     IF NR-NO-FORWARDING
023000         ADD 1 TO WS-NO-FORWARD-COUNT
023100         MOVE 'MOVED - NO FORWARDING ADDRESS' TO WS-K-DISPOSITION
023200         PERFORM 6000-PRINT-RESULT THRU 6000-EXIT
023300         GO TO 2000-NEXT
023400     END-IF.
023500     ADD 1 TO WS-NO-MATCH-COUNT.
023600 2000-NEXT.
023700     PERFORM 7000-READ-RESULT THRU 7000-EXIT.
023800 2000-EXIT.
023900     EXIT.
024000*---------------------------------------------------------------*
024100*    3000-NEW-ADDRESS -- BUILD THE MAINTENANCE TRANSACTION.  A  *
024200*    BLANK PLUS-FOUR ROUTE IS LEFT BLANK; EQC861P27 APPLIES IT  *
024300*    AS ZEROS.                                                  *
024400*---------------------------------------------------------------*
024500 3000-NEW-ADDRESS.
024600     MOVE NR-NEW-STATE                TO WS-NEW-STATE.
024700     MOVE NR-NEW-ZIP-CODE             TO WS-NEW-ZIP-CODE.
024800     MOVE '-'                         TO WS-NEW-ZIP-DASH.
024900     MOVE NR-NEW-ZIP-ROUTE            TO WS-NEW-ZIP-ROUTE.
025000     IF NR-NEW-STREET-ADDRESS = NR-STREET-ADDRESS
025100             AND NR-NEW-CITY = NR-TAX-CITY
025200             AND WS-NEW-STATE = NR-TAX-STATE
025300             AND WS-NEW-ZIP-CODE = NR-TAX-ZIP (1:5)
025400         ADD 1 TO WS-SAME-ADDRESS-COUNT
025500         GO TO 3000-EXIT
025600     END-IF.
025700     MOVE SPACES                      TO MAINT-TRAN-RECORD.
025800     MOVE NR-OWNER-USER               TO TR-OWNER-USER.
025900     MOVE NR-PAYER-NUMBER             TO TR-PAYER-NUMBER.
026000     MOVE NR-TAX-YEAR                 TO TR-TAX-YEAR.
026100     MOVE NR-FORM-TYPE                TO TR-FORM-TYPE.
026200     MOVE NR-CONTROL-NUMBER           TO TR-CONTROL-NUMBER.
026300     MOVE NR-NEW-STREET-ADDRESS       TO TR-STREET-ADDRESS.
026400     MOVE NR-NEW-CITY                 TO TR-TAX-CITY.
026500     MOVE WS-NEW-STATE                TO TR-TAX-STATE.
026600     MOVE WS-NEW-ZIP                  TO TR-TAX-ZIP.
026700     WRITE MAINT-TRAN-RECORD.
026800     ADD 1 TO WS-TRAN-COUNT.
026900     MOVE 'TRANSACTION WRITTEN'       TO WS-K-DISPOSITION.
027000     PERFORM 6000-PRINT-RESULT THRU 6000-EXIT.
027100     MOVE 'NEW'                       TO WS-A-TAG.
027200     MOVE NR-NEW-STREET-ADDRESS       TO WS-A-STREET-ADDRESS.
027300     MOVE NR-NEW-CITY                 TO WS-A-TAX-CITY.
027400     MOVE WS-NEW-STATE                TO WS-A-TAX-STATE.
027500     MOVE WS-NEW-ZIP                  TO WS-A-TAX-ZIP.
027600     WRITE NCOA-RESULT-RPT-LINE FROM WS-ADDRESS-LINE.
027700     MOVE NR-TRAN-KEY                 TO RM-TRAN-KEY.
027800     PERFORM 4000-STAMP-LOG THRU 4000-EXIT.
027900     MOVE NR-TRAN-KEY                 TO RM-TRAN-KEY.
028000     SUBTRACT 1 FROM RM-TAX-YEAR.
028100     PERFORM 4000-STAMP-LOG THRU 4000-EXIT.
028200 3000-EXIT.
028300     EXIT.
028400*---------------------------------------------------------------*
028500*    4000-STAMP-LOG -- RECORD THE NCOA UPDATE AGAINST A LOGGED  *
028600*    PAYEE.  A PAYEE WITH NO RETURNED PIECES HAS NO LOG ENTRY   *
028700*    AND NEEDS NONE.  ANY HOLD STANDS UNTIL EQC861P27 APPLIES   *
028702*    THE NEW ADDRESS.                                           *
028800*---------------------------------------------------------------*
028900 4000-STAMP-LOG.
029000     MOVE 'Y' TO WS-FOUND-SW.
029100     READ RETURNED-MAIL-LOG
029200         INVALID KEY
029300             MOVE 'N' TO WS-FOUND-SW
029400     END-READ.
029500     IF NOT LOG-ENTRY-FOUND
029600         GO TO 4000-EXIT
029700     END-IF.
030100     MOVE WS-RUN-DATE                 TO RM-NCOA-UPDATE-DATE.
030200     ADD 1                            TO RM-NCOA-UPDATE-COUNT.
030600     REWRITE EQC861P46
030700         INVALID KEY
030800             GO TO 4000-EXIT
030900     END-REWRITE.
031000     ADD 1 TO WS-STAMPED-COUNT.
031100 4000-EXIT.
031200     EXIT.
031300*---------------------------------------------------------------*
031400*    6000-PRINT-RESULT -- KEY LINE AND THE ADDRESS ON FILE       *
031500*---------------------------------------------------------------*
031600 6000-PRINT-RESULT.
031700     MOVE NR-OWNER-USER               TO WS-K-OWNER-USER.
031800     MOVE NR-PAYER-NUMBER             TO WS-K-PAYER-NUMBER.
031900     MOVE NR-TAX-YEAR                 TO WS-K-TAX-YEAR.
032000     MOVE NR-FORM-TYPE                TO WS-K-FORM-TYPE.
032100     MOVE NR-CONTROL-NUMBER           TO WS-K-CONTROL-NUMBER.
032200     MOVE NR-NAME-1                   TO WS-K-NAME-1.
032300     WRITE NCOA-RESULT-RPT-LINE FROM WS-KEY-LINE.
032400     MOVE 'ON FILE'                   TO WS-A-TAG.
032500     MOVE NR-STREET-ADDRESS           TO WS-A-STREET-ADDRESS.
032600     MOVE NR-TAX-CITY                 TO WS-A-TAX-CITY.
032700     MOVE NR-TAX-STATE                TO WS-A-TAX-STATE.
032800     MOVE NR-TAX-ZIP                  TO WS-A-TAX-ZIP.
032900     WRITE NCOA-RESULT-RPT-LINE FROM WS-ADDRESS-LINE.
033000 6000-EXIT.
033100     EXIT.
033200*---------------------------------------------------------------*
033300*    7000-READ-RESULT                                           *
033400*---------------------------------------------------------------*
033500 7000-READ-RESULT.
033600     READ NCOA-RESULT-FILE
033700         AT END
033800             SET END-OF-NCOA-RESULTS TO TRUE
033900         NOT AT END
034000             ADD 1 TO WS-RESULT-COUNT
034100                      WS-RC-RECORDS-READ
034200             IF WS-RC-TAX-YEAR = ZERO
034300                 MOVE NR-TAX-YEAR TO WS-RC-TAX-YEAR
034400             END-IF
034500     END-READ.
034600 7000-EXIT.
034700     EXIT.
034800*---------------------------------------------------------------*
034900*    8000-FINISH                                                *
035000*---------------------------------------------------------------*
035100 8000-FINISH.
035200     MOVE 'NCOA RESULTS READ ------------- ' TO WS-T-CAPTION.
035300     MOVE WS-RESULT-COUNT             TO WS-T-COUNT.
035400     WRITE NCOA-RESULT-RPT-LINE FROM WS-TOTAL-LINE.
035500     MOVE 'TRANSACTIONS WRITTEN ---------- ' TO WS-T-CAPTION.
035600     MOVE WS-TRAN-COUNT               TO WS-T-COUNT.
035700     WRITE NCOA-RESULT-RPT-LINE FROM WS-TOTAL-LINE.
035800     MOVE 'MOVES TO SAME ADDRESS --------- ' TO WS-T-CAPTION.
035900     MOVE WS-SAME-ADDRESS-COUNT       TO WS-T-COUNT.
036000     WRITE NCOA-RESULT-RPT-LINE FROM WS-TOTAL-LINE.
036100     MOVE 'MOVED - NO FORWARDING --------- ' TO WS-T-CAPTION.
036200     MOVE WS-NO-FORWARD-COUNT         TO WS-T-COUNT.
036300     WRITE NCOA-RESULT-RPT-LINE FROM WS-TOTAL-LINE.
036400     MOVE 'NO NCOA MATCH ----------------- ' TO WS-T-CAPTION.
036500     MOVE WS-NO-MATCH-COUNT           TO WS-T-COUNT.
036600     WRITE NCOA-RESULT-RPT-LINE FROM WS-TOTAL-LINE.
036700     MOVE 'RETURNED-MAIL ENTRIES UPDATED - ' TO WS-T-CAPTION.
036800     MOVE WS-STAMPED-COUNT            TO WS-T-COUNT.
036900     WRITE NCOA-RESULT-RPT-LINE FROM WS-TOTAL-LINE.
037300     CLOSE NCOA-RESULT-FILE MAINT-TRAN-FILE RETURNED-MAIL-LOG
037400           NCOA-RESULT-RPT.
037500     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
037600     CLOSE RUN-CONTROL-FILE.
037700 8000-EXIT.
037800     EXIT.
037900*---------------------------------------------------------------*
038000*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
038100*---------------------------------------------------------------*
038200 9000-WRITE-RUN-OPEN.
038300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038400     ACCEPT WS-RUN-TIME FROM TIME.
038500     MOVE SPACES TO EQC861P22.
038600     INITIALIZE EQC861P22.
038700     MOVE 'EQC861P49'                 TO RC-PROGRAM-ID.
038800     SET RC-OPEN-ENTRY TO TRUE.
038900     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
039000     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
039100     SET RC-STEP-STARTED TO TRUE.
039200     WRITE EQC861P22.
039300 9000-EXIT.
039400     EXIT.
039500*---------------------------------------------------------------*
039600*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE    *
039700*---------------------------------------------------------------*
039800 9100-WRITE-RUN-CLOSE.
039900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040000     ACCEPT WS-RUN-TIME FROM TIME.
040100     MOVE SPACES TO EQC861P22.
040200     INITIALIZE EQC861P22.
040300     MOVE 'EQC861P49'                 TO RC-PROGRAM-ID.
040400     SET RC-CLOSE-ENTRY TO TRUE.
040500     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
040600     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
040700     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
040800     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
040900     MOVE WS-TRAN-COUNT               TO RC-RECORDS-WRITTEN.
041000     MOVE WS-NO-FORWARD-COUNT         TO RC-EXCEPTION-COUNT.
041100     SET RC-STEP-COMPLETED TO TRUE.
041200     WRITE EQC861P22.
041300 9100-EXIT.
041400     EXIT.
041500*---------------------------------------------------------------*
041600*    9999-EXIT -- COMMON PROGRAM EXIT                            *
041700*---------------------------------------------------------------*
041800 9999-EXIT.
041900     STOP RUN.
