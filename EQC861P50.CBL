000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P50.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    RETURNED-MAIL INTAKE AND MISSING-ADDRESS REPORT FOR THE
000900*    EQC861 TAX FORM SYSTEM.
001000*
001100*    EACH UNDELIVERABLE RECIPIENT COPY IS KEYED BY THE MAILROOM
001200*    AS ONE RETURNED-PIECE RECORD (RTNMAIL) CARRYING ITS
001300*    TRANSACTION KEY (OWNER-USER / PAYER-NUMBER / TAX-YEAR /
001400*    FORM-TYPE / CONTROL-NUMBER), THE DATE IT CAME BACK AND THE
001500*    POSTAL REASON.  THE STEP LOCATES THE ORIGINAL 'B' RECORD ON
001600*    THE KEYED TAX FORM MASTER THE SAME WAY THE NAME AND ADDRESS
001700*    MAINTENANCE (EQC861P27) DOES, AND POSTS THE RETURN TO THE
001800*    RETURNED-MAIL LOG (COPYBOOK EQC861P47) UNDER THAT KEY WITH
001900*    THE NAME AND ADDRESS THE PIECE WAS MAILED TO.  A PIECE
002000*    WHOSE KEY MATCHES NO ORIGINAL 'B' RECORD, OR MORE THAN
002100*    ONE, IS LISTED AND NOT POSTED.
002200*
002300*    THE LOG COUNTS ALL RETURNS AND THE RETURNS SINCE THE LAST
002400*    ADDRESS UPDATE (APPLIED BY EQC861P27, WHICH TAKES THE NCOA
002402*    CHANGES EQC861P49 WRITES AND RELEASES THE HOLD).  WHEN THE
002500*    RETURNS SINCE THE LAST UPDATE REACH THE HOLD THRESHOLD THE
002600*    PAYEE IS PUT ON MISSING-ADDRESS HOLD, AND THE PRINT-IMAGE
002700*    RUN (EQC861P17) HOLDS THE PAYEE'S FORMS OUT OF THE PAPER
002800*    PATH.  THE STEP THEN LISTS EVERY PAYEE ON HOLD ON THE
002900*    MISSING-ADDRESS REPORT FOR OUTREACH -- THE RECORD OF THE
003000*    DUE-DILIGENCE ATTEMPT.
003100*
003200*    PARM CARD (SYSIN):
003300*      COLS 1-2   HOLD THRESHOLD -- RETURNS SINCE THE LAST
003400*                 ADDRESS UPDATE (ZERO = 2).
003500*
003600*    MODIFICATION HISTORY
003700*    --------------------
003800*    DATE       INIT      DESCRIPTION
003900*    10/15/2026 CT08841   ORIGINAL PROGRAM.
003902*    10/15/2026 CT08841   PRINT THE FULL 40-BYTE TAX-CITY ON THE
003904*                         MISSING-ADDRESS REPORT.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.    IBM-370.
004400 OBJECT-COMPUTER.    IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PARM-CARD         ASSIGN TO SYSIN
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT RETURNED-PIECE-FILE ASSIGN TO RTNMAIL
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT TAX-FORM-MASTER   ASSIGN TO TAXVSAM
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS TAX-FORM-KEY.
005500     SELECT RETURNED-MAIL-LOG ASSIGN TO RMLVSAM
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS RM-TRAN-KEY.
005900     SELECT MISSING-ADDR-RPT  ASSIGN TO MISSRPT
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006200         ORGANIZATION IS SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PARM-CARD
006600     LABEL RECORDS ARE OMITTED.
006700 01  PARM-RECORD.
006800     05  PARM-HOLD-THRESHOLD          PIC 9(02).
006900     05  FILLER                       PIC X(78).
007000 FD  RETURNED-PIECE-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300 01  RETURNED-PIECE-RECORD.
007400     05  RT-TRAN-KEY.
007500         10  RT-OWNER-USER            PIC X(06).
007600         10  RT-PAYER-NUMBER          PIC 9(03).
007700         10  RT-TAX-YEAR              PIC 9(04).
007800         10  RT-FORM-TYPE             PIC X(02).
007900         10  RT-CONTROL-NUMBER        PIC X(20).
008000     05  RT-RETURN-DATE               PIC 9(08).
008100     05  RT-RETURN-REASON             PIC X(02).
008200     05  FILLER                       PIC X(35).
008300 FD  TAX-FORM-MASTER
008400     LABEL RECORDS ARE STANDARD.
008500     COPY EQC861P4.
008600 FD  RETURNED-MAIL-LOG
008700     LABEL RECORDS ARE STANDARD.
008800     COPY EQC861P47.
008900 FD  MISSING-ADDR-RPT
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F.
009200 01  MISSING-ADDR-RPT-LINE            PIC X(132).
009300 FD  RUN-CONTROL-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600     COPY EQC861P23.
009700 WORKING-STORAGE SECTION.
009800*---------------------------------------------------------------*
009900*    SWITCHES                                                  *
010000*---------------------------------------------------------------*
010100 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
010200     88  END-OF-RETURNED-PIECES           VALUE 'Y'.
010300 77  WS-SCAN-DONE-SW                  PIC X(01)   VALUE 'N'.
010400     88  SCAN-COMPLETE                    VALUE 'Y'.
010500 77  WS-LOG-EOF-SW                    PIC X(01)   VALUE 'N'.
010600     88  END-OF-RETURNED-MAIL-LOG         VALUE 'Y'.
010700 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
010800     88  LOG-ENTRY-FOUND                  VALUE 'Y'.
010900*---------------------------------------------------------------*
011000*    WORK AREAS                                                 *
011100*---------------------------------------------------------------*
011200 77  WS-MATCH-COUNT                   PIC 9(05)   COMP-3.
011300 77  WS-SAVED-KEY                     PIC X(49).
011400 77  WS-HOLD-THRESHOLD                PIC 9(02).
011500 77  WS-PIECE-COUNT                   PIC 9(07)   COMP-3
011600                                          VALUE ZERO.
011700 77  WS-POSTED-COUNT                  PIC 9(07)   COMP-3
011800                                          VALUE ZERO.
011900 77  WS-NEW-ENTRY-COUNT               PIC 9(07)   COMP-3
012000                                          VALUE ZERO.
012100 77  WS-REJECTED-COUNT                PIC 9(07)   COMP-3
012200                                          VALUE ZERO.
012300 77  WS-NEW-HOLD-COUNT                PIC 9(07)   COMP-3
012400                                          VALUE ZERO.
012500 77  WS-HELD-COUNT                    PIC 9(07)   COMP-3
012600                                          VALUE ZERO.
012700*---------------------------------------------------------------*
012800*    REPORT LINES                                               *
012900*---------------------------------------------------------------*
013000 01  WS-HEADING-LINE.
013100     05  FILLER                  PIC X(05)   VALUE SPACES.
013200     05  FILLER                  PIC X(44)
013300         VALUE 'EQC861P50 - RETURNED MAIL INTAKE'.
013400 01  WS-REJECT-LINE.
013500     05  FILLER                       PIC X(05)   VALUE '*** '.
013600     05  WS-R-OWNER-USER              PIC X(06).
013700     05  FILLER                       PIC X(01)   VALUE SPACE.
013800     05  WS-R-PAYER-NUMBER            PIC 9(03).
013900     05  FILLER                       PIC X(01)   VALUE SPACE.
014000     05  WS-R-TAX-YEAR                PIC 9(04).
014100     05  FILLER                       PIC X(01)   VALUE SPACE.
014200     05  WS-R-FORM-TYPE               PIC X(02).
014300     05  FILLER                       PIC X(01)   VALUE SPACE.
014400     05  WS-R-CONTROL-NUMBER          PIC X(20).
014500     05  FILLER                       PIC X(02)   VALUE SPACES.
014600     05  WS-R-REASON                  PIC X(40).
014700 01  WS-MISSING-HEADING.
014800     05  FILLER                  PIC X(05)   VALUE SPACES.
014900     05  FILLER                  PIC X(52)
015000         VALUE 'MISSING ADDRESS -- PAYEES ON HOLD FOR OUTREACH'.
015100 01  WS-MISSING-COLUMNS.
015200     05  FILLER                  PIC X(01)   VALUE SPACE.
015300     05  FILLER                  PIC X(39)
015400         VALUE 'TRANSACTION KEY'.
015500     05  FILLER                  PIC X(41)
015600         VALUE 'NAME / ADDRESS'.
015700     05  FILLER                  PIC X(08)   VALUE 'RETURNS'.
015800     05  FILLER                  PIC X(07)   VALUE 'SINCE'.
015900     05  FILLER                  PIC X(10)   VALUE 'LAST RTN'.
016000     05  FILLER                  PIC X(04)   VALUE 'RSN'.
016100     05  FILLER                  PIC X(10)   VALUE 'HELD'.
016200     05  FILLER                  PIC X(10)   VALUE 'LAST NCOA'.
016300 01  WS-MISSING-LINE.
016400     05  FILLER                       PIC X(01)   VALUE SPACE.
016500     05  WS-M-OWNER-USER              PIC X(06).
016600     05  FILLER                       PIC X(01)   VALUE SPACE.
016700     05  WS-M-PAYER-NUMBER            PIC 9(03).
016800     05  FILLER                       PIC X(01)   VALUE SPACE.
016900     05  WS-M-TAX-YEAR                PIC 9(04).
017000     05  FILLER                       PIC X(01)   VALUE SPACE.
017100     05  WS-M-FORM-TYPE               PIC X(02).
017200     05  FILLER                       PIC X(01)   VALUE SPACE.
017300     05  WS-M-CONTROL-NUMBER          PIC X(20).
017400     05  FILLER                       PIC X(01)   VALUE SPACE.
017500     05  WS-M-NAME-1                  PIC X(40).
017600     05  FILLER                       PIC X(01)   VALUE SPACE.
017700     05  WS-M-RETURN-COUNT            PIC ZZ9.
017800     05  FILLER                       PIC X(05)   VALUE SPACES.
017900     05  WS-M-SINCE-UPDATE            PIC ZZ9.
018000     05  FILLER                       PIC X(04)   VALUE SPACES.
018100     05  WS-M-LAST-RETURN-DATE        PIC 9(08).
018200     05  FILLER                       PIC X(02)   VALUE SPACES.
018300     05  WS-M-RETURN-REASON           PIC X(02).
018400     05  FILLER                       PIC X(02)   VALUE SPACES.
018500     05  WS-M-HOLD-DATE               PIC 9(08).
018600     05  FILLER                       PIC X(02)   VALUE SPACES.
018700     05  WS-M-NCOA-UPDATE-DATE        PIC 9(08).
018800 01  WS-MISSING-ADDRESS-LINE.
018900     05  FILLER                       PIC X(37)   VALUE SPACES.
019000     05  WS-M-STREET-ADDRESS          PIC X(40).
019100     05  FILLER                       PIC X(01)   VALUE SPACE.
019200     05  WS-M-TAX-CITY                PIC X(40).
019300     05  FILLER                       PIC X(01)   VALUE SPACE.
019400     05  WS-M-TAX-STATE               PIC X(03).
019500     05  WS-M-TAX-ZIP                 PIC X(10).
019600 01  WS-TOTAL-LINE.
019700     05  FILLER                       PIC X(05)   VALUE SPACES.
019800     05  WS-T-CAPTION                 PIC X(32).
019900     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
020000*---------------------------------------------------------------*
020100*    RUN-CONTROL WORK AREAS                                     *
020200*---------------------------------------------------------------*
020300 77  WS-RUN-DATE                      PIC 9(08).
020400 77  WS-RUN-TIME                      PIC 9(08).
020500 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
020600 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
020700                                          VALUE ZERO.
020800 PROCEDURE DIVISION.
020900*---------------------------------------------------------------*
021000*    0000-MAINLINE                                              *
021100*---------------------------------------------------------------*
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     PERFORM 2000-PROCESS-PIECE THRU 2000-EXIT
021500         UNTIL END-OF-RETURNED-PIECES.
021600     PERFORM 5000-LIST-MISSING THRU 5000-EXIT.
021700     PERFORM 8000-FINISH THRU 8000-EXIT.
021800     GO TO 9999-EXIT.
021900*---------------------------------------------------------------*
022000*    1000-INITIALIZE                                            *
022100*---------------------------------------------------------------*
022200 1000-INITIALIZE.
022300     OPEN INPUT  PARM-CARD.
022400     READ PARM-CARD
022500         AT END
022600             MOVE ZERO   TO PARM-HOLD-THRESHOLD
022700     END-READ.
022800     CLOSE PARM-CARD.
022900     IF PARM-HOLD-THRESHOLD NOT NUMERIC
023000             OR PARM-HOLD-THRESHOLD = ZERO
023100         MOVE 2                       TO WS-HOLD-THRESHOLD
023200     ELSE
023300         MOVE PARM-HOLD-THRESHOLD     TO WS-HOLD-THRESHOLD
023400     END-IF.
023500     OPEN INPUT  RETURNED-PIECE-FILE
023600                 TAX-FORM-MASTER
023700          I-O    RETURNED-MAIL-LOG
023800          OUTPUT MISSING-ADDR-RPT.
023900     WRITE MISSING-ADDR-RPT-LINE FROM WS-HEADING-LINE.
024000     OPEN EXTEND RUN-CONTROL-FILE.
024100     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
024200     PERFORM 7000-READ-PIECE THRU 7000-EXIT.
024300 1000-EXIT.
024400     EXIT.
024500*---------------------------------------------------------------*
024600*    2000-PROCESS-PIECE                                         *
024700*---------------------------------------------------------------*
024800 2000-PROCESS-PIECE.
024900     PERFORM 3000-LOCATE-PAYEE THRU 3000-EXIT.
025000     IF WS-MATCH-COUNT = ZERO
025100         MOVE 'NO ORIGINAL PAYEE RECORD FOR THIS KEY'
025200                                      TO WS-R-REASON
025300         PERFORM 6000-REJECT-PIECE THRU 6000-EXIT
025400         GO TO 2000-NEXT
025500     END-IF.
025600     IF WS-MATCH-COUNT > 1
025700         MOVE 'KEY MATCHES MORE THAN ONE PAYEE RECORD'
025800                                      TO WS-R-REASON
025900         PERFORM 6000-REJECT-PIECE THRU 6000-EXIT
026000         GO TO 2000-NEXT
026100     END-IF.
026200     MOVE WS-SAVED-KEY                TO TAX-FORM-KEY.
026300     READ TAX-FORM-MASTER
026400         INVALID KEY
026500             MOVE 'NO ORIGINAL PAYEE RECORD FOR THIS KEY'
026600                                      TO WS-R-REASON
026700             PERFORM 6000-REJECT-PIECE THRU 6000-EXIT
026800             GO TO 2000-NEXT
026900     END-READ.
027000     PERFORM 4000-POST-RETURN THRU 4000-EXIT.
027100 2000-NEXT.
027200     PERFORM 7000-READ-PIECE THRU 7000-EXIT.
027300 2000-EXIT.
027400     EXIT.
027500*---------------------------------------------------------------*
027600*    3000-LOCATE-PAYEE -- POSITION AT THE TAX-YEAR / FORM-TYPE   *
027700*    PREFIX AND COUNT THE ORIGINAL 'B' RECORDS MATCHING THE     *
027800*    PIECE'S KEY, REMEMBERING THE FULL PHYSICAL KEY OF THE      *
027900*    FIRST ONE.                                                 *
028000*---------------------------------------------------------------*
028100 3000-LOCATE-PAYEE.
028200     MOVE ZERO TO WS-MATCH-COUNT.
028300     MOVE 'N' TO WS-SCAN-DONE-SW.
028400     MOVE LOW-VALUES                  TO TAX-FORM-KEY.
028500     MOVE 861                         TO RECORD-ID.
028600     MOVE RT-TAX-YEAR                 TO TAX-YEAR.
028700     MOVE RT-FORM-TYPE                TO FORM-TYPE.
028800     START TAX-FORM-MASTER KEY NOT < TAX-FORM-KEY
028900         INVALID KEY
029000             SET SCAN-COMPLETE TO TRUE
029100     END-START.
029200     PERFORM 3100-SCAN-NEXT THRU 3100-EXIT
029300         UNTIL SCAN-COMPLETE.
029400 3000-EXIT.
029500     EXIT.
029600*---------------------------------------------------------------*
029700*    3100-SCAN-NEXT                                             *
029800*---------------------------------------------------------------*
029900 3100-SCAN-NEXT.
030000     READ TAX-FORM-MASTER NEXT RECORD
030100         AT END
030200             SET SCAN-COMPLETE TO TRUE
030300     END-READ.
030400     IF SCAN-COMPLETE
030500         GO TO 3100-EXIT
030600     END-IF.
030700     IF TAX-YEAR NOT = RT-TAX-YEAR
030800             OR FORM-TYPE NOT = RT-FORM-TYPE
030900         SET SCAN-COMPLETE TO TRUE
031000         GO TO 3100-EXIT
031100     END-IF.
031200     IF TAX-FORMS-PAYEE-RECORD
031300             AND CORRECTION-FLAG = SPACE
031400             AND OWNER-USER = RT-OWNER-USER
031500             AND PAYER-NUMBER = RT-PAYER-NUMBER
031600             AND CONTROL-NUMBER = RT-CONTROL-NUMBER
031700         ADD 1 TO WS-MATCH-COUNT
031800         IF WS-MATCH-COUNT = 1
031900             MOVE TAX-FORM-KEY TO WS-SAVED-KEY
032000         END-IF
032100     END-IF.
032200 3100-EXIT.
032300     EXIT.
032400*---------------------------------------------------------------*
032500*    4000-POST-RETURN -- ADD OR UPDATE THE LOG ENTRY, CARRYING   *
032600*    THE ADDRESS THE PIECE WAS MAILED TO, AND PUT THE PAYEE ON  *
032700*    HOLD ONCE THE RETURNS SINCE THE LAST ADDRESS UPDATE REACH  *
032800*    THE THRESHOLD.                                             *
032900*---------------------------------------------------------------*
033000 4000-POST-RETURN.
033100     MOVE RT-TRAN-KEY                 TO RM-TRAN-KEY.
033200     MOVE 'Y' TO WS-FOUND-SW.
033300     READ RETURNED-MAIL-LOG
033400         INVALID KEY
033500             MOVE 'N' TO WS-FOUND-SW
033600     END-READ.
033700     IF NOT LOG-ENTRY-FOUND
033800         MOVE SPACES                  TO EQC861P46
033900         INITIALIZE EQC861P46
034000         MOVE RT-TRAN-KEY             TO RM-TRAN-KEY
034100         MOVE RT-RETURN-DATE          TO RM-FIRST-RETURN-DATE
034200         SET RM-MAIL-RELEASED         TO TRUE
034300     END-IF.
034400     MOVE NAME-1                      TO RM-NAME-1.
034500     MOVE STREET-ADDRESS              TO RM-STREET-ADDRESS.
034600     MOVE TAX-CITY                    TO RM-TAX-CITY.
034700     MOVE TAX-STATE                   TO RM-TAX-STATE.
034800     MOVE TAX-ZIP                     TO RM-TAX-ZIP.
034900     ADD 1                            TO RM-RETURN-COUNT
035000                                         RM-RETURNS-SINCE-UPDATE.
035100     IF RT-RETURN-DATE > RM-LAST-RETURN-DATE
035200         MOVE RT-RETURN-DATE          TO RM-LAST-RETURN-DATE
035300         MOVE RT-RETURN-REASON        TO RM-LAST-RETURN-REASON
035400     END-IF.
035500     IF RM-MAIL-RELEASED
035600             AND RM-RETURNS-SINCE-UPDATE NOT < WS-HOLD-THRESHOLD
035700         SET RM-MAIL-HELD             TO TRUE
035800         MOVE WS-RUN-DATE             TO RM-HOLD-DATE
035900         ADD 1 TO WS-NEW-HOLD-COUNT
036000     END-IF.
036100     IF LOG-ENTRY-FOUND
036200         REWRITE EQC861P46
036300             INVALID KEY
036400                 MOVE 'RETURNED-MAIL LOG REWRITE FAILED'
036500                                      TO WS-R-REASON
036600                 PERFORM 6000-REJECT-PIECE THRU 6000-EXIT
036700                 GO TO 4000-EXIT
036800         END-REWRITE
036900     ELSE
037000         WRITE EQC861P46
037100             INVALID KEY
037200                 MOVE 'RETURNED-MAIL LOG WRITE FAILED'
037300                                      TO WS-R-REASON
037400                 PERFORM 6000-REJECT-PIECE THRU 6000-EXIT
037500                 GO TO 4000-EXIT
037600         END-WRITE
037700         ADD 1 TO WS-NEW-ENTRY-COUNT
037800     END-IF.
037900     ADD 1 TO WS-POSTED-COUNT.
038000 4000-EXIT.
038100     EXIT.
038200*---------------------------------------------------------------*
038300*    5000-LIST-MISSING -- ONE PASS OF THE LOG, LISTING EVERY    *
038400*    PAYEE ON MISSING-ADDRESS HOLD.                             *
038500*---------------------------------------------------------------*
038600 5000-LIST-MISSING.
038700     WRITE MISSING-ADDR-RPT-LINE FROM WS-MISSING-HEADING.
038800     WRITE MISSING-ADDR-RPT-LINE FROM WS-MISSING-COLUMNS.
038900     MOVE LOW-VALUES                  TO RM-TRAN-KEY.
039000     START RETURNED-MAIL-LOG KEY NOT < RM-TRAN-KEY
039100         INVALID KEY
039200             SET END-OF-RETURNED-MAIL-LOG TO TRUE
039300     END-START.
039400     PERFORM 5100-LIST-ENTRY THRU 5100-EXIT
039500         UNTIL END-OF-RETURNED-MAIL-LOG.
039600 5000-EXIT.
039700     EXIT.
039800*---------------------------------------------------------------*
039900*    5100-LIST-ENTRY                                            *
040000*---------------------------------------------------------------*
040100 5100-LIST-ENTRY.
040200     READ RETURNED-MAIL-LOG NEXT RECORD
040300         AT END
040400             SET END-OF-RETURNED-MAIL-LOG TO TRUE
040500     END-READ.
040600     IF END-OF-RETURNED-MAIL-LOG OR NOT RM-MAIL-HELD
040700         GO TO 5100-EXIT
040800     END-IF.
040900     ADD 1 TO WS-HELD-COUNT.
041000     MOVE RM-OWNER-USER               TO WS-M-OWNER-USER.
041100     MOVE RM-PAYER-NUMBER             TO WS-M-PAYER-NUMBER.
041200     MOVE RM-TAX-YEAR                 TO WS-M-TAX-YEAR.
041300     MOVE RM-FORM-TYPE                TO WS-M-FORM-TYPE.
041400     MOVE RM-CONTROL-NUMBER           TO WS-M-CONTROL-NUMBER.
041500     MOVE RM-NAME-1                   TO WS-M-NAME-1.
041600     MOVE RM-RETURN-COUNT             TO WS-M-RETURN-COUNT.
041700     MOVE RM-RETURNS-SINCE-UPDATE     TO WS-M-SINCE-UPDATE.
041800     MOVE RM-LAST-RETURN-DATE         TO WS-M-LAST-RETURN-DATE.
041900     MOVE RM-LAST-RETURN-REASON       TO WS-M-RETURN-REASON.
042000     MOVE RM-HOLD-DATE                TO WS-M-HOLD-DATE.
042100     MOVE RM-NCOA-UPDATE-DATE         TO WS-M-NCOA-UPDATE-DATE.
042200     WRITE MISSING-ADDR-RPT-LINE FROM WS-MISSING-LINE.
042300     MOVE RM-STREET-ADDRESS           TO WS-M-STREET-ADDRESS.
042400     MOVE RM-TAX-CITY                 TO WS-M-TAX-CITY.
042500     MOVE RM-TAX-STATE                TO WS-M-TAX-STATE.
042600     MOVE RM-TAX-ZIP                  TO WS-M-TAX-ZIP.
042700     WRITE MISSING-ADDR-RPT-LINE FROM WS-MISSING-ADDRESS-LINE.
042800 5100-EXIT.
042900     EXIT.
043000*---------------------------------------------------------------*
043100*    6000-REJECT-PIECE                                          *
043200*---------------------------------------------------------------*
043300 6000-REJECT-PIECE.
043400     ADD 1 TO WS-REJECTED-COUNT.
043500     MOVE RT-OWNER-USER               TO WS-R-OWNER-USER.
043600     MOVE RT-PAYER-NUMBER             TO WS-R-PAYER-NUMBER.
043700     MOVE RT-TAX-YEAR                 TO WS-R-TAX-YEAR.
043800     MOVE RT-FORM-TYPE                TO WS-R-FORM-TYPE.
043900     MOVE RT-CONTROL-NUMBER           TO WS-R-CONTROL-NUMBER.
044000     WRITE MISSING-ADDR-RPT-LINE FROM WS-REJECT-LINE.
044100 6000-EXIT.
044200     EXIT.
044300*---------------------------------------------------------------*
044400*    7000-READ-PIECE                                            *
044500*---------------------------------------------------------------*
044600 7000-READ-PIECE.
044700     READ RETURNED-PIECE-FILE
044800         AT END
044900             SET END-OF-RETURNED-PIECES TO TRUE
045000         NOT AT END
045100             ADD 1 TO WS-PIECE-COUNT
045200                      WS-RC-RECORDS-READ
045300             IF WS-RC-TAX-YEAR = ZERO
045400                 MOVE RT-TAX-YEAR TO WS-RC-TAX-YEAR
045500             END-IF
045600     END-READ.
045700 7000-EXIT.
045800     EXIT.
045900*---------------------------------------------------------------*
046000*    8000-FINISH                                                *
046100*---------------------------------------------------------------*
046200 8000-FINISH.
046300     MOVE 'RETURNED PIECES READ ---------- ' TO WS-T-CAPTION.
046400     MOVE WS-PIECE-COUNT              TO WS-T-COUNT.
046500     WRITE MISSING-ADDR-RPT-LINE FROM WS-TOTAL-LINE.
046600     MOVE 'RETURNS POSTED TO LOG --------- ' TO WS-T-CAPTION.
046700     MOVE WS-POSTED-COUNT             TO WS-T-COUNT.
046800     WRITE MISSING-ADDR-RPT-LINE FROM WS-TOTAL-LINE.
046900     MOVE '   FIRST RETURN FOR PAYEE ----- ' TO WS-T-CAPTION.
047000     MOVE WS-NEW-ENTRY-COUNT          TO WS-T-COUNT.
047100     WRITE MISSING-ADDR-RPT-LINE FROM WS-TOTAL-LINE.
047200     MOVE 'RETURNS NOT POSTED ------------ ' TO WS-T-CAPTION.
047300     MOVE WS-REJECTED-COUNT           TO WS-T-COUNT.
047400     WRITE MISSING-ADDR-RPT-LINE FROM WS-TOTAL-LINE.
047500     MOVE 'PAYEES PUT ON HOLD THIS RUN --- ' TO WS-T-CAPTION.
047600     MOVE WS-NEW-HOLD-COUNT           TO WS-T-COUNT.
047700     WRITE MISSING-ADDR-RPT-LINE FROM WS-TOTAL-LINE.
047800     MOVE 'PAYEES ON MISSING-ADDRESS HOLD  ' TO WS-T-CAPTION.
047900     MOVE WS-HELD-COUNT               TO WS-T-COUNT.
048000     WRITE MISSING-ADDR-RPT-LINE FROM WS-TOTAL-LINE.
048100     CLOSE RETURNED-PIECE-FILE TAX-FORM-MASTER RETURNED-MAIL-LOG
048200           MISSING-ADDR-RPT.
048300     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
048400     CLOSE RUN-CONTROL-FILE.
048500 8000-EXIT.
048600     EXIT.
048700*---------------------------------------------------------------*
048800*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
048900*---------------------------------------------------------------*
049000 9000-WRITE-RUN-OPEN.
049100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
049200     ACCEPT WS-RUN-TIME FROM TIME.
049300     MOVE SPACES TO EQC861P22.
049400     INITIALIZE EQC861P22.
049500     MOVE 'EQC861P50'                 TO RC-PROGRAM-ID.
049600     SET RC-OPEN-ENTRY TO TRUE.
049700     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
049800     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
049900     SET RC-STEP-STARTED TO TRUE.
050000     WRITE EQC861P22.
050100 9000-EXIT.
050200     EXIT.
050300*---------------------------------------------------------------*
050400*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE    *
050500*---------------------------------------------------------------*
050600 9100-WRITE-RUN-CLOSE.
050700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
050800     ACCEPT WS-RUN-TIME FROM TIME.
050900     MOVE SPACES TO EQC861P22.
051000     INITIALIZE EQC861P22.
051100     MOVE 'EQC861P50'                 TO RC-PROGRAM-ID.
051200     SET RC-CLOSE-ENTRY TO TRUE.
051300     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
051400     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
051500     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
051600     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
051700     MOVE WS-POSTED-COUNT             TO RC-RECORDS-WRITTEN.
051800     MOVE WS-REJECTED-COUNT           TO RC-EXCEPTION-COUNT.
051900     SET RC-STEP-COMPLETED TO TRUE.
052000     WRITE EQC861P22.
052100 9100-EXIT.
052200     EXIT.
052300*---------------------------------------------------------------*
052400*    9999-EXIT -- COMMON PROGRAM EXIT                            *
052500*---------------------------------------------------------------*
052600 9999-EXIT.
052700     STOP RUN.
