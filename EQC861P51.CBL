000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P51.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    MINIMUM REPORTING-THRESHOLD SCREEN FOR THE EQC861 TAX FORM
000900*    FILE.
001000*
001100*    RUNS AGAINST THE SORTED TAX FORM FILE AHEAD OF THE BALANCE
001200*    (EQC861P5), THE TAPE BUILD (EQC861P7), THE FIRE EXTRACT
001300*    (EQC861P9) AND RECIPIENT PRINT (EQC861P17).  EACH ORIGINAL
001400*    'B' RECORD'S AMOUNT BOXES ARE TESTED AGAINST THE THRESHOLD
001500*    TABLE (COPYBOOK EQC861P53, ONE CARD PER FORM-TYPE AND BOX).
001600*    A PAYEE IS BELOW THRESHOLD WHEN ITS FORM TYPE HAS AT LEAST
001700*    ONE CARD AND EVERY NON-ZERO BOX OTHER THAN FEDERAL
001800*    WITHHOLDING IS UNDER THAT BOX'S MINIMUM.  A NON-ZERO BOX
001900*    WITH NO CARD IS ALWAYS REPORTABLE, SO A BOX LEFT OFF THE
002000*    TABLE CAN NEVER SCREEN A FORM OUT.
002100*
002200*    A BELOW-THRESHOLD PAYEE STILL GETS ITS FORM WHEN:
002300*      - ANY FEDERAL INCOME TAX WAS WITHHELD (9D BOX 7, 9M / 9R
002400*        / 9I / 9N BOX 4);
002500*      - BACKUP-WITHHOLDING-FLAG IS SET; OR
002600*      - IT IS A CORRECTION ('X'/'Z') TO A RECORD ALREADY FILED.
002700*    FORM W-2 AND FORM 1042-S HAVE NO MINIMUM AND ARE NEVER
002800*    SCREENED.
002900*
003000*    A SCREENED PAYEE IS KEPT ON THE FILE WITH THRESHOLD-SCREEN-
003100*    IND SET, SO THE RECORD COUNT STILL AGREES WITH THE TIN EDIT
003200*    (EQC861P14); THE BALANCE, TAPE, FIRE AND PRINT STEPS PASS
003300*    OVER IT.  ITS BOXES, PAYEE AND PARTICIPANT COUNTS ARE TAKEN
003400*    OFF ITS PAYER'S 'A' RECORD CONTROL TOTALS SO EQC861P5 STILL
003500*    BALANCES.  BECAUSE THE 'A' RECORD COMES AHEAD OF ITS
003600*    PAYEES, THE FILE IS READ TWICE:  THE FIRST PASS TABLES THE
003700*    SCREENED AMOUNTS BY PAYER GROUP AND PRINTS THE REPORT, THE
003800*    SECOND WRITES THE SCREENED FILE WITH THE 'A' RECORDS
003900*    ADJUSTED.  A PAYER GROUP BEYOND THE END OF THE GROUP TABLE
004000*    IS PASSED THROUGH UNSCREENED AND COUNTED ON THE REPORT.
004100*
004200*    A PAYEE ALREADY MARKED BY AN EARLIER RUN IS PASSED THROUGH
004300*    AS IT IS, SO A RERUN AGAINST A SCREENED FILE DOES NOT TAKE
004400*    THE SAME DOLLARS OFF THE CONTROL TOTALS TWICE.
004500*
004600*    THRESHOLD CARDS (THRSHTBL), ONE PER FORM-TYPE AND BOX:
004700*      COLS 1-2   FORM TYPE (9D, 9I, 9M, 9N, 9R, 98).
004800*      COLS 3-4   BOX NUMBER 01-12.
004900*      COLS 5-13  MINIMUM AMOUNT, 9(07)V99.
005000*      COLS 14-43 DESCRIPTION FOR THE REPORT.
005100*    A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
005200*
005300*    MODIFICATION HISTORY
005400*    --------------------
005500*    DATE       INIT      DESCRIPTION
005600*    10/15/2026 CT08841   ORIGINAL PROGRAM.
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.    IBM-370.
006100 OBJECT-COMPUTER.    IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT THRESHOLD-FILE   ASSIGN TO THRSHTBL
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT TAX-FORM-FILE    ASSIGN TO TAXFORM
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT SCREENED-FILE    ASSIGN TO TAXSCRN
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT SCREEN-RPT       ASSIGN TO SCRNRPT
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007300         ORGANIZATION IS SEQUENTIAL.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  THRESHOLD-FILE
007700     LABEL RECORDS ARE OMITTED.
007800     COPY EQC861P53.
007900 FD  TAX-FORM-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY EQC861P4.
008200 FD  SCREENED-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  SCREENED-RECORD                  PIC X(600).
008500 FD  SCREEN-RPT
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
008800 01  SCREEN-RPT-LINE                  PIC X(132).
008900 FD  RUN-CONTROL-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F.
009200     COPY EQC861P23.
009300 WORKING-STORAGE SECTION.
009400*---------------------------------------------------------------*
009500*    SWITCHES                                                  *
009600*---------------------------------------------------------------*
009700 77  WS-EOF-SW                       PIC X(01)   VALUE 'N'.
009800     88  END-OF-TAX-FORM-FILE            VALUE 'Y'.
009900 77  WS-THR-EOF-SW                   PIC X(01)   VALUE 'N'.
010000     88  END-OF-THRESHOLD-FILE           VALUE 'Y'.
010100 77  WS-PASS-SW                      PIC X(01)   VALUE '1'.
010200     88  FIRST-PASS                      VALUE '1'.
010300     88  SECOND-PASS                     VALUE '2'.
010400 77  WS-TABLED-SW                    PIC X(01)   VALUE 'N'.
010500     88  GROUP-TABLED                    VALUE 'Y'.
010600 77  WS-LISTED-SW                    PIC X(01)   VALUE 'N'.
010700     88  FORM-HAS-THRESHOLDS             VALUE 'Y'.
010800 77  WS-FOUND-SW                     PIC X(01)   VALUE 'N'.
010900     88  BOX-HAS-THRESHOLD               VALUE 'Y'.
011000 77  WS-UNDER-SW                     PIC X(01)   VALUE 'Y'.
011100     88  ALL-BOXES-UNDER                 VALUE 'Y'.
011200 77  WS-SCREEN-RESULT                PIC X(01)   VALUE SPACE.
011300     88  PAYEE-REPORTABLE                VALUE SPACE.
011400     88  PAYEE-SCREENED-OUT              VALUE 'S'.
011500     88  PAYEE-KEPT-FOR-WITHHOLDING      VALUE 'W'.
011600     88  PAYEE-KEPT-FOR-BACKUP-WH        VALUE 'B'.
011700     88  PAYEE-SCREENED-EARLIER          VALUE 'P'.
011800*---------------------------------------------------------------*
011900*    WORK AREAS                                                *
012000*---------------------------------------------------------------*
012100 77  WS-BOX-SUB                      PIC 9(02)   COMP.
012200 77  WS-THR-SUB                      PIC 9(03)   COMP.
012300 77  WS-GRP-SUB                      PIC 9(05)   COMP VALUE ZERO.
012400 77  WS-FED-WH-BOX                   PIC 9(02)   COMP.
012500 77  WS-MINIMUM-AMOUNT               PIC 9(07)V99 COMP-3.
012600 77  WS-PAYEE-DOLLARS                PIC 9(16)V99 COMP-3.
012700 77  WS-GRP-DOLLARS                  PIC 9(16)V99 COMP-3
012800                                         VALUE ZERO.
012900 77  WS-GRP-SCREENED-COUNT           PIC 9(07)   COMP-3
013000                                         VALUE ZERO.
013100 77  WS-TOTAL-DOLLARS                PIC 9(16)V99 COMP-3
013200                                         VALUE ZERO.
013300 77  WS-TESTED-COUNT                 PIC 9(07)   COMP-3
013400                                         VALUE ZERO.
013500 77  WS-SCREENED-COUNT               PIC 9(07)   COMP-3
013600                                         VALUE ZERO.
013700 77  WS-KEPT-WH-COUNT                PIC 9(07)   COMP-3
013800                                         VALUE ZERO.
013900 77  WS-KEPT-BWH-COUNT               PIC 9(07)   COMP-3
014000                                         VALUE ZERO.
014100 77  WS-EARLIER-COUNT                PIC 9(07)   COMP-3
014200                                         VALUE ZERO.
014300 77  WS-ADJUSTED-COUNT               PIC 9(07)   COMP-3
014400                                         VALUE ZERO.
014500 77  WS-OVERFLOW-COUNT               PIC 9(07)   COMP-3
014600                                         VALUE ZERO.
014700 77  WS-CARD-REJECT-COUNT            PIC 9(07)   COMP-3
014800                                         VALUE ZERO.
014900 77  WS-WRITTEN-COUNT                PIC 9(09)   COMP-3
015000                                         VALUE ZERO.
015100 01  WS-CURRENT-GROUP.
015200     05  WS-CUR-OWNER-USER           PIC X(06).
015300     05  WS-CUR-PAYER-NUMBER         PIC 9(03).
015400     05  WS-CUR-TAX-YEAR             PIC 9(04).
015500     05  WS-CUR-FORM-TYPE            PIC X(02).
015600*---------------------------------------------------------------*
015700*    THRESHOLD TABLE -- LOADED FROM THE THRESHOLD CARDS.        *
015800*---------------------------------------------------------------*
015900 01  WS-THRESHOLD-TABLE.
016000     05  WS-THRESHOLD-COUNT          PIC 9(03)   COMP VALUE ZERO.
016100     05  WS-THRESHOLD-ENTRY OCCURS 100 TIMES.
016200         10  TQ-FORM-TYPE            PIC X(02).
016300         10  TQ-BOX-NUMBER           PIC 9(02).
016400         10  TQ-MINIMUM-AMOUNT       PIC 9(07)V99 COMP-3.
016500*---------------------------------------------------------------*
016600*    PAYER-GROUP TABLE -- ONE ENTRY PER 'A' RECORD IN FILE      *
016700*    ORDER, HOLDING WHAT THE FIRST PASS SCREENED OUT OF THAT    *
016800*    GROUP FOR THE SECOND PASS TO TAKE OFF ITS CONTROL TOTALS.  *
016900*---------------------------------------------------------------*
017000 01  WS-GROUP-TABLE.
017100     05  WS-GROUP-COUNT              PIC 9(05)   COMP VALUE ZERO.
017200     05  WS-GROUP-ENTRY OCCURS 5000 TIMES.
017300         10  GQ-SCREENED-PAYEES      PIC 9(07)   COMP-3.
017400         10  GQ-SCREENED-PARTICIPANTS
017500                                     PIC 9(07)   COMP-3.
017600         10  GQ-AMOUNT OCCURS 12 TIMES
017700                                     PIC 9(16)V99 COMP-3.
017800*---------------------------------------------------------------*
017900*    REPORT LINES                                               *
018000*---------------------------------------------------------------*
018100 01  WS-HEADING-LINE.
018200     05  FILLER              PIC X(05)   VALUE SPACES.
018300     05  FILLER              PIC X(45)
018400         VALUE 'EQC861P51 - REPORTING THRESHOLD SCREEN REPORT'.
018500 01  WS-CARD-LINE.
018600     05  FILLER                       PIC X(03)   VALUE SPACES.
018700     05  FILLER                       PIC X(15)
018800         VALUE 'THRESHOLD FORM '.
018900     05  WS-C-FORM-TYPE               PIC X(02).
019000     05  FILLER                       PIC X(05)   VALUE ' BOX '.
019100     05  WS-C-BOX-NUMBER              PIC X(02).
019200     05  FILLER                       PIC X(02)   VALUE SPACES.
019300     05  WS-C-MINIMUM-AMOUNT          PIC Z,ZZZ,ZZ9.99.
019400     05  FILLER                       PIC X(02)   VALUE SPACES.
019500     05  WS-C-DESCRIPTION             PIC X(30).
019600     05  FILLER                       PIC X(02)   VALUE SPACES.
019700     05  WS-C-DISPOSITION             PIC X(20).
019800 01  WS-DETAIL-LINE.
019900     05  FILLER                       PIC X(03)   VALUE SPACES.
020000     05  WS-D-OWNER-USER              PIC X(06).
020100     05  FILLER                       PIC X(01)   VALUE '/'.
020200     05  WS-D-PAYER-NUMBER            PIC 9(03).
020300     05  FILLER                       PIC X(02)   VALUE SPACES.
020400     05  WS-D-TAX-YEAR                PIC 9(04).
020500     05  FILLER                       PIC X(01)   VALUE SPACE.
020600     05  WS-D-FORM-TYPE               PIC X(02).
020700     05  FILLER                       PIC X(02)   VALUE SPACES.
020800     05  WS-D-CONTROL-NUMBER          PIC X(20).
020900     05  FILLER                       PIC X(02)   VALUE SPACES.
021000     05  WS-D-NAME                    PIC X(40).
021100     05  FILLER                       PIC X(02)   VALUE SPACES.
021200     05  WS-D-DOLLARS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021300 01  WS-PAYER-TOTAL-LINE.
021400     05  FILLER                       PIC X(03)   VALUE SPACES.
021500     05  FILLER                       PIC X(12)
021600         VALUE 'PAYER TOTAL '.
021700     05  WS-P-OWNER-USER              PIC X(06).
021800     05  FILLER                       PIC X(01)   VALUE '/'.
021900     05  WS-P-PAYER-NUMBER            PIC 9(03).
022000     05  FILLER                       PIC X(01)   VALUE SPACE.
022100     05  WS-P-FORM-TYPE               PIC X(02).
022200     05  FILLER                       PIC X(18)
022300         VALUE '  PAYEES SCREENED '.
022400     05  WS-P-SCREENED-COUNT          PIC ZZZ,ZZ9.
022500     05  FILLER                       PIC X(52)   VALUE SPACES.
022600     05  WS-P-DOLLARS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022700 01  WS-TOTAL-LINE.
022800     05  FILLER                       PIC X(05)   VALUE SPACES.
022900     05  WS-T-CAPTION                 PIC X(32).
023000     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
023100 01  WS-DOLLAR-LINE.
023200     05  FILLER                       PIC X(05)   VALUE SPACES.
023300     05  FILLER                       PIC X(32)
023400         VALUE 'DOLLARS SCREENED OUT ---------- '.
023500     05  WS-T-DOLLARS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023600*---------------------------------------------------------------*
023700*    RUN-CONTROL WORK AREAS                                     *
023800*---------------------------------------------------------------*
023900 77  WS-RUN-DATE                      PIC 9(08).
024000 77  WS-RUN-TIME                      PIC 9(08).
024100 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
024200 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
024300                                          VALUE ZERO.
024400 PROCEDURE DIVISION.
024500*---------------------------------------------------------------*
024600*    0000-MAINLINE                                              *
024700*---------------------------------------------------------------*
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     PERFORM 2000-SCREEN-RECORD THRU 2000-EXIT
025100         UNTIL END-OF-TAX-FORM-FILE.
025200     PERFORM 2900-START-SECOND-PASS THRU 2900-EXIT.
025300     PERFORM 4000-WRITE-RECORD THRU 4000-EXIT
025400         UNTIL END-OF-TAX-FORM-FILE.
025500     PERFORM 8000-FINISH THRU 8000-EXIT.
025600     GO TO 9999-EXIT.
025700*---------------------------------------------------------------*
025800*    1000-INITIALIZE -- LOAD AND LIST THE THRESHOLD TABLE, THEN *
025900*    OPEN THE TAX FORM FILE FOR THE FIRST PASS.                 *
026000*---------------------------------------------------------------*
026100 1000-INITIALIZE.
026200     OPEN OUTPUT SCREEN-RPT.
026300     WRITE SCREEN-RPT-LINE FROM WS-HEADING-LINE.
026400     OPEN INPUT  THRESHOLD-FILE.
026500     PERFORM 7100-READ-THRESHOLD THRU 7100-EXIT.
026600     PERFORM 1100-LOAD-THRESHOLD THRU 1100-EXIT
026700         UNTIL END-OF-THRESHOLD-FILE.
026800     CLOSE THRESHOLD-FILE.
026900     OPEN INPUT  TAX-FORM-FILE.
027000     OPEN EXTEND RUN-CONTROL-FILE.
027100     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
027200     SET FIRST-PASS TO TRUE.
027300     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
027400 1000-EXIT.
027500     EXIT.
027600*---------------------------------------------------------------*
027700*    1100-LOAD-THRESHOLD -- TABLE ONE CARD.  A CARD WITH A BAD  *
027800*    BOX NUMBER OR AMOUNT, OR ONE PAST THE END OF THE TABLE, IS *
027900*    LISTED AND COUNTED BUT NOT USED.                           *
028000*---------------------------------------------------------------*
028100 1100-LOAD-THRESHOLD.
028200     IF TS-FORM-TYPE (1:1) = '*'
028300         GO TO 1100-NEXT
028400     END-IF.
028500     MOVE TS-FORM-TYPE                TO WS-C-FORM-TYPE.
028600     MOVE TS-BOX-NUMBER               TO WS-C-BOX-NUMBER.
028700     MOVE TS-DESCRIPTION              TO WS-C-DESCRIPTION.
028800     MOVE ZERO                        TO WS-C-MINIMUM-AMOUNT.
028900     IF TS-FORM-TYPE = SPACES
029000             OR TS-BOX-NUMBER NOT NUMERIC
029100             OR TS-MINIMUM-AMOUNT NOT NUMERIC
029200         MOVE 'REJECTED - INVALID'    TO WS-C-DISPOSITION
029300         ADD 1 TO WS-CARD-REJECT-COUNT
029400     ELSE
029500         IF TS-BOX-NUMBER < 1 OR TS-BOX-NUMBER > 12
029600             MOVE 'REJECTED - BAD BOX'  TO WS-C-DISPOSITION
029700             ADD 1 TO WS-CARD-REJECT-COUNT
029800         ELSE
029900             IF WS-THRESHOLD-COUNT < 100
030000                 ADD 1 TO WS-THRESHOLD-COUNT
030100                 MOVE WS-THRESHOLD-COUNT TO WS-THR-SUB
030200                 MOVE TS-FORM-TYPE  TO TQ-FORM-TYPE (WS-THR-SUB)
030300                 MOVE TS-BOX-NUMBER TO TQ-BOX-NUMBER (WS-THR-SUB)
030400                 MOVE TS-MINIMUM-AMOUNT
030500                                TO TQ-MINIMUM-AMOUNT (WS-THR-SUB)
030600                 MOVE TS-MINIMUM-AMOUNT TO WS-C-MINIMUM-AMOUNT
030700                 MOVE 'IN EFFECT'       TO WS-C-DISPOSITION
030800             ELSE
030900                 MOVE 'REJECTED - TABLE FULL' TO WS-C-DISPOSITION
031000                 ADD 1 TO WS-CARD-REJECT-COUNT
031100             END-IF
031200         END-IF
031300     END-IF.
031400     WRITE SCREEN-RPT-LINE FROM WS-CARD-LINE.
031500 1100-NEXT.
031600     PERFORM 7100-READ-THRESHOLD THRU 7100-EXIT.
031700 1100-EXIT.
031800     EXIT.
031900*---------------------------------------------------------------*
032000*    2000-SCREEN-RECORD -- FIRST PASS.                          *
032100*---------------------------------------------------------------*
032200 2000-SCREEN-RECORD.
032300     IF TAX-FORMS-PAYER-RECORD
032400         PERFORM 2100-START-GROUP THRU 2100-EXIT
032500     END-IF.
032600     IF TAX-FORMS-PAYEE-RECORD AND GROUP-TABLED
032700         ADD 1 TO WS-TESTED-COUNT
032800         PERFORM 3000-TEST-PAYEE THRU 3000-EXIT
032900         EVALUATE TRUE
033000             WHEN PAYEE-SCREENED-OUT
033100                 PERFORM 2200-TABLE-SCREENED THRU 2200-EXIT
033200             WHEN PAYEE-KEPT-FOR-WITHHOLDING
033300                 ADD 1 TO WS-KEPT-WH-COUNT
033400             WHEN PAYEE-KEPT-FOR-BACKUP-WH
033500                 ADD 1 TO WS-KEPT-BWH-COUNT
033600             WHEN PAYEE-SCREENED-EARLIER
033700                 ADD 1 TO WS-EARLIER-COUNT
033800             WHEN OTHER
033900                 CONTINUE
034000         END-EVALUATE
034100     END-IF.
034200     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
034300 2000-EXIT.
034400     EXIT.
034500*---------------------------------------------------------------*
034600*    2100-START-GROUP -- EACH 'A' RECORD TAKES THE NEXT GROUP   *
034700*    TABLE ENTRY; THE PRIOR GROUP'S TOTAL IS PRINTED FIRST.     *
034800*---------------------------------------------------------------*
034900 2100-START-GROUP.
035000     PERFORM 2300-PRINT-PAYER-TOTAL THRU 2300-EXIT.
035100     MOVE OWNER-USER                  TO WS-CUR-OWNER-USER.
035200     MOVE PAYER-NUMBER                TO WS-CUR-PAYER-NUMBER.
035300     MOVE TAX-YEAR                    TO WS-CUR-TAX-YEAR.
035400     MOVE FORM-TYPE                   TO WS-CUR-FORM-TYPE.
035500     IF WS-GROUP-COUNT < 5000
035600         ADD 1 TO WS-GROUP-COUNT
035700         MOVE ZERO TO GQ-SCREENED-PAYEES (WS-GROUP-COUNT)
035800                      GQ-SCREENED-PARTICIPANTS (WS-GROUP-COUNT)
035900         PERFORM 2110-ZERO-GROUP-BOX THRU 2110-EXIT
036000             VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12
036100         SET GROUP-TABLED TO TRUE
036200     ELSE
036300         ADD 1 TO WS-OVERFLOW-COUNT
036400         MOVE 'N' TO WS-TABLED-SW
036500     END-IF.
036600 2100-EXIT.
036700     EXIT.
036800*---------------------------------------------------------------*
036900*    2110-ZERO-GROUP-BOX                                        *
037000*---------------------------------------------------------------*
037100 2110-ZERO-GROUP-BOX.
037200     MOVE ZERO TO GQ-AMOUNT (WS-GROUP-COUNT, WS-BOX-SUB).
037300 2110-EXIT.
037400     EXIT.
037500*---------------------------------------------------------------*
037600*    2200-TABLE-SCREENED -- ADD THE PAYEE TO ITS GROUP ENTRY    *
037700*    AND LIST IT.  PARTICIPANTS ARE COUNTED THE WAY EQC861P5    *
037800*    COUNTS THEM.                                               *
037900*---------------------------------------------------------------*
038000 2200-TABLE-SCREENED.
038100     ADD 1 TO WS-SCREENED-COUNT
038200              WS-GRP-SCREENED-COUNT
038300              GQ-SCREENED-PAYEES (WS-GROUP-COUNT).
038400     IF (ANN OR DSS OR RPS OR VANTAGE)
038500             AND PARTICIPANT-NUMBER NOT = ZERO
038600         ADD 1 TO GQ-SCREENED-PARTICIPANTS (WS-GROUP-COUNT)
038700     END-IF.
038800     MOVE ZERO TO WS-PAYEE-DOLLARS.
038900     PERFORM 2210-ADD-SCREENED-BOX THRU 2210-EXIT
039000         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
039100     ADD WS-PAYEE-DOLLARS TO WS-GRP-DOLLARS
039200                             WS-TOTAL-DOLLARS.
039300     MOVE OWNER-USER                  TO WS-D-OWNER-USER.
039400     MOVE PAYER-NUMBER                TO WS-D-PAYER-NUMBER.
039500     MOVE TAX-YEAR                    TO WS-D-TAX-YEAR.
039600     MOVE FORM-TYPE                   TO WS-D-FORM-TYPE.
039700     MOVE CONTROL-NUMBER              TO WS-D-CONTROL-NUMBER.
039800     MOVE NAME-1                      TO WS-D-NAME.
039900     MOVE WS-PAYEE-DOLLARS            TO WS-D-DOLLARS.
040000     WRITE SCREEN-RPT-LINE FROM WS-DETAIL-LINE.
040100 2200-EXIT.
040200     EXIT.
040300*---------------------------------------------------------------*
040400*    2210-ADD-SCREENED-BOX                                      *
040500*---------------------------------------------------------------*
040600 2210-ADD-SCREENED-BOX.
040700     ADD TBL-AMOUNT (WS-BOX-SUB)
040800         TO GQ-AMOUNT (WS-GROUP-COUNT, WS-BOX-SUB).
040900     ADD TBL-AMOUNT (WS-BOX-SUB) TO WS-PAYEE-DOLLARS.
041000 2210-EXIT.
041100     EXIT.
041200*---------------------------------------------------------------*
041300*    2300-PRINT-PAYER-TOTAL -- ONLY FOR A GROUP THAT HAD        *
041400*    PAYEES SCREENED OUT.                                       *
041500*---------------------------------------------------------------*
041600 2300-PRINT-PAYER-TOTAL.
041700     IF WS-GRP-SCREENED-COUNT = ZERO
041800         GO TO 2300-EXIT
041900     END-IF.
042000     MOVE WS-CUR-OWNER-USER           TO WS-P-OWNER-USER.
042100     MOVE WS-CUR-PAYER-NUMBER         TO WS-P-PAYER-NUMBER.
042200     MOVE WS-CUR-FORM-TYPE            TO WS-P-FORM-TYPE.
042300     MOVE WS-GRP-SCREENED-COUNT       TO WS-P-SCREENED-COUNT.
042400     MOVE WS-GRP-DOLLARS              TO WS-P-DOLLARS.
042500     WRITE SCREEN-RPT-LINE FROM WS-PAYER-TOTAL-LINE.
042600     MOVE SPACES                      TO SCREEN-RPT-LINE.
042700     WRITE SCREEN-RPT-LINE.
042800     ADD 1 TO WS-ADJUSTED-COUNT.
042900     MOVE ZERO TO WS-GRP-SCREENED-COUNT
043000                  WS-GRP-DOLLARS.
043100 2300-EXIT.
043200     EXIT.
043300*---------------------------------------------------------------*
043400*    2900-START-SECOND-PASS -- CLOSE OUT THE LAST GROUP AND     *
043500*    REOPEN THE TAX FORM FILE TO WRITE THE SCREENED FILE.       *
043600*---------------------------------------------------------------*
043700 2900-START-SECOND-PASS.
043800     PERFORM 2300-PRINT-PAYER-TOTAL THRU 2300-EXIT.
043900     CLOSE TAX-FORM-FILE.
044000     OPEN INPUT  TAX-FORM-FILE
044100          OUTPUT SCREENED-FILE.
044200     MOVE 'N' TO WS-EOF-SW
044300                 WS-TABLED-SW.
044400     MOVE ZERO TO WS-GRP-SUB.
044500     SET SECOND-PASS TO TRUE.
044600     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
044700 2900-EXIT.
044800     EXIT.
044900*---------------------------------------------------------------*
045000*    3000-TEST-PAYEE -- DECIDE WHETHER THIS 'B' RECORD IS BELOW *
045100*    THRESHOLD.  THE SAME TEST RUNS IN BOTH PASSES, SO THE      *
045200*    PAYEES MARKED ARE EXACTLY THE ONES TABLED.                 *
045300*---------------------------------------------------------------*
045400 3000-TEST-PAYEE.
045500     MOVE SPACE TO WS-SCREEN-RESULT.
045600     IF BELOW-REPORTING-THRESHOLD
045700         SET PAYEE-SCREENED-EARLIER TO TRUE
045800         GO TO 3000-EXIT
045900     END-IF.
046000     IF CORRECTION-RECORD-TYPE-1 OR CORRECTION-RECORD-TYPE-2
046100             OR FORM-W2 OR FORM-1042-S
046200         GO TO 3000-EXIT
046300     END-IF.
046400     MOVE 'N' TO WS-LISTED-SW.
046500     PERFORM 3100-CHECK-FORM-LISTED THRU 3100-EXIT
046600         VARYING WS-THR-SUB FROM 1 BY 1
046700         UNTIL WS-THR-SUB > WS-THRESHOLD-COUNT.
046800     IF NOT FORM-HAS-THRESHOLDS
046900         GO TO 3000-EXIT
047000     END-IF.
047100     EVALUATE TRUE
047200         WHEN FORM-1099-DIV
047300             MOVE 7 TO WS-FED-WH-BOX
047400         WHEN FORM-1099-MISC OR FORM-1099-R OR FORM-1099-INT
047500                 OR FORM-1099-NEC
047600             MOVE 4 TO WS-FED-WH-BOX
047700         WHEN OTHER
047800             MOVE ZERO TO WS-FED-WH-BOX
047900     END-EVALUATE.
048000     SET ALL-BOXES-UNDER TO TRUE.
048100     PERFORM 3200-TEST-BOX THRU 3200-EXIT
048200         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
048300     IF NOT ALL-BOXES-UNDER
048400         GO TO 3000-EXIT
048500     END-IF.
048600     IF SUBJECT-TO-BACKUP-WH
048700         SET PAYEE-KEPT-FOR-BACKUP-WH TO TRUE
048800         GO TO 3000-EXIT
048900     END-IF.
049000     IF WS-FED-WH-BOX NOT = ZERO
049100         IF TBL-AMOUNT (WS-FED-WH-BOX) NOT = ZERO
049200             SET PAYEE-KEPT-FOR-WITHHOLDING TO TRUE
049300             GO TO 3000-EXIT
049400         END-IF
049500     END-IF.
049600     SET PAYEE-SCREENED-OUT TO TRUE.
049700 3000-EXIT.
049800     EXIT.
049900*---------------------------------------------------------------*
050000*    3100-CHECK-FORM-LISTED                                     *
050100*---------------------------------------------------------------*
050200 3100-CHECK-FORM-LISTED.
050300     IF TQ-FORM-TYPE (WS-THR-SUB) = FORM-TYPE
050400         SET FORM-HAS-THRESHOLDS TO TRUE
050500         MOVE WS-THRESHOLD-COUNT TO WS-THR-SUB
050600     END-IF.
050700 3100-EXIT.
050800     EXIT.
050900*---------------------------------------------------------------*
051000*    3200-TEST-BOX -- A ZERO BOX AND THE FEDERAL WITHHOLDING    *
051100*    BOX DO NOT COUNT.  ANY OTHER BOX WITH NO CARD, OR AT OR    *
051200*    OVER ITS MINIMUM, MAKES THE PAYEE REPORTABLE.              *
051300*---------------------------------------------------------------*
051400 3200-TEST-BOX.
051500     IF WS-BOX-SUB = WS-FED-WH-BOX
051600             OR TBL-AMOUNT (WS-BOX-SUB) = ZERO
051700         GO TO 3200-EXIT
051800     END-IF.
051900     MOVE 'N' TO WS-FOUND-SW.
052000     PERFORM 3210-FIND-MINIMUM THRU 3210-EXIT
052100         VARYING WS-THR-SUB FROM 1 BY 1
052200         UNTIL WS-THR-SUB > WS-THRESHOLD-COUNT.
052300     IF NOT BOX-HAS-THRESHOLD
052400             OR TBL-AMOUNT (WS-BOX-SUB) NOT < WS-MINIMUM-AMOUNT
052500         MOVE 'N' TO WS-UNDER-SW
052600         MOVE 12  TO WS-BOX-SUB
052700     END-IF.
052800 3200-EXIT.
052900     EXIT.
053000*---------------------------------------------------------------*
053100*    3210-FIND-MINIMUM                                          *
053200*---------------------------------------------------------------*
053300 3210-FIND-MINIMUM.
053400     IF TQ-FORM-TYPE (WS-THR-SUB) = FORM-TYPE
053500             AND TQ-BOX-NUMBER (WS-THR-SUB) = WS-BOX-SUB
053600         SET BOX-HAS-THRESHOLD TO TRUE
053700         MOVE TQ-MINIMUM-AMOUNT (WS-THR-SUB) TO WS-MINIMUM-AMOUNT
053800         MOVE WS-THRESHOLD-COUNT TO WS-THR-SUB
053900     END-IF.
054000 3210-EXIT.
054100     EXIT.
054200*---------------------------------------------------------------*
054300*    4000-WRITE-RECORD -- SECOND PASS.  'A' RECORDS CARRY THEIR *
054400*    ADJUSTED CONTROL TOTALS; SCREENED PAYEES ARE MARKED.       *
054500*---------------------------------------------------------------*
054600 4000-WRITE-RECORD.
054700     IF TAX-FORMS-PAYER-RECORD
054800         PERFORM 4100-ADJUST-PAYER THRU 4100-EXIT
054900     END-IF.
055000     IF TAX-FORMS-PAYEE-RECORD AND GROUP-TABLED
055100         PERFORM 3000-TEST-PAYEE THRU 3000-EXIT
055200         IF PAYEE-SCREENED-OUT
055300             SET BELOW-REPORTING-THRESHOLD TO TRUE
055400         END-IF
055500     END-IF.
055600     MOVE EQC861P3 TO SCREENED-RECORD.
055700     WRITE SCREENED-RECORD.
055800     ADD 1 TO WS-WRITTEN-COUNT.
055900     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
056000 4000-EXIT.
056100     EXIT.
056200*---------------------------------------------------------------*
056300*    4100-ADJUST-PAYER -- TAKE THE GROUP'S SCREENED BOXES AND   *
056400*    COUNTS OFF ITS 'A' RECORD CONTROL TOTALS.                  *
056500*---------------------------------------------------------------*
056600 4100-ADJUST-PAYER.
056700     MOVE 'N' TO WS-TABLED-SW.
056800     IF WS-GRP-SUB NOT < WS-GROUP-COUNT
056900         GO TO 4100-EXIT
057000     END-IF.
057100     ADD 1 TO WS-GRP-SUB.
057200     SET GROUP-TABLED TO TRUE.
057300     IF GQ-SCREENED-PAYEES (WS-GRP-SUB) = ZERO
057400         GO TO 4100-EXIT
057500     END-IF.
057600     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 1) FROM CONTROL-TL-1.
057700     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 2) FROM CONTROL-TL-2.
057800     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 3) FROM CONTROL-TL-3.
057900     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 4) FROM CONTROL-TL-4.
058000     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 5) FROM CONTROL-TL-5.
058100     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 6) FROM CONTROL-TL-6.
058200     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 7) FROM CONTROL-TL-7.
058300     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 8) FROM CONTROL-TL-8.
058400     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 9) FROM CONTROL-TL-9.
058500     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 10) FROM CONTROL-TL-10.
058600     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 11) FROM CONTROL-TL-11.
058700     SUBTRACT GQ-AMOUNT (WS-GRP-SUB, 12) FROM CONTROL-TL-12.
058800     SUBTRACT GQ-SCREENED-PAYEES (WS-GRP-SUB) FROM TL-PAYEES.
058900     SUBTRACT GQ-SCREENED-PARTICIPANTS (WS-GRP-SUB)
059000                                           FROM TL-PARTICIPANTS.
059100 4100-EXIT.
059200     EXIT.
059300*---------------------------------------------------------------*
059400*    7000-READ-TAX-FORM -- THE INPUT COUNT IS TAKEN ON THE      *
059500*    FIRST PASS ONLY.                                           *
059600*---------------------------------------------------------------*
059700 7000-READ-TAX-FORM.
059800     READ TAX-FORM-FILE
059900         AT END
060000             SET END-OF-TAX-FORM-FILE TO TRUE
060100         NOT AT END
060200             IF FIRST-PASS
060300                 ADD 1 TO WS-RC-RECORDS-READ
060400                 IF WS-RC-TAX-YEAR = ZERO
060500                     MOVE TAX-YEAR TO WS-RC-TAX-YEAR
060600                 END-IF
060700             END-IF
060800     END-READ.
060900 7000-EXIT.
061000     EXIT.
061100*---------------------------------------------------------------*
061200*    7100-READ-THRESHOLD                                        *
061300*---------------------------------------------------------------*
061400 7100-READ-THRESHOLD.
061500     READ THRESHOLD-FILE
061600         AT END
061700             SET END-OF-THRESHOLD-FILE TO TRUE
061800     END-READ.
061900 7100-EXIT.
062000     EXIT.
062100*---------------------------------------------------------------*
062200*    8000-FINISH                                                *
062300*---------------------------------------------------------------*
062400 8000-FINISH.
062500     MOVE SPACES                      TO SCREEN-RPT-LINE.
062600     WRITE SCREEN-RPT-LINE.
062700     MOVE 'PAYEES TESTED ----------------- ' TO WS-T-CAPTION.
062800     MOVE WS-TESTED-COUNT             TO WS-T-COUNT.
062900     WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE.
063000     MOVE 'SCREENED OUT ------------------ ' TO WS-T-CAPTION.
063100     MOVE WS-SCREENED-COUNT           TO WS-T-COUNT.
063200     WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE.
063300     MOVE 'KEPT - FEDERAL WITHHOLDING ---- ' TO WS-T-CAPTION.
063400     MOVE WS-KEPT-WH-COUNT            TO WS-T-COUNT.
063500     WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE.
063600     MOVE 'KEPT - BACKUP WITHHOLDING ----- ' TO WS-T-CAPTION.
063700     MOVE WS-KEPT-BWH-COUNT           TO WS-T-COUNT.
063800     WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE.
063900     MOVE 'SCREENED BY AN EARLIER RUN ---- ' TO WS-T-CAPTION.
064000     MOVE WS-EARLIER-COUNT            TO WS-T-COUNT.
064100     WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE.
064200     MOVE 'PAYER GROUPS ADJUSTED --------- ' TO WS-T-CAPTION.
064300     MOVE WS-ADJUSTED-COUNT           TO WS-T-COUNT.
064400     WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE.
064500     MOVE WS-TOTAL-DOLLARS            TO WS-T-DOLLARS.
064600     WRITE SCREEN-RPT-LINE FROM WS-DOLLAR-LINE.
064700     IF WS-OVERFLOW-COUNT NOT = ZERO
064800         MOVE 'GROUPS NOT SCREENED - TABLE FULL' TO WS-T-CAPTION
064900         MOVE WS-OVERFLOW-COUNT       TO WS-T-COUNT
065000         WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE
065100     END-IF.
065200     IF WS-CARD-REJECT-COUNT NOT = ZERO
065300         MOVE 'THRESHOLD CARDS REJECTED ------ ' TO WS-T-CAPTION
065400         MOVE WS-CARD-REJECT-COUNT    TO WS-T-COUNT
065500         WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE
065600     END-IF.
065700     MOVE 'RECORDS READ ------------------ ' TO WS-T-CAPTION.
065800     MOVE WS-RC-RECORDS-READ          TO WS-T-COUNT.
065900     WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE.
066000     MOVE 'RECORDS TO SCREENED FILE ------ ' TO WS-T-CAPTION.
066100     MOVE WS-WRITTEN-COUNT            TO WS-T-COUNT.
066200     WRITE SCREEN-RPT-LINE FROM WS-TOTAL-LINE.
066300     CLOSE TAX-FORM-FILE SCREENED-FILE SCREEN-RPT.
066400     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
066500     CLOSE RUN-CONTROL-FILE.
066600 8000-EXIT.
066700     EXIT.
066800*---------------------------------------------------------------*
066900*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
067000*---------------------------------------------------------------*
067100 9000-WRITE-RUN-OPEN.
067200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
067300     ACCEPT WS-RUN-TIME FROM TIME.
067400     MOVE SPACES TO EQC861P22.
067500     INITIALIZE EQC861P22.
067600     MOVE 'EQC861P51'            TO RC-PROGRAM-ID.
067700     SET RC-OPEN-ENTRY TO TRUE.
067800     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
067900     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
068000     SET RC-STEP-STARTED TO TRUE.
068100     WRITE EQC861P22.
068200 9000-EXIT.
068300     EXIT.
068400*---------------------------------------------------------------*
068500*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE    *
068600*---------------------------------------------------------------*
068700 9100-WRITE-RUN-CLOSE.
068800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
068900     ACCEPT WS-RUN-TIME FROM TIME.
069000     MOVE SPACES TO EQC861P22.
069100     INITIALIZE EQC861P22.
069200     MOVE 'EQC861P51'            TO RC-PROGRAM-ID.
069300     SET RC-CLOSE-ENTRY TO TRUE.
069400     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
069500     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
069600     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
069700     MOVE WS-RC-RECORDS-READ           TO RC-RECORDS-READ.
069800     MOVE WS-WRITTEN-COUNT             TO RC-RECORDS-WRITTEN.
069900     MOVE WS-SCREENED-COUNT            TO RC-EXCEPTION-COUNT.
070000     SET RC-STEP-COMPLETED TO TRUE.
070100     WRITE EQC861P22.
070200 9100-EXIT.
070300     EXIT.
070400*---------------------------------------------------------------*
070500*    9999-EXIT -- COMMON PROGRAM EXIT                            *
070600*---------------------------------------------------------------*
070700 9999-EXIT.
070800     STOP RUN.
