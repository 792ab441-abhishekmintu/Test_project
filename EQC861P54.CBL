000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P54.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    COMPOSITE RECIPIENT STATEMENT PRINT-IMAGE GENERATION FOR THE
000900*    EQC861 TAX FORM FILE.
001000*
001100*    RUNS IN PLACE OF THE RECIPIENT PRINT STEP (EQC861P17) WHEN
001200*    THE SEASON IS MAILED AS COMPOSITE STATEMENTS.  EVERY
001300*    ORIGINAL PAYEE ('B') RECORD ELIGIBLE TO PRINT (PRINT-THIS,
001400*    FORM-ONLY OR BOTH-FORM-AND-TAPE, NOT BELOW THE REPORTING
001500*    THRESHOLD) IS GROUPED BY TAX YEAR, OWNER-USER / PAYER-
001600*    NUMBER AND PAYEE-TIN ACROSS FORM TYPES.  EACH RECIPIENT
001700*    GETS ONE MAILING:  A SUMMARY PAGE CARRYING THE WINDOW-
001800*    ENVELOPE ADDRESS BLOCK, THE MASKED TIN AND A LIST OF THE
001900*    FORMS ENCLOSED, FOLLOWED BY ONE PAGE PER FORM LAID OUT
002000*    UNDER THE SAME OVERLAYS THE RECIPIENT PRINT STEP USES.  A
002100*    RECIPIENT WITH ONLY ONE FORM GETS THAT FORM ON ITS OWN,
002200*    WITHOUT A SUMMARY PAGE.
002300*
002400*    THE SAME ROUTING RULES AS EQC861P17 APPLY FORM BY FORM:
002500*      - A FORM WITH AN ACTIVE CONSENT ON THE E-DELIVERY CONSENT
002600*        MASTER (EQC861P31) GOES TO THE E-DELIVERY EXTRACT WITH A
002700*        DELIVERY INDEX RECORD AND IS LEFT OUT OF THE MAILING.
002800*      - A FORM ON MISSING-ADDRESS HOLD ON THE RETURNED-MAIL LOG
002900*        (EQC861P47) IS HELD OUT OF THE PAPER PATH.
003000*      - THE TIN IS MASKED TO THE LAST FOUR DIGITS IN THE SHAPE
003100*        THAT MATCHES THE TIN TYPE.
003200*
003300*    CORRECTION RECORDS ('X' / 'Z') ARE NEVER CONSOLIDATED.  THEY
003310*    FOLLOW THE SAME CONSENT AND ADDRESS-HOLD ROUTING, AND A
003320*    CORRECTED COPY GOING TO PAPER IS MAILED ON ITS OWN WITH THE
003330*    CORRECTED LEGEND, AS EQC861P17 PRINTS IT.  THE CONTROL
003340*    REPORT COUNTS THEM ON THE CORRECTIONS LINE AND AGAIN IN THE
003350*    E-DELIVERED, HELD OR PAPER TOTALS.
003360*
003370*    AN ORIGINAL FORM THAT CANNOT BE CONSOLIDATED
003500*    IS MAILED ON ITS OWN AND LISTED ON THE CONTROL REPORT:
003600*      - NO PAYEE-TIN ON THE RECORD;
003700*      - AN ADDRESS THAT DIFFERS FROM THE FIRST FORM FOUND FOR
003800*        THE SAME PAYEE-TIN; OR
003900*      - A PAYER GROUP LARGER THAN THE STATEMENT TABLE.
004000*    THE CONTROL REPORT SHOWS THE FORMS MAILED, THE ENVELOPES
004100*    USED AND THE ENVELOPES SAVED, WITH THE SAME PAYEE TOTAL
004200*    BREAKDOWN AS EQC861P17.
004202*
004204*    EVERY FORM MAILED OR E-DELIVERED ALSO GETS A ROUTING INDEX
004206*    RECORD (COPYBOOK EQC861P72), AS IN EQC861P17, FOR THE
004208*    CLIENT CHARGEBACK BILLING STEP (EQC861P70).
004300*
004400*    THE SEASON RUN ORDER IS ENFORCED THE SAME WAY AS FOR
004500*    EQC861P17:  THE TIN EDIT (EQC861P14) AND THE BALANCE
004600*    (EQC861P5) MUST HAVE COMPLETED FOR THE TAX YEAR UNLESS THE
004700*    PARAMETER CARD OVERRIDES THE GATE.
004800*
004900*    MODIFICATION HISTORY
005000*    --------------------
005100*    DATE       INIT      DESCRIPTION
005200*    10/15/2026 CT08841   ORIGINAL PROGRAM.
005202*    10/15/2026 CT08841   RUN AGAINST ONE PARTITION OF THE
005204*                         SPLIT TAX FORM FILE (EQC861P67) WHEN
005206*                         THE PARAMETER CARD CARRIES A
005208*                         PARTITION ID.  THE ID IS STAMPED ON
005210*                         THE RUN-CONTROL ENTRIES AND THE
005212*                         STARTUP GATE LOOKS ONLY AT THAT
005214*                         PARTITION'S EQC861P14 AND EQC861P5
005216*                         CLOSE ENTRIES.
005218*    10/15/2026 CT08841   WRITE A ROUTING INDEX RECORD (COPYBOOK
005220*                         EQC861P72) FOR EVERY FORM MAILED OR
005222*                         E-DELIVERED, CARRYING THE ROUTE, THE
005224*                         RUN-CONTROL OPEN DATE AND TIME AND
005226*                         THE PARTITION ID, SO THE CHARGEBACK
005228*                         BILLING STEP (EQC861P70) CAN COUNT
005230*                         PAPER FORMS BY OWNER-USER AND TIE
005232*                         THEM BACK TO THIS RUN.
005234*    10/15/2026 CT08841   PRINT CORRECTION RECORDS INSTEAD OF
005236*                         SKIPPING THEM.  A CORRECTED COPY IS
005238*                         E-DELIVERED, HELD OR MAILED ON ITS
005240*                         OWN WITH THE CORRECTED LEGEND, SO THE
005242*                         MAILING NO LONGER NEEDS A RERUN OF
005244*                         EQC861P17.
005300******************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.    IBM-370.
005700 OBJECT-COMPUTER.    IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT PARM-CARD        ASSIGN TO SYSIN
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT TAX-FORM-FILE    ASSIGN TO TAXFORM
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT COMPOSITE-IMAGE-FILE ASSIGN TO COMPIMG
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT CONSENT-MASTER   ASSIGN TO CNSVSAM
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS CM-CONSENT-KEY.
007000     SELECT RETURNED-MAIL-LOG ASSIGN TO RMLVSAM
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS RM-TRAN-KEY.
007400     SELECT EDELIV-IMAGE-FILE ASSIGN TO EDLVIMG
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT DELIV-INDEX-FILE ASSIGN TO EDLVIDX
007700         ORGANIZATION IS SEQUENTIAL.
007702     SELECT ROUTING-INDEX-FILE ASSIGN TO ROUTIDX
007704         ORGANIZATION IS SEQUENTIAL.
007800     SELECT COMPOSITE-CTL-RPT ASSIGN TO COMPRPT
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
008100         ORGANIZATION IS SEQUENTIAL.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PARM-CARD
008500     LABEL RECORDS ARE OMITTED.
008600 01  PARM-RECORD.
008700     05  PARM-TAX-YEAR                PIC 9(04).
008800     05  PARM-OVERRIDE-IND            PIC X(01).
008802     05  PARM-PARTITION-ID            PIC X(02).
008900     05  FILLER                       PIC X(73).
009000 FD  TAX-FORM-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY EQC861P4.
009300 FD  COMPOSITE-IMAGE-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600 01  COMPOSITE-IMAGE-LINE             PIC X(132).
009700 FD  CONSENT-MASTER
009800     LABEL RECORDS ARE STANDARD.
009900     COPY EQC861P31.
010000 FD  RETURNED-MAIL-LOG
010100     LABEL RECORDS ARE STANDARD.
010200     COPY EQC861P47.
010300 FD  EDELIV-IMAGE-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600 01  EDELIV-IMAGE-LINE                PIC X(132).
010700 FD  DELIV-INDEX-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000 01  DELIV-INDEX-RECORD.
011100     05  DX-OWNER-USER                PIC X(06).
011200     05  DX-PAYER-NUMBER              PIC 9(03).
011300     05  DX-TAX-YEAR                  PIC 9(04).
011400     05  DX-FORM-TYPE                 PIC X(02).
011500     05  DX-CONTROL-NUMBER            PIC X(20).
011600     05  DX-DELIVERY-ADDRESS          PIC X(50).
011700     05  DX-CONSENT-DATE              PIC 9(08).
011800     05  FILLER                       PIC X(07).
011802 FD  ROUTING-INDEX-FILE
011804     LABEL RECORDS ARE STANDARD
011806     RECORDING MODE IS F.
011808     COPY EQC861P72.
011900 FD  COMPOSITE-CTL-RPT
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012200 01  COMPOSITE-CTL-RPT-LINE           PIC X(132).
012300 FD  RUN-CONTROL-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600     COPY EQC861P23.
012700 WORKING-STORAGE SECTION.
012800*---------------------------------------------------------------*
012900*    SWITCHES                                                   *
013000*---------------------------------------------------------------*
013100 77  WS-EOF-SW                       PIC X(01)   VALUE 'N'.
013200     88  END-OF-TAX-FORM-FILE            VALUE 'Y'.
013300 77  WS-ROUTE-SW                      PIC X(01)   VALUE 'N'.
013400     88  ROUTE-E-DELIVERY                 VALUE 'Y'.
013500 77  WS-CONSENT-SW                    PIC X(01)   VALUE 'N'.
013600     88  CONSENT-IS-ACTIVE                VALUE 'Y'.
013700 77  WS-HOLD-SW                       PIC X(01)   VALUE 'N'.
013800     88  ADDRESS-ON-HOLD                  VALUE 'Y'.
013900 77  WS-GROUP-OPEN-SW                 PIC X(01)   VALUE 'N'.
014000     88  GROUP-IN-PROGRESS                VALUE 'Y'.
014100*---------------------------------------------------------------*
014200*    WORK AREAS                                                 *
014300*---------------------------------------------------------------*
014400 77  WS-FED-ID                        PIC 9(09).
014500 77  WS-EDITED-RATE                   PIC Z9.99.
014600 77  WS-FT-SUB                        PIC 9(04)   COMP.
014700 77  WS-MATCH-SUB                     PIC 9(04)   COMP.
014800 77  WS-FT-COUNT                      PIC 9(04)   COMP VALUE ZERO.
014900 77  WS-STMT-FORMS                    PIC 9(04)   COMP VALUE ZERO.
015000 77  WS-PAGE-NUMBER                   PIC 9(04)   COMP VALUE ZERO.
015100 77  WS-PAYEE-TOTAL-COUNT             PIC 9(07)   COMP-3
015200                                          VALUE ZERO.
015300 77  WS-SCREENED-COUNT                PIC 9(07)   COMP-3
015400                                          VALUE ZERO.
015500 77  WS-SUPPRESSED-COUNT              PIC 9(07)   COMP-3
015600                                          VALUE ZERO.
015700 77  WS-TAPE-ONLY-COUNT               PIC 9(07)   COMP-3
015800                                          VALUE ZERO.
015900 77  WS-CORRECTION-COUNT              PIC 9(07)   COMP-3
016000                                          VALUE ZERO.
016100 77  WS-EDELIV-COUNT                  PIC 9(07)   COMP-3
016200                                          VALUE ZERO.
016300 77  WS-HELD-COUNT                    PIC 9(07)   COMP-3
016400                                          VALUE ZERO.
016500 77  WS-PAPER-FORMS-COUNT             PIC 9(07)   COMP-3
016600                                          VALUE ZERO.
016700 77  WS-STATEMENT-COUNT               PIC 9(07)   COMP-3
016800                                          VALUE ZERO.
016900 77  WS-STMT-FORMS-COUNT              PIC 9(07)   COMP-3
017000                                          VALUE ZERO.
017100 77  WS-SINGLE-COUNT                  PIC 9(07)   COMP-3
017200                                          VALUE ZERO.
017300 77  WS-ENVELOPE-COUNT                PIC 9(07)   COMP-3
017400                                          VALUE ZERO.
017500 77  WS-SAVED-COUNT                   PIC 9(07)   COMP-3
017600                                          VALUE ZERO.
017700 77  WS-NO-TIN-COUNT                  PIC 9(07)   COMP-3
017800                                          VALUE ZERO.
017900 77  WS-ADDR-DIFF-COUNT               PIC 9(07)   COMP-3
018000                                          VALUE ZERO.
018100 77  WS-TABLE-FULL-COUNT              PIC 9(07)   COMP-3
018200                                          VALUE ZERO.
018300*---------------------------------------------------------------*
018400*    STATEMENT GROUP WORK AREAS -- THE ELIGIBLE PAPER FORMS OF  *
018500*    ONE TAX YEAR / OWNER-USER / PAYER-NUMBER GROUP ARE HELD    *
018600*    HERE UNTIL THE GROUP ENDS, THEN MAILED BY PAYEE-TIN.       *
018700*---------------------------------------------------------------*
018800 01  WS-CURRENT-GROUP-KEY.
018900     05  WS-CUR-OWNER-USER            PIC X(06).
019000     05  WS-CUR-PAYER-NUMBER          PIC 9(03)   COMP-3.
019100     05  WS-CUR-TAX-YEAR              PIC 9(04).
019200 01  WS-NEXT-RECORD                   PIC X(600).
019300 01  WS-STMT-TIN                      PIC 9(09).
019400 01  WS-STMT-ADDRESS.
019500     05  WS-SA-NAME-1                 PIC X(40).
019600     05  WS-SA-STREET-ADDRESS         PIC X(40).
019700     05  WS-SA-CITY-STATE-ZIP         PIC X(55).
019800     05  WS-SA-FOREIGN-POSTAL-CODE    PIC X(05).
019900 01  WS-FORM-TABLE.
020000     05  FT-ENTRY OCCURS 2000 TIMES.
020100         10  FT-PAYEE-TIN             PIC 9(09).
020200         10  FT-STATUS                PIC X(01).
020300             88  FT-PENDING               VALUE 'P'.
020400             88  FT-IN-STATEMENT          VALUE 'S'.
020500             88  FT-ADDRESS-DIFFERS       VALUE 'A'.
020600             88  FT-MAILED                VALUE 'M'.
020700         10  FT-RECORD                PIC X(600).
020800*---------------------------------------------------------------*
020900*    PRINT-IMAGE LINES                                          *
021000*---------------------------------------------------------------*
021100 01  WS-SEPARATOR-LINE                PIC X(132)  VALUE ALL '*'.
021200*    EVERY FORM-IMAGE LINE IS BUILT HERE AND ROUTED TO PAPER OR
021300*    TO THE E-DELIVERY EXTRACT BY 6200-WRITE-IMAGE-LINE.
021400 01  WS-IMAGE-LINE                    PIC X(132).
021500 01  WS-PAGE-LINE.
021600     05  FILLER                       PIC X(100)  VALUE SPACES.
021700     05  FILLER                       PIC X(05)   VALUE 'PAGE '.
021800     05  WS-P-PAGE-NUMBER             PIC ZZ9.
021900     05  FILLER                       PIC X(04)   VALUE ' OF '.
022000     05  WS-P-PAGE-COUNT              PIC ZZ9.
022100     05  FILLER                       PIC X(17)   VALUE SPACES.
022200 01  WS-SUMMARY-TITLE-LINE.
022300     05  FILLER                       PIC X(34)
022400         VALUE 'COMPOSITE TAX STATEMENT  TAX YEAR '.
022500     05  WS-S-TAX-YEAR                PIC 9(04).
022600     05  FILLER                       PIC X(94)   VALUE SPACES.
022700 01  WS-SUMMARY-COUNT-LINE.
022800     05  FILLER                       PIC X(02)   VALUE SPACES.
022900     05  FILLER                       PIC X(24)
023000         VALUE 'FORMS IN THIS MAILING - '.
023100     05  WS-S-FORM-COUNT              PIC ZZ9.
023200     05  FILLER                       PIC X(103)  VALUE SPACES.
023300 01  WS-SUMMARY-FORM-LINE.
023400     05  FILLER                       PIC X(02)   VALUE SPACES.
023500     05  FILLER                       PIC X(05)   VALUE 'FORM '.
023600     05  WS-S-FORM-NAME               PIC X(10).
023700     05  FILLER                       PIC X(09)
023800         VALUE ' ACCOUNT '.
023900     05  WS-S-CONTROL-NUMBER          PIC X(20).
024000     05  FILLER                       PIC X(06)   VALUE ' PAGE '.
024100     05  WS-S-PAGE-NUMBER             PIC ZZ9.
024200     05  FILLER                       PIC X(77)   VALUE SPACES.
024300 01  WS-TITLE-LINE.
024400     05  FILLER                       PIC X(05)   VALUE 'FORM '.
024500     05  WS-T-FORM-NAME               PIC X(10).
024600     05  FILLER                       PIC X(10)
024700         VALUE ' TAX YEAR '.
024800     05  WS-T-TAX-YEAR                PIC 9(04).
024900     05  FILLER                       PIC X(02)   VALUE SPACES.
025000     05  WS-T-CORRECTED-LEGEND        PIC X(09).
025100 01  WS-TEXT-LINE.
025200     05  WS-X-TEXT                    PIC X(60).
025300     05  FILLER                       PIC X(72)   VALUE SPACES.
025400 01  WS-TIN-LINE.
025500     05  FILLER                       PIC X(17)
025600         VALUE 'PAYEE TIN ***-**-'.
025700     05  WS-TIN-LAST-FOUR             PIC X(04).
025800     05  FILLER                       PIC X(111)  VALUE SPACES.
025900 01  WS-TIN-EIN-LINE.
026000     05  FILLER                       PIC X(16)
026100         VALUE 'PAYEE TIN XX-XXX'.
026200     05  WS-TIN-EIN-LAST-FOUR         PIC X(04).
026300     05  FILLER                       PIC X(112)  VALUE SPACES.
026400 01  WS-BOX-LINE.
026500     05  FILLER                       PIC X(02)   VALUE SPACES.
026600     05  WS-B-CAPTION                 PIC X(34).
026700     05  WS-B-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
026800     05  FILLER                       PIC X(78)   VALUE SPACES.
026900 01  WS-IND-LINE.
027000     05  FILLER                       PIC X(02)   VALUE SPACES.
027100     05  WS-I-CAPTION                 PIC X(34).
027200     05  WS-I-VALUE                   PIC X(08).
027300     05  FILLER                       PIC X(88)   VALUE SPACES.
027400*---------------------------------------------------------------*
027500*    CONTROL REPORT LINES                                       *
027600*---------------------------------------------------------------*
027700 01  WS-HEADING-LINE.
027800     05  FILLER              PIC X(05)   VALUE SPACES.
027900     05  FILLER              PIC X(50)
028000         VALUE 'EQC861P54 - COMPOSITE STATEMENT CONTROL REPORT'.
028100 01  WS-COLUMN-LINE.
028200     05  FILLER              PIC X(05)   VALUE SPACES.
028300     05  FILLER              PIC X(08)   VALUE 'OWNER'.
028400     05  FILLER              PIC X(06)   VALUE 'PAYER'.
028500     05  FILLER              PIC X(06)   VALUE 'YEAR'.
028600     05  FILLER              PIC X(05)   VALUE 'FORM'.
028700     05  FILLER              PIC X(22)   VALUE 'CONTROL NUMBER'.
028800     05  FILLER              PIC X(11)   VALUE 'TIN'.
028900     05  FILLER              PIC X(30)   VALUE 'NOT CONSOLIDATED'.
029000 01  WS-EXCEPTION-LINE.
029100     05  FILLER                       PIC X(05)   VALUE SPACES.
029200     05  WS-E-OWNER-USER              PIC X(06).
029300     05  FILLER                       PIC X(02)   VALUE SPACES.
029400     05  WS-E-PAYER-NUMBER            PIC 9(03).
029500     05  FILLER                       PIC X(03)   VALUE SPACES.
029600     05  WS-E-TAX-YEAR                PIC 9(04).
029700     05  FILLER                       PIC X(02)   VALUE SPACES.
029800     05  WS-E-FORM-TYPE               PIC X(02).
029900     05  FILLER                       PIC X(03)   VALUE SPACES.
030000     05  WS-E-CONTROL-NUMBER          PIC X(20).
030100     05  FILLER                       PIC X(02)   VALUE SPACES.
030200     05  FILLER                       PIC X(05)   VALUE '*****'.
030300     05  WS-E-TIN-LAST-FOUR           PIC X(04).
030400     05  FILLER                       PIC X(02)   VALUE SPACES.
030500     05  WS-E-REASON                  PIC X(30).
030600 01  WS-TOTAL-LINE-1.
030700     05  FILLER                       PIC X(05)   VALUE SPACES.
030800     05  FILLER                       PIC X(24)
030900         VALUE 'PAYEES ON FILE -------- '.
031000     05  WS-T-PAYEE-TOTAL-COUNT       PIC ZZZ,ZZZ,ZZ9.
031100 01  WS-TOTAL-LINE-2.
031200     05  FILLER                       PIC X(05)   VALUE SPACES.
031300     05  FILLER                       PIC X(24)
031400         VALUE 'BELOW THRESHOLD ------- '.
031500     05  WS-T-SCREENED-COUNT          PIC ZZZ,ZZZ,ZZ9.
031600 01  WS-TOTAL-LINE-3.
031700     05  FILLER                       PIC X(05)   VALUE SPACES.
031800     05  FILLER                       PIC X(24)
031900         VALUE 'SUPPRESSED ------------ '.
032000     05  WS-T-SUPPRESSED-COUNT        PIC ZZZ,ZZZ,ZZ9.
032100 01  WS-TOTAL-LINE-4.
032200     05  FILLER                       PIC X(05)   VALUE SPACES.
032300     05  FILLER                       PIC X(24)
032400         VALUE 'TAPE ONLY ------------- '.
032500     05  WS-T-TAPE-ONLY-COUNT         PIC ZZZ,ZZZ,ZZ9.
032600 01  WS-TOTAL-LINE-5.
032700     05  FILLER                       PIC X(05)   VALUE SPACES.
032800     05  FILLER                       PIC X(24)
032900         VALUE 'CORRECTIONS ----------- '.
033000     05  WS-T-CORRECTION-COUNT        PIC ZZZ,ZZZ,ZZ9.
033100 01  WS-TOTAL-LINE-6.
033200     05  FILLER                       PIC X(05)   VALUE SPACES.
033300     05  FILLER                       PIC X(24)
033400         VALUE 'E-DELIVERED ----------- '.
033500     05  WS-T-EDELIV-COUNT            PIC ZZZ,ZZZ,ZZ9.
033600 01  WS-TOTAL-LINE-7.
033700     05  FILLER                       PIC X(05)   VALUE SPACES.
033800     05  FILLER                       PIC X(24)
033900         VALUE 'ADDRESS HOLD ---------- '.
034000     05  WS-T-HELD-COUNT              PIC ZZZ,ZZZ,ZZ9.
034100 01  WS-TOTAL-LINE-8.
034200     05  FILLER                       PIC X(05)   VALUE SPACES.
034300     05  FILLER                       PIC X(24)
034400         VALUE 'PAPER FORMS MAILED ---- '.
034500     05  WS-T-PAPER-FORMS-COUNT       PIC ZZZ,ZZZ,ZZ9.
034600 01  WS-TOTAL-LINE-9.
034700     05  FILLER                       PIC X(05)   VALUE SPACES.
034800     05  FILLER                       PIC X(24)
034900         VALUE '  IN COMPOSITES ------- '.
035000     05  WS-T-STMT-FORMS-COUNT        PIC ZZZ,ZZZ,ZZ9.
035100 01  WS-TOTAL-LINE-10.
035200     05  FILLER                       PIC X(05)   VALUE SPACES.
035300     05  FILLER                       PIC X(24)
035400         VALUE '  MAILED ALONE -------- '.
035500     05  WS-T-SINGLE-COUNT            PIC ZZZ,ZZZ,ZZ9.
035600 01  WS-TOTAL-LINE-11.
035700     05  FILLER                       PIC X(05)   VALUE SPACES.
035800     05  FILLER                       PIC X(24)
035900         VALUE 'COMPOSITE STATEMENTS -- '.
036000     05  WS-T-STATEMENT-COUNT         PIC ZZZ,ZZZ,ZZ9.
036100 01  WS-TOTAL-LINE-12.
036200     05  FILLER                       PIC X(05)   VALUE SPACES.
036300     05  FILLER                       PIC X(24)
036400         VALUE 'ENVELOPES MAILED ------ '.
036500     05  WS-T-ENVELOPE-COUNT          PIC ZZZ,ZZZ,ZZ9.
036600 01  WS-TOTAL-LINE-13.
036700     05  FILLER                       PIC X(05)   VALUE SPACES.
036800     05  FILLER                       PIC X(24)
036900         VALUE 'ENVELOPES SAVED ------- '.
037000     05  WS-T-SAVED-COUNT             PIC ZZZ,ZZZ,ZZ9.
037100 01  WS-TOTAL-LINE-14.
037200     05  FILLER                       PIC X(05)   VALUE SPACES.
037300     05  FILLER                       PIC X(24)
037400         VALUE 'NO PAYEE TIN ---------- '.
037500     05  WS-T-NO-TIN-COUNT            PIC ZZZ,ZZZ,ZZ9.
037600 01  WS-TOTAL-LINE-15.
037700     05  FILLER                       PIC X(05)   VALUE SPACES.
037800     05  FILLER                       PIC X(24)
037900         VALUE 'ADDRESS DIFFERS ------- '.
038000     05  WS-T-ADDR-DIFF-COUNT         PIC ZZZ,ZZZ,ZZ9.
038100 01  WS-TOTAL-LINE-16.
038200     05  FILLER                       PIC X(05)   VALUE SPACES.
038300     05  FILLER                       PIC X(24)
038400         VALUE 'STATEMENT TABLE FULL -- '.
038500     05  WS-T-TABLE-FULL-COUNT        PIC ZZZ,ZZZ,ZZ9.
038600*---------------------------------------------------------------*
038700*    STARTUP GATE WORK AREAS -- THE SEASON RUN ORDER IS         *
038800*    ENFORCED BEFORE THE OUTPUTS ARE OPENED.                    *
038900*---------------------------------------------------------------*
039000 77  WS-RCIN-EOF-SW                   PIC X(01)   VALUE 'N'.
039100     88  END-OF-RUN-CONTROL-IN            VALUE 'Y'.
039200 77  WS-GATE-SW                       PIC X(01)   VALUE 'N'.
039300     88  GATE-SATISFIED                   VALUE 'Y'.
039400 77  WS-OVERRIDE-SW                   PIC X(01)   VALUE 'N'.
039500     88  GATE-OVERRIDDEN                  VALUE 'Y'.
039600 77  WS-P5-FOUND-SW                   PIC X(01)   VALUE 'N'.
039700     88  BALANCE-CLOSE-FOUND              VALUE 'Y'.
039800 77  WS-P14-FOUND-SW                  PIC X(01)   VALUE 'N'.
039900     88  TIN-EDIT-CLOSE-FOUND             VALUE 'Y'.
040000 77  WS-P5-RECORDS-READ               PIC 9(09)   COMP-3
040100                                          VALUE ZERO.
040200 77  WS-P14-RECORDS-READ              PIC 9(09)   COMP-3
040300                                          VALUE ZERO.
040400*---------------------------------------------------------------*
040500*    RUN-CONTROL WORK AREAS                                     *
040600*---------------------------------------------------------------*
040700 77  WS-RUN-DATE                      PIC 9(08).
040800 77  WS-RUN-TIME                      PIC 9(08).
040900 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
041000 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
041100                                          VALUE ZERO.
041200 PROCEDURE DIVISION.
041300*---------------------------------------------------------------*
041400*    0000-MAINLINE                                              *
041500*---------------------------------------------------------------*
041600 0000-MAINLINE.
041700     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT.
041800     IF NOT GATE-SATISFIED AND NOT GATE-OVERRIDDEN
041900         DISPLAY 'EQC861P54 RUN REFUSED - EQC861P14 AND'
042000                 ' EQC861P5 MUST COMPLETE FOR THE TAX YEAR AND'
042100                 ' AGREE ON THE INPUT COUNT'
042200         MOVE 8 TO RETURN-CODE
042300         GO TO 9999-EXIT
042400     END-IF.
042500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042600     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
042700         UNTIL END-OF-TAX-FORM-FILE.
042800     PERFORM 8000-FINISH THRU 8000-EXIT.
042900     GO TO 9999-EXIT.
043000*---------------------------------------------------------------*
043100*    0500-CHECK-PREREQS -- READ THE PARAMETER CARD AND THE      *
043200*    SHARED RUN-CONTROL FILE AND DECIDE WHETHER THE SEASON RUN  *
043300*    ORDER ALLOWS THIS STEP TO START.                           *
043400*---------------------------------------------------------------*
043500 0500-CHECK-PREREQS.
043600     OPEN INPUT  PARM-CARD.
043700     READ PARM-CARD
043800         AT END
043900             MOVE ZERO   TO PARM-TAX-YEAR
044000             MOVE SPACE  TO PARM-OVERRIDE-IND
044002             MOVE SPACES TO PARM-PARTITION-ID
044100     END-READ.
044200     CLOSE PARM-CARD.
044300     OPEN INPUT RUN-CONTROL-FILE.
044400     PERFORM 0600-READ-RUN-CONTROL THRU 0600-EXIT.
044500     PERFORM 0510-SCAN-ENTRY THRU 0510-EXIT
044600         UNTIL END-OF-RUN-CONTROL-IN.
044700     CLOSE RUN-CONTROL-FILE.
044800     MOVE 'N' TO WS-RCIN-EOF-SW.
044900     IF BALANCE-CLOSE-FOUND AND TIN-EDIT-CLOSE-FOUND
045000             AND WS-P14-RECORDS-READ = WS-P5-RECORDS-READ
045100         SET GATE-SATISFIED TO TRUE
045200     END-IF.
045300     IF NOT GATE-SATISFIED AND PARM-OVERRIDE-IND = 'Y'
045400         SET GATE-OVERRIDDEN TO TRUE
045500         DISPLAY 'EQC861P54 PREREQUISITE GATE OVERRIDDEN BY'
045600                 ' PARAMETER CARD'
045700     END-IF.
045800 0500-EXIT.
045900     EXIT.
046000*---------------------------------------------------------------*
046100*    0510-SCAN-ENTRY -- THE LATEST COMPLETED CLOSE ENTRY OF     *
046200*    EACH REQUIRED PREDECESSOR FOR THE TAX YEAR WINS.           *
046300*---------------------------------------------------------------*
046400 0510-SCAN-ENTRY.
046500     IF RC-CLOSE-ENTRY AND RC-STEP-COMPLETED
046600             AND (PARM-TAX-YEAR = ZERO
046700                  OR RC-TAX-YEAR = PARM-TAX-YEAR)
046702             AND RC-PARTITION-ID = PARM-PARTITION-ID
046800         IF RC-PROGRAM-ID = 'EQC861P5'
046900             SET BALANCE-CLOSE-FOUND TO TRUE
047000             MOVE RC-RECORDS-READ TO WS-P5-RECORDS-READ
047100         END-IF
047200         IF RC-PROGRAM-ID = 'EQC861P14'
047300             SET TIN-EDIT-CLOSE-FOUND TO TRUE
047400             MOVE RC-RECORDS-READ TO WS-P14-RECORDS-READ
047500         END-IF
047600     END-IF.
047700     PERFORM 0600-READ-RUN-CONTROL THRU 0600-EXIT.
047800 0510-EXIT.
047900     EXIT.
048000*---------------------------------------------------------------*
048100*    0600-READ-RUN-CONTROL                                      *
048200*---------------------------------------------------------------*
048300 0600-READ-RUN-CONTROL.
048400     READ RUN-CONTROL-FILE
048500         AT END
048600             SET END-OF-RUN-CONTROL-IN TO TRUE
048700     END-READ.
048800 0600-EXIT.
048900     EXIT.
049000*---------------------------------------------------------------*
049100*    1000-INITIALIZE                                            *
049200*---------------------------------------------------------------*
049300 1000-INITIALIZE.
049400     OPEN INPUT  TAX-FORM-FILE
049500                 CONSENT-MASTER
049600                 RETURNED-MAIL-LOG
049700          OUTPUT COMPOSITE-IMAGE-FILE
049800                 EDELIV-IMAGE-FILE
049900                 DELIV-INDEX-FILE
049902                 ROUTING-INDEX-FILE
050000                 COMPOSITE-CTL-RPT.
050100     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-HEADING-LINE.
050200     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-COLUMN-LINE.
050300     OPEN EXTEND RUN-CONTROL-FILE.
050400     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
050500     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
050600 1000-EXIT.
050700     EXIT.
050800*---------------------------------------------------------------*
050900*    2000-PROCESS-RECORD -- AN ELIGIBLE FORM WITH AN ACTIVE     *
051000*    CONSENT IS E-DELIVERED AT ONCE; ONE ON ADDRESS HOLD IS     *
051100*    HELD.  THE REST ARE HELD IN THE STATEMENT TABLE UNTIL THE  *
051200*    PAYER GROUP ENDS, UNLESS THEY HAVE NO PAYEE-TIN TO GROUP   *
051300*    ON OR THE TABLE IS FULL, IN WHICH CASE THEY ARE MAILED     *
051400*    ALONE.                                                     *
051500*---------------------------------------------------------------*
051600 2000-PROCESS-RECORD.
051700     IF TAX-FORMS-PAYER-RECORD OR TAX-FORMS-PAYEE-RECORD
051800         PERFORM 2050-CHECK-GROUP THRU 2050-EXIT
051900     END-IF.
052000     IF NOT TAX-FORMS-PAYEE-RECORD
052100         GO TO 2000-NEXT
052200     END-IF.
052300     ADD 1 TO WS-PAYEE-TOTAL-COUNT.
052400     EVALUATE TRUE
052500         WHEN BELOW-REPORTING-THRESHOLD
052600             ADD 1 TO WS-SCREENED-COUNT
052700             GO TO 2000-NEXT
052800         WHEN DO-NOT-PRINT-THIS
052900             ADD 1 TO WS-SUPPRESSED-COUNT
053000             GO TO 2000-NEXT
053100         WHEN FORM-ONLY OR BOTH-FORM-AND-TAPE
053200             CONTINUE
053300         WHEN OTHER
053400             ADD 1 TO WS-TAPE-ONLY-COUNT
053500             GO TO 2000-NEXT
053600     END-EVALUATE.
053700     IF CORRECTION-RECORD-TYPE-1 OR CORRECTION-RECORD-TYPE-2
053800         ADD 1 TO WS-CORRECTION-COUNT
054000     END-IF.
054100     PERFORM 2200-CHECK-CONSENT THRU 2200-EXIT.
054200     IF CONSENT-IS-ACTIVE
054300         MOVE 'Y' TO WS-ROUTE-SW
054400         PERFORM 4500-PRINT-FORM-ALONE THRU 4500-EXIT
054500         PERFORM 2300-WRITE-INDEX THRU 2300-EXIT
054502         PERFORM 2600-WRITE-ROUTING-INDEX THRU 2600-EXIT
054600         ADD 1 TO WS-EDELIV-COUNT
054700         GO TO 2000-NEXT
054800     END-IF.
054900     PERFORM 2500-CHECK-ADDRESS-HOLD THRU 2500-EXIT.
055000     IF ADDRESS-ON-HOLD
055100         ADD 1 TO WS-HELD-COUNT
055200         GO TO 2000-NEXT
055300     END-IF.
055400     MOVE 'N' TO WS-ROUTE-SW.
055410     IF CORRECTION-RECORD-TYPE-1 OR CORRECTION-RECORD-TYPE-2
055420         PERFORM 4600-MAIL-ALONE THRU 4600-EXIT
055430         GO TO 2000-NEXT
055440     END-IF.
055500     IF PAYEE-TIN NOT NUMERIC OR PAYEE-TIN = ZERO
055600         MOVE 'NO PAYEE TIN'           TO WS-E-REASON
055700         PERFORM 6300-WRITE-EXCEPTION THRU 6300-EXIT
055800         ADD 1 TO WS-NO-TIN-COUNT
055900         PERFORM 4600-MAIL-ALONE THRU 4600-EXIT
056000         GO TO 2000-NEXT
056100     END-IF.
056200     IF WS-FT-COUNT NOT < 2000
056300         MOVE 'STATEMENT TABLE FULL'   TO WS-E-REASON
056400         PERFORM 6300-WRITE-EXCEPTION THRU 6300-EXIT
056500         ADD 1 TO WS-TABLE-FULL-COUNT
056600         PERFORM 4600-MAIL-ALONE THRU 4600-EXIT
056700         GO TO 2000-NEXT
056800     END-IF.
056900     ADD 1 TO WS-FT-COUNT.
057000     MOVE WS-FT-COUNT                 TO WS-FT-SUB.
057100     MOVE PAYEE-TIN                   TO FT-PAYEE-TIN (WS-FT-SUB).
057200     SET FT-PENDING (WS-FT-SUB)       TO TRUE.
057300     MOVE EQC861P3                    TO FT-RECORD (WS-FT-SUB).
057400 2000-NEXT.
057500     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
057600 2000-EXIT.
057700     EXIT.
057800*---------------------------------------------------------------*
057900*    2050-CHECK-GROUP -- A NEW TAX YEAR / OWNER-USER / PAYER-   *
058000*    NUMBER BEGINS A NEW PAYER GROUP.  THE FORMS TABLED FOR THE *
058100*    PRIOR GROUP ARE MAILED FIRST; THE RECORD JUST READ IS PUT  *
058200*    ASIDE WHILE THE TABLED RECORDS PASS THROUGH THE RECORD     *
058300*    AREA, THEN RESTORED.                                       *
058400*---------------------------------------------------------------*
058500 2050-CHECK-GROUP.
058600     IF GROUP-IN-PROGRESS
058700             AND OWNER-USER   = WS-CUR-OWNER-USER
058800             AND PAYER-NUMBER = WS-CUR-PAYER-NUMBER
058900             AND TAX-YEAR     = WS-CUR-TAX-YEAR
059000         GO TO 2050-EXIT
059100     END-IF.
059200     IF WS-FT-COUNT > ZERO
059300         MOVE EQC861P3                TO WS-NEXT-RECORD
059400         PERFORM 3000-MAIL-GROUP THRU 3000-EXIT
059500         MOVE WS-NEXT-RECORD          TO EQC861P3
059600     END-IF.
059700     MOVE OWNER-USER                  TO WS-CUR-OWNER-USER.
059800     MOVE PAYER-NUMBER                TO WS-CUR-PAYER-NUMBER.
059900     MOVE TAX-YEAR                    TO WS-CUR-TAX-YEAR.
060000     SET GROUP-IN-PROGRESS TO TRUE.
060100 2050-EXIT.
060200     EXIT.
060300*---------------------------------------------------------------*
060400*    2200-CHECK-CONSENT                                         *
060500*---------------------------------------------------------------*
060600 2200-CHECK-CONSENT.
060700     MOVE 'N' TO WS-CONSENT-SW.
060800     MOVE OWNER-USER                  TO CM-OWNER-USER.
060900     MOVE PAYER-NUMBER                TO CM-PAYER-NUMBER.
061000     MOVE TAX-YEAR                    TO CM-TAX-YEAR.
061100     MOVE FORM-TYPE                   TO CM-FORM-TYPE.
061200     MOVE CONTROL-NUMBER              TO CM-CONTROL-NUMBER.
061300     READ CONSENT-MASTER
061400         INVALID KEY
061500             GO TO 2200-EXIT
061600     END-READ.
061700     IF CM-CONSENT-ACTIVE
061800         SET CONSENT-IS-ACTIVE TO TRUE
061900     END-IF.
062000 2200-EXIT.
062100     EXIT.
062200*---------------------------------------------------------------*
062300*    2300-WRITE-INDEX                                           *
062400*---------------------------------------------------------------*
062500 2300-WRITE-INDEX.
062600     MOVE SPACES                      TO DELIV-INDEX-RECORD.
062700     MOVE OWNER-USER                  TO DX-OWNER-USER.
062800     MOVE PAYER-NUMBER                TO DX-PAYER-NUMBER.
062900     MOVE TAX-YEAR                    TO DX-TAX-YEAR.
063000     MOVE FORM-TYPE                   TO DX-FORM-TYPE.
063100     MOVE CONTROL-NUMBER              TO DX-CONTROL-NUMBER.
063200     MOVE CM-DELIVERY-ADDRESS         TO DX-DELIVERY-ADDRESS.
063300     MOVE CM-CONSENT-DATE             TO DX-CONSENT-DATE.
063400     WRITE DELIV-INDEX-RECORD.
063500 2300-EXIT.
063600     EXIT.
063700*---------------------------------------------------------------*
063800*    2500-CHECK-ADDRESS-HOLD -- A PAYEE ON MISSING-ADDRESS HOLD *
063900*    ON THE RETURNED-MAIL LOG IS HELD OUT OF THE PAPER PATH.    *
064000*    THIS SEASON'S KEY IS TRIED FIRST, THEN THE SAME KEY FOR    *
064100*    THE PRIOR TAX YEAR, WHERE LAST SEASON'S RETURNS WERE       *
064200*    LOGGED.                                                    *
064300*---------------------------------------------------------------*
064400 2500-CHECK-ADDRESS-HOLD.
064500     MOVE 'N' TO WS-HOLD-SW.
064600     MOVE OWNER-USER                  TO RM-OWNER-USER.
064700     MOVE PAYER-NUMBER                TO RM-PAYER-NUMBER.
064800     MOVE TAX-YEAR                    TO RM-TAX-YEAR.
064900     MOVE FORM-TYPE                   TO RM-FORM-TYPE.
065000     MOVE CONTROL-NUMBER              TO RM-CONTROL-NUMBER.
065100     READ RETURNED-MAIL-LOG
065200         INVALID KEY
065300             GO TO 2500-PRIOR-YEAR
065400     END-READ.
065500     IF RM-MAIL-HELD
065600         SET ADDRESS-ON-HOLD TO TRUE
065700     END-IF.
065800     GO TO 2500-EXIT.
065900 2500-PRIOR-YEAR.
066000     MOVE OWNER-USER                  TO RM-OWNER-USER.
066100     MOVE PAYER-NUMBER                TO RM-PAYER-NUMBER.
066200     COMPUTE RM-TAX-YEAR = TAX-YEAR - 1.
066300     MOVE FORM-TYPE                   TO RM-FORM-TYPE.
066400     MOVE CONTROL-NUMBER              TO RM-CONTROL-NUMBER.
066500     READ RETURNED-MAIL-LOG
066600         INVALID KEY
066700             GO TO 2500-EXIT
066800     END-READ.
066900     IF RM-MAIL-HELD
067000         SET ADDRESS-ON-HOLD TO TRUE
067100     END-IF.
067200 2500-EXIT.
067300     EXIT.
067302*---------------------------------------------------------------*
067304*    2600-WRITE-ROUTING-INDEX -- ONE RECORD PER FORM MAILED OR  *
067306*    E-DELIVERED, STAMPED WITH THIS RUN'S RUN-CONTROL OPEN DATE *
067308*    AND TIME, WHICH WS-RUN-DATE / WS-RUN-TIME HOLD UNTIL THE   *
067310*    CLOSE ENTRY IS WRITTEN.                                    *
067312*---------------------------------------------------------------*
067314 2600-WRITE-ROUTING-INDEX.
067316     MOVE SPACES                      TO EQC861P71.
067318     MOVE OWNER-USER                  TO RX-OWNER-USER.
067320     MOVE PAYER-NUMBER                TO RX-PAYER-NUMBER.
067322     MOVE TAX-YEAR                    TO RX-TAX-YEAR.
067324     MOVE FORM-TYPE                   TO RX-FORM-TYPE.
067326     MOVE CONTROL-NUMBER              TO RX-CONTROL-NUMBER.
067328     IF ROUTE-E-DELIVERY
067330         SET RX-ROUTED-TO-EDELIVERY   TO TRUE
067332     ELSE
067334         SET RX-ROUTED-TO-PAPER       TO TRUE
067336     END-IF.
067338     MOVE 'EQC861P54'                 TO RX-PROGRAM-ID.
067340     MOVE WS-RUN-DATE                 TO RX-RUN-DATE.
067342     MOVE WS-RUN-TIME (1:6)           TO RX-RUN-TIME.
067344     MOVE PARM-PARTITION-ID           TO RX-PARTITION-ID.
067346     WRITE EQC861P71.
067348 2600-EXIT.
067350     EXIT.
067400*---------------------------------------------------------------*
067500*    3000-MAIL-GROUP -- THE PAYER GROUP HAS ENDED.  EACH TABLED *
067600*    FORM STILL PENDING STARTS A MAILING FOR ITS PAYEE-TIN.     *
067700*---------------------------------------------------------------*
067800 3000-MAIL-GROUP.
067900     MOVE 'N' TO WS-ROUTE-SW.
068000     PERFORM 3100-MAIL-RECIPIENT THRU 3100-EXIT
068100         VARYING WS-FT-SUB FROM 1 BY 1
068200             UNTIL WS-FT-SUB > WS-FT-COUNT.
068300     MOVE ZERO TO WS-FT-COUNT.
068400 3000-EXIT.
068500     EXIT.
068600*---------------------------------------------------------------*
068700*    3100-MAIL-RECIPIENT -- THE FIRST PENDING FORM FOR A        *
068800*    PAYEE-TIN SETS THE MAILING ADDRESS.  EVERY LATER FORM FOR  *
068900*    THE SAME TIN AT THE SAME ADDRESS JOINS THE STATEMENT; ONE  *
069000*    AT A DIFFERENT ADDRESS IS MAILED ALONE AND REPORTED.       *
069100*---------------------------------------------------------------*
069200 3100-MAIL-RECIPIENT.
069300     IF NOT FT-PENDING (WS-FT-SUB)
069400         GO TO 3100-EXIT
069500     END-IF.
069600     MOVE FT-RECORD (WS-FT-SUB)       TO EQC861P3.
069700     MOVE FT-PAYEE-TIN (WS-FT-SUB)    TO WS-STMT-TIN.
069800     MOVE NAME-1                      TO WS-SA-NAME-1.
069900     MOVE STREET-ADDRESS              TO WS-SA-STREET-ADDRESS.
070000     MOVE CITY-STATE-ZIP              TO WS-SA-CITY-STATE-ZIP.
070100     MOVE FOREIGN-POSTAL-CODE      TO WS-SA-FOREIGN-POSTAL-CODE.
070200     MOVE ZERO TO WS-STMT-FORMS.
070300     PERFORM 3200-MATCH-FORM THRU 3200-EXIT
070400         VARYING WS-MATCH-SUB FROM WS-FT-SUB BY 1
070500             UNTIL WS-MATCH-SUB > WS-FT-COUNT.
070600     IF WS-STMT-FORMS = 1
070700         MOVE FT-RECORD (WS-FT-SUB)   TO EQC861P3
070800         SET FT-MAILED (WS-FT-SUB)    TO TRUE
070900         PERFORM 4600-MAIL-ALONE THRU 4600-EXIT
071000     ELSE
071100         PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT
071200     END-IF.
071300     PERFORM 3300-MAIL-ADDRESS-DIFFERS THRU 3300-EXIT
071400         VARYING WS-MATCH-SUB FROM WS-FT-SUB BY 1
071500             UNTIL WS-MATCH-SUB > WS-FT-COUNT.
071600 3100-EXIT.
071700     EXIT.
071800*---------------------------------------------------------------*
071900*    3200-MATCH-FORM                                            *
072000*---------------------------------------------------------------*
072100 3200-MATCH-FORM.
072200     IF NOT FT-PENDING (WS-MATCH-SUB)
072300             OR FT-PAYEE-TIN (WS-MATCH-SUB) NOT = WS-STMT-TIN
072400         GO TO 3200-EXIT
072500     END-IF.
072600     MOVE FT-RECORD (WS-MATCH-SUB)    TO EQC861P3.
072700     IF NAME-1              = WS-SA-NAME-1
072800             AND STREET-ADDRESS      = WS-SA-STREET-ADDRESS
072900             AND CITY-STATE-ZIP      = WS-SA-CITY-STATE-ZIP
073000             AND FOREIGN-POSTAL-CODE = WS-SA-FOREIGN-POSTAL-CODE
073100         SET FT-IN-STATEMENT (WS-MATCH-SUB) TO TRUE
073200         ADD 1 TO WS-STMT-FORMS
073300     ELSE
073400         SET FT-ADDRESS-DIFFERS (WS-MATCH-SUB) TO TRUE
073500     END-IF.
073600 3200-EXIT.
073700     EXIT.
073800*---------------------------------------------------------------*
073900*    3300-MAIL-ADDRESS-DIFFERS                                  *
074000*---------------------------------------------------------------*
074100 3300-MAIL-ADDRESS-DIFFERS.
074200     IF NOT FT-ADDRESS-DIFFERS (WS-MATCH-SUB)
074300         GO TO 3300-EXIT
074400     END-IF.
074500     MOVE FT-RECORD (WS-MATCH-SUB)    TO EQC861P3.
074600     SET FT-MAILED (WS-MATCH-SUB)     TO TRUE.
074700     MOVE 'ADDRESS DIFFERS FOR SAME TIN' TO WS-E-REASON.
074800     PERFORM 6300-WRITE-EXCEPTION THRU 6300-EXIT.
074900     ADD 1 TO WS-ADDR-DIFF-COUNT.
075000     PERFORM 4600-MAIL-ALONE THRU 4600-EXIT.
075100 3300-EXIT.
075200     EXIT.
075300*---------------------------------------------------------------*
075400*    4000-PRINT-STATEMENT -- ONE ENVELOPE:  THE SUMMARY PAGE,   *
075500*    THEN ONE PAGE PER FORM IN TABLE ORDER.                     *
075600*---------------------------------------------------------------*
075700 4000-PRINT-STATEMENT.
075800     MOVE FT-RECORD (WS-FT-SUB)       TO EQC861P3.
075900     MOVE WS-SEPARATOR-LINE TO WS-IMAGE-LINE.
076000     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
076100     MOVE 1 TO WS-PAGE-NUMBER.
076200     PERFORM 6400-WRITE-PAGE-LINE THRU 6400-EXIT.
076300     MOVE TAX-YEAR TO WS-S-TAX-YEAR.
076400     MOVE WS-SUMMARY-TITLE-LINE TO WS-IMAGE-LINE.
076500     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
076600     PERFORM 4300-PRINT-ADDRESS THRU 4300-EXIT.
076700     PERFORM 4400-PRINT-TIN THRU 4400-EXIT.
076800     MOVE WS-STMT-FORMS TO WS-S-FORM-COUNT.
076900     MOVE WS-SUMMARY-COUNT-LINE TO WS-IMAGE-LINE.
077000     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
077100     PERFORM 4100-LIST-FORM THRU 4100-EXIT
077200         VARYING WS-MATCH-SUB FROM WS-FT-SUB BY 1
077300             UNTIL WS-MATCH-SUB > WS-FT-COUNT.
077400     MOVE 1 TO WS-PAGE-NUMBER.
077500     PERFORM 4200-PRINT-FORM-PAGE THRU 4200-EXIT
077600         VARYING WS-MATCH-SUB FROM WS-FT-SUB BY 1
077700             UNTIL WS-MATCH-SUB > WS-FT-COUNT.
077800     ADD 1 TO WS-STATEMENT-COUNT.
077900     ADD 1 TO WS-ENVELOPE-COUNT.
078000     ADD WS-STMT-FORMS TO WS-STMT-FORMS-COUNT.
078100     ADD WS-STMT-FORMS TO WS-PAPER-FORMS-COUNT.
078200 4000-EXIT.
078300     EXIT.
078400*---------------------------------------------------------------*
078500*    4100-LIST-FORM -- ONE SUMMARY-PAGE LINE PER FORM ENCLOSED. *
078600*---------------------------------------------------------------*
078700 4100-LIST-FORM.
078800     IF NOT FT-IN-STATEMENT (WS-MATCH-SUB)
078900         GO TO 4100-EXIT
079000     END-IF.
079100     MOVE FT-RECORD (WS-MATCH-SUB)    TO EQC861P3.
079200     ADD 1 TO WS-PAGE-NUMBER.
079300     PERFORM 5900-SET-FORM-NAME THRU 5900-EXIT.
079400     MOVE WS-T-FORM-NAME              TO WS-S-FORM-NAME.
079500     MOVE CONTROL-NUMBER              TO WS-S-CONTROL-NUMBER.
079600     MOVE WS-PAGE-NUMBER              TO WS-S-PAGE-NUMBER.
079700     MOVE WS-SUMMARY-FORM-LINE TO WS-IMAGE-LINE.
079800     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
079900 4100-EXIT.
080000     EXIT.
080100*---------------------------------------------------------------*
080200*    4200-PRINT-FORM-PAGE                                       *
080300*---------------------------------------------------------------*
080400 4200-PRINT-FORM-PAGE.
080500     IF NOT FT-IN-STATEMENT (WS-MATCH-SUB)
080600         GO TO 4200-EXIT
080700     END-IF.
080800     MOVE FT-RECORD (WS-MATCH-SUB)    TO EQC861P3.
080900     SET FT-MAILED (WS-MATCH-SUB)     TO TRUE.
081000     ADD 1 TO WS-PAGE-NUMBER.
081100     PERFORM 6400-WRITE-PAGE-LINE THRU 6400-EXIT.
081200     PERFORM 5900-SET-FORM-NAME THRU 5900-EXIT.
081300     MOVE WS-TITLE-LINE TO WS-IMAGE-LINE.
081400     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
081500     PERFORM 4400-PRINT-TIN THRU 4400-EXIT.
081600     PERFORM 5000-PRINT-BOXES THRU 5000-EXIT.
081602     PERFORM 2600-WRITE-ROUTING-INDEX THRU 2600-EXIT.
081700 4200-EXIT.
081800     EXIT.
081900*---------------------------------------------------------------*
082000*    4300-PRINT-ADDRESS -- THE NAME AND ADDRESS BLOCK FOR THE   *
082100*    WINDOW ENVELOPE.  BLANK NAME LINES ARE DROPPED SO THE      *
082200*    BLOCK STAYS INSIDE THE WINDOW.                             *
082300*---------------------------------------------------------------*
082400 4300-PRINT-ADDRESS.
082500     MOVE NAME-1 TO WS-X-TEXT.
082600     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
082700     IF NAME-2 NOT = SPACES
082800         MOVE NAME-2 TO WS-X-TEXT
082900         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
083000     END-IF.
083100     IF NAME-3 NOT = SPACES
083200         MOVE NAME-3 TO WS-X-TEXT
083300         PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT
083400     END-IF.
083500     MOVE STREET-ADDRESS TO WS-X-TEXT.
083600     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
083700     MOVE SPACES TO WS-X-TEXT.
083800     IF FOREIGN-NA OR PROTECTORATE-NA
083900         STRING TAX-CITY         DELIMITED BY '  '
084000                ' '              DELIMITED BY SIZE
084100                FOREIGN-POSTAL-CODE DELIMITED BY SIZE
084200             INTO WS-X-TEXT
084300         END-STRING
084400     ELSE
084500         STRING TAX-CITY         DELIMITED BY '  '
084600                ' '              DELIMITED BY SIZE
084700                TAX-STATE        DELIMITED BY ' '
084800                ' '              DELIMITED BY SIZE
084900                TAX-ZIP          DELIMITED BY SIZE
085000             INTO WS-X-TEXT
085100         END-STRING
085200     END-IF.
085300     PERFORM 6100-WRITE-TEXT-LINE THRU 6100-EXIT.
085400 4300-EXIT.
085500     EXIT.
085600*---------------------------------------------------------------*
085700*    4400-PRINT-TIN -- ONLY THE LAST FOUR DIGITS OF THE PAYEE   *
085800*    TIN APPEAR ON THE RECIPIENT COPY, IN THE MASK SHAPE THAT   *
085900*    MATCHES THE TIN TYPE:  XX-XXX FOR AN EIN PAYEE (TYPE-EIN), *
086000*    ***-** FOR EVERYONE ELSE.  A RECORD WITH NO PAYEE-TIN      *
086100*    MASKS THE CARRIED-FORWARD PAYER TIN, AS EQC861P17 DOES.    *
086200*---------------------------------------------------------------*
086300 4400-PRINT-TIN.
086400     IF PAYEE-TIN NUMERIC AND PAYEE-TIN NOT = ZERO
086500         MOVE PAYEE-TIN                 TO WS-FED-ID
086600     ELSE
086700         MOVE FEDERAL-IDENTIFICATION-NUMBER TO WS-FED-ID
086800     END-IF.
086900     IF TYPE-EIN
087000         MOVE WS-FED-ID (6:4) TO WS-TIN-EIN-LAST-FOUR
087100         MOVE WS-TIN-EIN-LINE TO WS-IMAGE-LINE
087200         PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT
087300     ELSE
087400         MOVE WS-FED-ID (6:4) TO WS-TIN-LAST-FOUR
087500         MOVE WS-TIN-LINE TO WS-IMAGE-LINE
087600         PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT
087700     END-IF.
087800 4400-EXIT.
087900     EXIT.
088000*---------------------------------------------------------------*
088100*    4500-PRINT-FORM-ALONE -- ONE FORM IN THE EQC861P17 LAYOUT. *
088200*---------------------------------------------------------------*
088300 4500-PRINT-FORM-ALONE.
088400     MOVE WS-SEPARATOR-LINE TO WS-IMAGE-LINE.
088500     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
088600     PERFORM 5900-SET-FORM-NAME THRU 5900-EXIT.
088700     MOVE WS-TITLE-LINE TO WS-IMAGE-LINE.
088800     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
088900     PERFORM 4300-PRINT-ADDRESS THRU 4300-EXIT.
089000     PERFORM 4400-PRINT-TIN THRU 4400-EXIT.
089100     PERFORM 5000-PRINT-BOXES THRU 5000-EXIT.
089200 4500-EXIT.
089300     EXIT.
089400*---------------------------------------------------------------*
089500*    4600-MAIL-ALONE -- A PAPER FORM IN AN ENVELOPE OF ITS OWN. *
089600*---------------------------------------------------------------*
089700 4600-MAIL-ALONE.
089800     MOVE 'N' TO WS-ROUTE-SW.
089900     PERFORM 4500-PRINT-FORM-ALONE THRU 4500-EXIT.
089902     PERFORM 2600-WRITE-ROUTING-INDEX THRU 2600-EXIT.
090000     ADD 1 TO WS-SINGLE-COUNT.
090100     ADD 1 TO WS-ENVELOPE-COUNT.
090200     ADD 1 TO WS-PAPER-FORMS-COUNT.
090300 4600-EXIT.
090400     EXIT.
090500*---------------------------------------------------------------*
090600*    5000-PRINT-BOXES -- DISPATCH TO THE OVERLAY THAT MATCHES   *
090700*    THE RECORD'S FORM TYPE.  THE CAPTIONS AND FIELDS ARE THE   *
090800*    SAME AS THE RECIPIENT PRINT STEP (EQC861P17) USES.         *
090900*---------------------------------------------------------------*
091000 5000-PRINT-BOXES.
091100     EVALUATE TRUE
091200         WHEN FORM-1099-DIV
091300             PERFORM 5100-PRINT-9D-BOXES THRU 5100-EXIT
091400         WHEN FORM-1099-MISC
091500             PERFORM 5200-PRINT-9M-BOXES THRU 5200-EXIT
091600         WHEN FORM-1099-R
091700             PERFORM 5300-PRINT-9R-BOXES THRU 5300-EXIT
091800         WHEN FORM-5498
091900             PERFORM 5400-PRINT-98-BOXES THRU 5400-EXIT
092000         WHEN FORM-1099-INT
092100             PERFORM 5500-PRINT-9I-BOXES THRU 5500-EXIT
092200         WHEN FORM-1099-NEC
092300             PERFORM 5600-PRINT-9N-BOXES THRU 5600-EXIT
092400         WHEN FORM-1042-S
092500             PERFORM 5800-PRINT-4S-BOXES THRU 5800-EXIT
092600         WHEN FORM-W2
092700             PERFORM 5700-PRINT-W2-BOXES THRU 5700-EXIT
092800         WHEN OTHER
092900             CONTINUE
093000     END-EVALUATE.
093100 5000-EXIT.
093200     EXIT.
093300*---------------------------------------------------------------*
093400*    5100-PRINT-9D-BOXES -- FORM 1099-DIV OVERLAY               *
093500*---------------------------------------------------------------*
093600 5100-PRINT-9D-BOXES.
093700     MOVE 'TOTAL ORDINARY DIVIDENDS'    TO WS-B-CAPTION.
093800     MOVE 9D1-ORDINARY-DIVIDENDS        TO WS-B-AMOUNT.
093900     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
094000     MOVE 'TOTAL CAPITAL GAIN DISTR'    TO WS-B-CAPTION.
094100     MOVE 9D2-TOTAL-CAP-GAIN-DISTR      TO WS-B-AMOUNT.
094200     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
094300     MOVE '28 PCT RATE GAIN'            TO WS-B-CAPTION.
094400     MOVE 9D3-28-RATE-GAIN              TO WS-B-AMOUNT.
094500     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
094600     MOVE 'UNRECAP SECTION 1250 GAIN'   TO WS-B-CAPTION.
094700     MOVE 9D4-UNRECAP-SEC1250-GAIN      TO WS-B-AMOUNT.
094800     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
094900     MOVE 'SECTION 1202 GAIN'           TO WS-B-CAPTION.
095000     MOVE 9D5-SECTION-1202-GAIN         TO WS-B-AMOUNT.
095100     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
095200     MOVE 'NONTAXABLE DISTRIBUTIONS'    TO WS-B-CAPTION.
095300     MOVE 9D6-NON-TAXABLE-DISTRIBUTION  TO WS-B-AMOUNT.
095400     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
095500     MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-B-CAPTION.
095600     MOVE 9D7-FEDERAL-INCOME-TAX-WH     TO WS-B-AMOUNT.
095700     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
095800     MOVE 'INVESTMENT EXPENSES'         TO WS-B-CAPTION.
095900     MOVE 9D8-INVESTMENT-EXPENSES       TO WS-B-AMOUNT.
096000     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
096100     MOVE 'FOREIGN TAX PAID'            TO WS-B-CAPTION.
096200     MOVE 9D9-FOREIGN-TAX-PAID          TO WS-B-AMOUNT.
096300     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
096400     MOVE 'CASH LIQUIDATION DISTR'      TO WS-B-CAPTION.
096500     MOVE 9D10-CASH-LIQUIDATIONS        TO WS-B-AMOUNT.
096600     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
096700     MOVE 'NONCASH LIQUIDATION DISTR'   TO WS-B-CAPTION.
096800     MOVE 9D11-NON-CASH-LIQUIDATIONS    TO WS-B-AMOUNT.
096900     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
097000 5100-EXIT.
097100     EXIT.
097200*---------------------------------------------------------------*
097300*    5200-PRINT-9M-BOXES -- FORM 1099-MISC OVERLAY              *
097400*---------------------------------------------------------------*
097500 5200-PRINT-9M-BOXES.
097600     MOVE 'RENTS'                       TO WS-B-CAPTION.
097700     MOVE 9M1-RENTS                     TO WS-B-AMOUNT.
097800     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
097900     MOVE 'ROYALTIES'                   TO WS-B-CAPTION.
098000     MOVE 9M2-ROYALTIES                 TO WS-B-AMOUNT.
098100     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
098200     MOVE 'OTHER INCOME'                TO WS-B-CAPTION.
098300     MOVE 9M3-AWARDS                    TO WS-B-AMOUNT.
098400     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
098500     MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-B-CAPTION.
098600     MOVE 9M4-FEDERAL-TAX-WITHHELD      TO WS-B-AMOUNT.
098700     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
098800     MOVE 'FISHING BOAT PROCEEDS'       TO WS-B-CAPTION.
098900     MOVE 9M5-BOAT-PROCEEDS             TO WS-B-AMOUNT.
099000     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
099100     MOVE 'MEDICAL HEALTH CARE PMTS'    TO WS-B-CAPTION.
099200     MOVE 9M6-HEALTH-CARE-PAYMENTS      TO WS-B-AMOUNT.
099300     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
099400     MOVE 'NONEMPLOYEE COMPENSATION'    TO WS-B-CAPTION.
099500     MOVE 9M7-NON-EMPLOYEE-COMPENSATION TO WS-B-AMOUNT.
099600     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
099700     MOVE 'EPP CONTRIBUTIONS'           TO WS-B-CAPTION.
099800     MOVE 9M11-EPP-CONTRIB              TO WS-B-AMOUNT.
099900     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
100000     MOVE 'GROSS PROCEEDS TO ATTORNEY'  TO WS-B-CAPTION.
100100     MOVE 9M12-ATTORNEY-PMT             TO WS-B-AMOUNT.
100200     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
100300     MOVE 'STATE TAX WITHHELD'          TO WS-B-CAPTION.
100400     MOVE 9M-STATE-TAX-WITHHELD         TO WS-B-AMOUNT.
100500     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
100600 5200-EXIT.
100700     EXIT.
100800*---------------------------------------------------------------*
100900*    5300-PRINT-9R-BOXES -- FORM 1099-R OVERLAY                 *
101000*---------------------------------------------------------------*
101100 5300-PRINT-9R-BOXES.
101200     MOVE 'GROSS DISTRIBUTION'          TO WS-B-CAPTION.
101300     MOVE 9R1-GROSS-DISTRIBUTION        TO WS-B-AMOUNT.
101400     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
101500     MOVE 'TAXABLE AMOUNT'              TO WS-B-CAPTION.
101600     MOVE 9R2-TAXABLE-AMOUNT            TO WS-B-AMOUNT.
101700     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
101800     MOVE 'CAPITAL GAIN'                TO WS-B-CAPTION.
101900     MOVE 9R3-CAPITAL-GAINS             TO WS-B-AMOUNT.
102000     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
102100     MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-B-CAPTION.
102200     MOVE 9R4-FEDERAL-TAX-WITHHELD      TO WS-B-AMOUNT.
102300     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
102400     MOVE 'EMPLOYEE CONTRIB OR PREMIUM' TO WS-B-CAPTION.
102500     MOVE 9R5-EMPLOYEE-CONTRIB-OR-INS   TO WS-B-AMOUNT.
102600     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
102700     MOVE 'NET UNREALIZED APPRECIATION' TO WS-B-CAPTION.
102800     MOVE 9R6-SECURITIES-APPRECIATION   TO WS-B-AMOUNT.
102900     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
103000     MOVE 'TOTAL EMPLOYEE CONTRIB (9B)' TO WS-B-CAPTION.
103100     MOVE 9R7-TOT-EMP-CONT-9B           TO WS-B-AMOUNT.
103200     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
103300     MOVE 'OTHER'                       TO WS-B-CAPTION.
103400     MOVE 9R8-OTHER                     TO WS-B-AMOUNT.
103500     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
103600     MOVE 'STATE TAX WITHHELD'          TO WS-B-CAPTION.
103700     MOVE 9R9-STATE-TAX-WITHHELD        TO WS-B-AMOUNT.
103800     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
103900     MOVE 'LOCAL TAX WITHHELD'          TO WS-B-CAPTION.
104000     MOVE 9R-LOCAL-TAX-WITHHELD         TO WS-B-AMOUNT.
104100     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
104200     MOVE 'DISTRIBUTION CODES'          TO WS-I-CAPTION.
104300     MOVE DOCUMENT-SPECIFIC-CODE        TO WS-I-VALUE.
104400     MOVE WS-IND-LINE TO WS-IMAGE-LINE.
104500     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
104600     IF TOTAL-DISTRIBUTION
104700         MOVE 'TOTAL DISTRIBUTION'      TO WS-I-CAPTION
104800         MOVE 'X'                       TO WS-I-VALUE
104900         MOVE WS-IND-LINE TO WS-IMAGE-LINE
105000         PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT
105100     END-IF.
105200     IF TAX-NOT-DETERMINED
105300         MOVE 'TAXABLE AMOUNT NOT DETERMINED'
105400                                        TO WS-I-CAPTION
105500         MOVE 'X'                       TO WS-I-VALUE
105600         MOVE WS-IND-LINE TO WS-IMAGE-LINE
105700         PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT
105800     END-IF.
105900 5300-EXIT.
106000     EXIT.
106100*---------------------------------------------------------------*
106200*    5400-PRINT-98-BOXES -- FORM 5498 OVERLAY                   *
106300*---------------------------------------------------------------*
106400 5400-PRINT-98-BOXES.
106500     MOVE 'IRA CONTRIBUTIONS'           TO WS-B-CAPTION.
106600     MOVE 981-IRA-CONTRIB               TO WS-B-AMOUNT.
106700     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
106800     MOVE 'ROLLOVER CONTRIBUTIONS'      TO WS-B-CAPTION.
106900     MOVE 982-ROLLOVER-CONTRIB          TO WS-B-AMOUNT.
107000     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
107100     MOVE 'ROTH IRA CONVERSION AMOUNT'  TO WS-B-CAPTION.
107200     MOVE 983-ROTH-CONV                 TO WS-B-AMOUNT.
107300     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
107400     MOVE 'RECHARACTERIZED CONTRIB'     TO WS-B-CAPTION.
107500     MOVE 984-RECHAR-CONTRIB            TO WS-B-AMOUNT.
107600     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
107700     MOVE 'FAIR MARKET VALUE OF ACCT'   TO WS-B-CAPTION.
107800     MOVE 985-YEAR-END-VALUE            TO WS-B-AMOUNT.
107900     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
108000     MOVE 'LIFE INSURANCE COST'         TO WS-B-CAPTION.
108100     MOVE 986-LIFE-INSURANCE-COST       TO WS-B-AMOUNT.
108200     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
108300     MOVE 'SEP CONTRIBUTIONS'           TO WS-B-CAPTION.
108400     MOVE 988-SEP-CONTRIB               TO WS-B-AMOUNT.
108500     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
108600     MOVE 'SIMPLE CONTRIBUTIONS'        TO WS-B-CAPTION.
108700     MOVE 989-SIMPLE-CONTRIB            TO WS-B-AMOUNT.
108800     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
108900     MOVE 'ROTH IRA CONTRIBUTIONS'      TO WS-B-CAPTION.
109000     MOVE 9810-ROTH-CONTRIB             TO WS-B-AMOUNT.
109100     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
109200     MOVE 'RMD AMOUNT'                  TO WS-B-CAPTION.
109300     MOVE 9811-MRD                      TO WS-B-AMOUNT.
109400     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
109500     MOVE 'FMV OF CERTAIN SPEC ASSETS'  TO WS-B-CAPTION.
109600     MOVE 9812-FMV-SPEC-ASSETS          TO WS-B-AMOUNT.
109700     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
109800     IF RMD-REQUIRED-NEXT-YEAR
109900         MOVE 'RMD REQUIRED NEXT YEAR'  TO WS-I-CAPTION
110000         MOVE 'X'                       TO WS-I-VALUE
110100         MOVE WS-IND-LINE TO WS-IMAGE-LINE
110200         PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT
110300     END-IF.
110400 5400-EXIT.
110500     EXIT.
110600*---------------------------------------------------------------*
110700*    5500-PRINT-9I-BOXES -- FORM 1099-INT OVERLAY               *
110800*---------------------------------------------------------------*
110900 5500-PRINT-9I-BOXES.
111000     MOVE 'INTEREST INCOME'             TO WS-B-CAPTION.
111100     MOVE 9I1-EARNINGS                  TO WS-B-AMOUNT.
111200     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
111300     MOVE 'EARLY WITHDRAWAL PENALTY'    TO WS-B-CAPTION.
111400     MOVE 9I2-EARLY-WITHDRAWAL-PENALTY  TO WS-B-AMOUNT.
111500     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
111600     MOVE 'US SAVINGS BONDS INTEREST'   TO WS-B-CAPTION.
111700     MOVE 9I3-SAVINGS-BONDS             TO WS-B-AMOUNT.
111800     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
111900     MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-B-CAPTION.
112000     MOVE 9I4-FEDERAL-TAX-WITHHELD      TO WS-B-AMOUNT.
112100     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
112200     MOVE 'INVESTMENT EXPENSES'         TO WS-B-CAPTION.
112300     MOVE 9I5-INVESTMENT-EXPENSES       TO WS-B-AMOUNT.
112400     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
112500     MOVE 'FOREIGN TAX PAID'            TO WS-B-CAPTION.
112600     MOVE 9I6-FOREIGN-TAX-PAID          TO WS-B-AMOUNT.
112700     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
112800 5500-EXIT.
112900     EXIT.
113000*---------------------------------------------------------------*
113100*    5600-PRINT-9N-BOXES -- FORM 1099-NEC OVERLAY               *
113200*---------------------------------------------------------------*
113300 5600-PRINT-9N-BOXES.
113400     MOVE 'NONEMPLOYEE COMPENSATION'    TO WS-B-CAPTION.
113500     MOVE 9N1-NON-EMPLOYEE-COMPENSATION TO WS-B-AMOUNT.
113600     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
113700     MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-B-CAPTION.
113800     MOVE 9N4-FEDERAL-TAX-WITHHELD      TO WS-B-AMOUNT.
113900     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
114000     MOVE 'STATE TAX WITHHELD'          TO WS-B-CAPTION.
114100     MOVE 9N-STATE-TAX-WITHHELD         TO WS-B-AMOUNT.
114200     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
114300 5600-EXIT.
114400     EXIT.
114500*---------------------------------------------------------------*
114600*    5700-PRINT-W2-BOXES -- FORM W-2 OVERLAY.  THE W2 PAYEE     *
114700*    LAYOUT DOES NOT FOLLOW THE GENERIC TWELVE-BOX AMOUNT       *
114800*    TABLE, SO ITS FIELDS ARE LAID OUT BY NAME.                 *
114900*---------------------------------------------------------------*
115000 5700-PRINT-W2-BOXES.
115100     MOVE 'WAGES TIPS OTHER COMP'       TO WS-B-CAPTION.
115200     MOVE W23-GROSS-TIPS-WAGES-OTH-COMP TO WS-B-AMOUNT.
115300     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
115400     MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-B-CAPTION.
115500     MOVE W25-FEDERAL-TAX-WITHHELD      TO WS-B-AMOUNT.
115600     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
115700     MOVE 'SOCIAL SECURITY WAGES'       TO WS-B-CAPTION.
115800     MOVE W21-SS-WAGES                  TO WS-B-AMOUNT.
115900     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
116000     MOVE 'SOCIAL SECURITY TAX WITHHELD'
116100                                        TO WS-B-CAPTION.
116200     MOVE W24-SS-TAX-WITHHELD           TO WS-B-AMOUNT.
116300     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
116400     MOVE 'ADVANCE EIC PAYMENT'         TO WS-B-CAPTION.
116500     MOVE W22-ADV-EARNED-INC-CREDIT     TO WS-B-AMOUNT.
116600     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
116700     MOVE 'STATE WAGES'                 TO WS-B-CAPTION.
116800     MOVE W26-STATE-WAGES               TO WS-B-AMOUNT.
116900     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
117000     MOVE 'STATE INCOME TAX'            TO WS-B-CAPTION.
117100     MOVE W27-STATE-TAX-WITHHELD        TO WS-B-AMOUNT.
117200     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
117300     MOVE 'LOCAL WAGES'                 TO WS-B-CAPTION.
117400     MOVE W28-LOCAL-WAGES               TO WS-B-AMOUNT.
117500     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
117600     MOVE 'LOCAL INCOME TAX'            TO WS-B-CAPTION.
117700     MOVE W29-LOCAL-TAX-WITHHELD        TO WS-B-AMOUNT.
117800     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
117900     MOVE 'LOCALITY NAME'               TO WS-I-CAPTION.
118000     MOVE W2-LOCALITY-NAME              TO WS-I-VALUE.
118100     MOVE WS-IND-LINE TO WS-IMAGE-LINE.
118200     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
118300     MOVE 'CONTROL NUMBER'              TO WS-I-CAPTION.
118400     MOVE W2-CONTROL-NUMBER             TO WS-I-VALUE.
118500     MOVE WS-IND-LINE TO WS-IMAGE-LINE.
118600     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
118700 5700-EXIT.
118800     EXIT.
118900*---------------------------------------------------------------*
119000*    5800-PRINT-4S-BOXES -- FORM 1042-S OVERLAY                 *
119100*---------------------------------------------------------------*
119200 5800-PRINT-4S-BOXES.
119300     MOVE 'GROSS INCOME'                TO WS-B-CAPTION.
119400     MOVE 4S1-GROSS-INCOME              TO WS-B-AMOUNT.
119500     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
119600     MOVE 'FEDERAL TAX WITHHELD (NRA)'  TO WS-B-CAPTION.
119700     MOVE 4S4-NRA-TAX-WITHHELD          TO WS-B-AMOUNT.
119800     PERFORM 6000-WRITE-BOX-LINE THRU 6000-EXIT.
119900     MOVE 'INCOME CODE'                 TO WS-I-CAPTION.
120000     MOVE 4S-INCOME-CODE                TO WS-I-VALUE.
120100     MOVE WS-IND-LINE TO WS-IMAGE-LINE.
120200     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
120300     MOVE 'TAX RATE'                    TO WS-I-CAPTION.
120400     MOVE 4S-TAX-RATE                   TO WS-EDITED-RATE.
120500     MOVE WS-EDITED-RATE                TO WS-I-VALUE.
120600     MOVE WS-IND-LINE TO WS-IMAGE-LINE.
120700     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
120800     MOVE 'EXEMPTION CODE'              TO WS-I-CAPTION.
120900     MOVE 4S-EXEMPTION-CODE             TO WS-I-VALUE.
121000     MOVE WS-IND-LINE TO WS-IMAGE-LINE.
121100     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
121200 5800-EXIT.
121300     EXIT.
121400*---------------------------------------------------------------*
121500*    5900-SET-FORM-NAME -- FORM NAME AND TAX YEAR FOR THE TITLE *
121600*    LINE AND THE SUMMARY PAGE.                                 *
121700*---------------------------------------------------------------*
121800 5900-SET-FORM-NAME.
121900     EVALUATE TRUE
122000         WHEN FORM-1099-DIV   MOVE '1099-DIV'  TO WS-T-FORM-NAME
122100         WHEN FORM-1099-MISC  MOVE '1099-MISC' TO WS-T-FORM-NAME
122200         WHEN FORM-1099-R     MOVE '1099-R'    TO WS-T-FORM-NAME
122300         WHEN FORM-5498       MOVE '5498'      TO WS-T-FORM-NAME
122400         WHEN FORM-1099-INT   MOVE '1099-INT'  TO WS-T-FORM-NAME
122500         WHEN FORM-1099-NEC   MOVE '1099-NEC'  TO WS-T-FORM-NAME
122600         WHEN FORM-1042-S     MOVE '1042-S'    TO WS-T-FORM-NAME
122700         WHEN FORM-W2         MOVE 'W-2'       TO WS-T-FORM-NAME
122800         WHEN OTHER           MOVE FORM-TYPE   TO WS-T-FORM-NAME
122900     END-EVALUATE.
123000     MOVE TAX-YEAR TO WS-T-TAX-YEAR.
123100     IF CORRECTION-RECORD-TYPE-1 OR CORRECTION-RECORD-TYPE-2
123110         MOVE 'CORRECTED' TO WS-T-CORRECTED-LEGEND
123120     ELSE
123130         MOVE SPACES      TO WS-T-CORRECTED-LEGEND
123140     END-IF.
123200 5900-EXIT.
123300     EXIT.
123400*---------------------------------------------------------------*
123500*    6000-WRITE-BOX-LINE                                        *
123600*---------------------------------------------------------------*
123700 6000-WRITE-BOX-LINE.
123800     MOVE WS-BOX-LINE TO WS-IMAGE-LINE.
123900     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
124000 6000-EXIT.
124100     EXIT.
124200*---------------------------------------------------------------*
124300*    6100-WRITE-TEXT-LINE                                       *
124400*---------------------------------------------------------------*
124500 6100-WRITE-TEXT-LINE.
124600     MOVE WS-TEXT-LINE TO WS-IMAGE-LINE.
124700     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
124800 6100-EXIT.
124900     EXIT.
125000*---------------------------------------------------------------*
125100*    6200-WRITE-IMAGE-LINE -- ONE PLACE ROUTES EVERY FORM-IMAGE *
125200*    LINE TO THE COMPOSITE PAPER FILE OR TO THE E-DELIVERY      *
125300*    EXTRACT.                                                   *
125400*---------------------------------------------------------------*
125500 6200-WRITE-IMAGE-LINE.
125600     IF ROUTE-E-DELIVERY
125700         WRITE EDELIV-IMAGE-LINE FROM WS-IMAGE-LINE
125800     ELSE
125900         WRITE COMPOSITE-IMAGE-LINE FROM WS-IMAGE-LINE
126000     END-IF.
126100 6200-EXIT.
126200     EXIT.
126300*---------------------------------------------------------------*
126400*    6300-WRITE-EXCEPTION -- A FORM THAT COULD NOT BE           *
126500*    CONSOLIDATED.  ONLY THE LAST FOUR DIGITS OF THE TIN ARE    *
126600*    SHOWN.                                                     *
126700*---------------------------------------------------------------*
126800 6300-WRITE-EXCEPTION.
126900     MOVE OWNER-USER                  TO WS-E-OWNER-USER.
127000     MOVE PAYER-NUMBER                TO WS-E-PAYER-NUMBER.
127100     MOVE TAX-YEAR                    TO WS-E-TAX-YEAR.
127200     MOVE FORM-TYPE                   TO WS-E-FORM-TYPE.
127300     MOVE CONTROL-NUMBER              TO WS-E-CONTROL-NUMBER.
127400     IF PAYEE-TIN NUMERIC
127500         MOVE PAYEE-TIN               TO WS-FED-ID
127600         MOVE WS-FED-ID (6:4)         TO WS-E-TIN-LAST-FOUR
127700     ELSE
127800         MOVE SPACES                  TO WS-E-TIN-LAST-FOUR
127900     END-IF.
128000     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-EXCEPTION-LINE.
128100 6300-EXIT.
128200     EXIT.
128300*---------------------------------------------------------------*
128400*    6400-WRITE-PAGE-LINE -- TOP OF EACH STATEMENT PAGE.  THE   *
128500*    SUMMARY PAGE IS PAGE 1.                                    *
128600*---------------------------------------------------------------*
128700 6400-WRITE-PAGE-LINE.
128800     MOVE WS-PAGE-NUMBER              TO WS-P-PAGE-NUMBER.
128900     COMPUTE WS-P-PAGE-COUNT = WS-STMT-FORMS + 1.
129000     MOVE WS-PAGE-LINE TO WS-IMAGE-LINE.
129100     PERFORM 6200-WRITE-IMAGE-LINE THRU 6200-EXIT.
129200 6400-EXIT.
129300     EXIT.
129400*---------------------------------------------------------------*
129500*    7000-READ-TAX-FORM                                         *
129600*---------------------------------------------------------------*
129700 7000-READ-TAX-FORM.
129800     READ TAX-FORM-FILE
129900         AT END
130000             SET END-OF-TAX-FORM-FILE TO TRUE
130100         NOT AT END
130200             ADD 1 TO WS-RC-RECORDS-READ
130300             IF WS-RC-TAX-YEAR = ZERO
130400                 MOVE TAX-YEAR TO WS-RC-TAX-YEAR
130500             END-IF
130600     END-READ.
130700 7000-EXIT.
130800     EXIT.
130900*---------------------------------------------------------------*
131000*    8000-FINISH -- MAIL THE LAST PAYER GROUP, THEN PRINT THE   *
131100*    CONTROL TOTALS.  ENVELOPES SAVED IS THE PAPER FORMS LESS   *
131200*    THE ENVELOPES THEY WENT OUT IN.                            *
131300*---------------------------------------------------------------*
131400 8000-FINISH.
131500     IF WS-FT-COUNT > ZERO
131600         PERFORM 3000-MAIL-GROUP THRU 3000-EXIT
131700     END-IF.
131800     COMPUTE WS-SAVED-COUNT =
131900             WS-PAPER-FORMS-COUNT - WS-ENVELOPE-COUNT.
132000     MOVE WS-PAYEE-TOTAL-COUNT        TO WS-T-PAYEE-TOTAL-COUNT.
132100     MOVE WS-SCREENED-COUNT           TO WS-T-SCREENED-COUNT.
132200     MOVE WS-SUPPRESSED-COUNT         TO WS-T-SUPPRESSED-COUNT.
132300     MOVE WS-TAPE-ONLY-COUNT          TO WS-T-TAPE-ONLY-COUNT.
132400     MOVE WS-CORRECTION-COUNT         TO WS-T-CORRECTION-COUNT.
132500     MOVE WS-EDELIV-COUNT             TO WS-T-EDELIV-COUNT.
132600     MOVE WS-HELD-COUNT               TO WS-T-HELD-COUNT.
132700     MOVE WS-PAPER-FORMS-COUNT        TO WS-T-PAPER-FORMS-COUNT.
132800     MOVE WS-STMT-FORMS-COUNT         TO WS-T-STMT-FORMS-COUNT.
132900     MOVE WS-SINGLE-COUNT             TO WS-T-SINGLE-COUNT.
133000     MOVE WS-STATEMENT-COUNT          TO WS-T-STATEMENT-COUNT.
133100     MOVE WS-ENVELOPE-COUNT           TO WS-T-ENVELOPE-COUNT.
133200     MOVE WS-SAVED-COUNT              TO WS-T-SAVED-COUNT.
133300     MOVE WS-NO-TIN-COUNT             TO WS-T-NO-TIN-COUNT.
133400     MOVE WS-ADDR-DIFF-COUNT          TO WS-T-ADDR-DIFF-COUNT.
133500     MOVE WS-TABLE-FULL-COUNT         TO WS-T-TABLE-FULL-COUNT.
133600     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-1.
133700     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-2.
133800     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-3.
133900     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-4.
134000     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-5.
134100     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-6.
134200     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-7.
134300     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-8.
134400     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-9.
134500     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-10.
134600     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-11.
134700     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-12.
134800     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-13.
134900     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-14.
135000     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-15.
135100     WRITE COMPOSITE-CTL-RPT-LINE FROM WS-TOTAL-LINE-16.
135200     CLOSE TAX-FORM-FILE CONSENT-MASTER RETURNED-MAIL-LOG
135300           COMPOSITE-IMAGE-FILE EDELIV-IMAGE-FILE
135400           DELIV-INDEX-FILE ROUTING-INDEX-FILE COMPOSITE-CTL-RPT.
135500     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
135600     CLOSE RUN-CONTROL-FILE.
135700 8000-EXIT.
135800     EXIT.
135900*---------------------------------------------------------------*
136000*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
136100*---------------------------------------------------------------*
136200 9000-WRITE-RUN-OPEN.
136300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
136400     ACCEPT WS-RUN-TIME FROM TIME.
136500     MOVE SPACES TO EQC861P22.
136600     INITIALIZE EQC861P22.
136700     MOVE 'EQC861P54'            TO RC-PROGRAM-ID.
136702     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
136800     SET RC-OPEN-ENTRY TO TRUE.
136900     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
137000     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
137100     SET RC-STEP-STARTED TO TRUE.
137200     IF GATE-OVERRIDDEN
137300         SET RC-GATE-OVERRIDDEN TO TRUE
137400     END-IF.
137500     WRITE EQC861P22.
137600 9000-EXIT.
137700     EXIT.
137800*---------------------------------------------------------------*
137900*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE.   *
138000*    FORMS MAILED OR E-DELIVERED ARE THE RECORDS WRITTEN; THE   *
138100*    SUPPRESSED AND HELD FORMS ARE THE EXCEPTIONS, AS FOR       *
138200*    EQC861P17.                                                 *
138300*---------------------------------------------------------------*
138400 9100-WRITE-RUN-CLOSE.
138500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
138600     ACCEPT WS-RUN-TIME FROM TIME.
138700     MOVE SPACES TO EQC861P22.
138800     INITIALIZE EQC861P22.
138900     MOVE 'EQC861P54'            TO RC-PROGRAM-ID.
138902     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
139000     SET RC-CLOSE-ENTRY TO TRUE.
139100     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
139200     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
139300     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
139400     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
139500     MOVE WS-PAPER-FORMS-COUNT        TO RC-RECORDS-WRITTEN.
139600     ADD  WS-EDELIV-COUNT             TO RC-RECORDS-WRITTEN.
139700     MOVE WS-SUPPRESSED-COUNT         TO RC-EXCEPTION-COUNT.
139800     ADD  WS-HELD-COUNT               TO RC-EXCEPTION-COUNT.
139900     SET RC-STEP-COMPLETED TO TRUE.
140000     WRITE EQC861P22.
140100 9100-EXIT.
140200     EXIT.
140300*---------------------------------------------------------------*
140400*    9999-EXIT -- COMMON PROGRAM EXIT                           *
140500*---------------------------------------------------------------*
140600 9999-EXIT.
140700     STOP RUN.
