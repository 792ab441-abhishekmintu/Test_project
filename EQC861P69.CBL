000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P69.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    SSA EFW2C W-2 CORRECTION SUBMISSION FOR THE EQC861 TAX FORM
000900*    FILE.
001000*
001100*    COMPANION TO THE EFW2 EXTRACT (EQC861P18), WHICH LEAVES THE
001200*    W-2 CORRECTION RECORDS ('X'/'Z') OFF THE ORIGINAL SUBMISSION
001300*    BECAUSE SSA TAKES THOSE ONLY ON FORM W-2C.  THIS STEP READS
001400*    THE SAME SORTED TAX FORM FILE AND BUILDS THE EFW2C RECORD
001500*    SET FROM THE FORM-W2 CORRECTION RECORDS:
001600*
001700*      RCA - SUBMITTER, FROM THE ONE-CARD PARAMETER FILE
001800*            (SSA USER-ID, SUBMITTER EIN, SUBMITTER NAME).
001900*      RCE - EMPLOYER, ONE PER W2 PAYER WITH AT LEAST ONE
002000*            CORRECTION FILED, FROM THE PAYER 'A' RECORD.
002100*      RCW - EMPLOYEE CORRECTION, ONE PER W2 CORRECTION 'B'
002200*            RECORD, CARRYING THE ORIGINALLY REPORTED AND THE
002300*            CORRECT SSN, NAME AND W21-SS-WAGES THROUGH
002400*            W29-LOCAL-TAX-WITHHELD IN PAIRS.
002500*      RCT - EMPLOYER FEDERAL TOTALS (W21 THROUGH W25),
002600*            ORIGINALLY REPORTED AND CORRECT.
002700*      RCU - EMPLOYER STATE AND LOCAL TOTALS (W26 THROUGH W29),
002800*            ORIGINALLY REPORTED AND CORRECT.
002900*      RCF - END OF SUBMISSION WITH THE TOTAL RCW COUNT.
003000*
003100*    THE ORIGINALLY REPORTED FIGURES COME FROM THE KEYED TAX
003200*    FORM MASTER LOADED BY EQC861P15 AND THE CORRECT FIGURES
003300*    FROM THE CORRECTION RECORD ITSELF.  THE ORIGINAL IS FOUND
003400*    THE SAME WAY THE CORRECTIONS BEFORE/AFTER REPORT
003500*    (EQC861P8) FINDS IT -- A DIRECT READ WITH THE CORRECTION'S
003600*    OWN KEY AND A BLANK CORRECTION-FLAG, THEN A FORWARD SCAN OF
003700*    THE TAX-YEAR / FORM-TYPE PREFIX FOR AN ORIGINAL 'B' RECORD
003800*    WITH THE SAME OWNER-USER, PAYER-NUMBER AND CONTROL-NUMBER.
003900*    A CORRECTION WITH NO ORIGINAL ON THE MASTER CANNOT BE FILED
004000*    ON A W-2C; IT IS LISTED ON THE CONTROL REPORT, COUNTED AS
004100*    AN EXCEPTION ON THE RUN-CONTROL CLOSE ENTRY AND LEFT OFF.
004200*
004300*    THE CONTROL REPORT SHOWS, PER EMPLOYER, THE ORIGINALLY
004400*    REPORTED AND CORRECTED TOTAL OF EACH W-2 AMOUNT FILED ON
004500*    THE W-2C, AND BALANCES THE CORRECTED TOTALS FILED AGAINST
004600*    THE CORRECTED TOTALS OF EVERY W-2 CORRECTION RECORD READ --
004700*    THE FIGURES PRINTED ON THE CORRECTED W-2 RECIPIENT COPIES.
004800*
004900*    INPUT IS ASSUMED SORTED ASCENDING BY OWNER-USER, PAYER-
005000*    NUMBER, TAX-YEAR AND FORM-TYPE WITH EACH PAYER'S 'A'
005100*    RECORD PRECEDING ITS 'B' PAYEE RECORDS.
005200*
005300*    THE SEASON RUN ORDER IS ENFORCED AS IT IS FOR EQC861P18:
005400*    THE TIN EDIT (EQC861P14) AND THE BALANCE (EQC861P5) MUST
005500*    HAVE COMPLETED, UNPARTITIONED, FOR THE TAX YEAR AND AGREE
005600*    ON THE INPUT COUNT, UNLESS THE PARAMETER CARD OVERRIDES.
005700*
005800*    MODIFICATION HISTORY
005900*    --------------------
006000*    DATE       INIT      DESCRIPTION
006100*    10/15/2026 CT08841   ORIGINAL PROGRAM.
006200******************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.    IBM-370.
006600 OBJECT-COMPUTER.    IBM-370.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT PARM-CARD         ASSIGN TO SYSIN
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT TAX-FORM-FILE     ASSIGN TO TAXFORM
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT TAX-FORM-MASTER   ASSIGN TO TAXVSAM
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS KM-TAX-FORM-KEY.
007700     SELECT EFW2C-FILE        ASSIGN TO EFW2CFIL
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT W2C-CONTROL-RPT   ASSIGN TO W2CRPT
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
008200         ORGANIZATION IS SEQUENTIAL.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  PARM-CARD
008600     LABEL RECORDS ARE OMITTED.
008700 01  PARM-RECORD.
008800     05  PARM-SUBMITTER-USER-ID       PIC X(08).
008900     05  PARM-SUBMITTER-EIN           PIC 9(09).
009000     05  PARM-SUBMITTER-NAME          PIC X(40).
009100     05  PARM-TAX-YEAR                PIC 9(04).
009200     05  PARM-OVERRIDE-IND            PIC X(01).
009300     05  FILLER                       PIC X(18).
009400 FD  TAX-FORM-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY EQC861P4.
009700 FD  TAX-FORM-MASTER
009800     LABEL RECORDS ARE STANDARD.
009900*    MIRROR OF THE EQC861P3 LAYOUT -- THE COPYBOOK IS ALREADY
010000*    EXPANDED UNDER TAX-FORM-FILE, SO ONLY THE KEY TERMS, THE
010100*    PAYEE NAME AND THE NINE W-2 AMOUNTS ARE NAMED HERE.
010200 01  MASTER-TAX-RECORD.
010300     05  KM-TAX-FORM-KEY.
010400         10  KM-RECORD-ID             PIC 9(03)   COMP-3.
010500         10  KM-TAX-YEAR              PIC 9(04).
010600         10  KM-FORM-TYPE             PIC X(02).
010700         10  KM-TAPE-NUMBER           PIC 9(03)   COMP-3.
010800         10  KM-OWNER-USER            PIC X(06).
010900         10  KM-PAYER-NUMBER          PIC 9(03)   COMP-3.
011000         10  KM-CORRECTION-FLAG       PIC X(01).
011100         10  KM-RECORD-TYPE           PIC X(01).
011200         10  KM-FED-ID                PIC 9(09)   COMP-3.
011300         10  KM-KEY-INFORMATION.
011400             15  KM-CONTROL-NUMBER    PIC X(20).
011500             15  FILLER               PIC X(04).
011600     05  FILLER                       PIC X(21).
011700     05  KM-NAME-1                    PIC X(40).
011800     05  FILLER                       PIC X(283).
011900     05  KM-W2-AMOUNT OCCURS 9 TIMES  PIC 9(11)V99 COMP-3.
012000     05  FILLER                       PIC X(144).
012100 FD  EFW2C-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORDING MODE IS F.
012400 01  EFW2C-RCA-RECORD.
012500     05  RCA-RECORD-ID                PIC X(03)   VALUE 'RCA'.
012600     05  RCA-SUBMITTER-EIN            PIC 9(09).
012700     05  RCA-USER-ID                  PIC X(08).
012800     05  RCA-SUBMITTER-NAME           PIC X(57).
012900     05  RCA-FILLER                   PIC X(435).
013000 01  EFW2C-RCE-RECORD.
013100     05  RCE-RECORD-ID                PIC X(03)   VALUE 'RCE'.
013200     05  RCE-TAX-YEAR                 PIC 9(04).
013300     05  RCE-EMPLOYER-EIN             PIC 9(09).
013400     05  RCE-EMPLOYER-NAME            PIC X(57).
013500     05  RCE-STREET-ADDRESS           PIC X(40).
013600     05  RCE-CITY                     PIC X(22).
013700     05  RCE-STATE                    PIC X(02).
013800     05  RCE-ZIP                      PIC X(05).
013900     05  RCE-ZIP-EXT                  PIC X(04).
014000     05  RCE-FILLER                   PIC X(366).
014100 01  EFW2C-RCW-RECORD.
014200     05  RCW-RECORD-ID                PIC X(03)   VALUE 'RCW'.
014300     05  RCW-ORIGINAL-SSN             PIC 9(09).
014400     05  RCW-CORRECT-SSN              PIC 9(09).
014500     05  RCW-ORIGINAL-NAME            PIC X(40).
014600     05  RCW-CORRECT-NAME             PIC X(57).
014700     05  RCW-STREET-ADDRESS           PIC X(40).
014800     05  RCW-CITY                     PIC X(22).
014900     05  RCW-STATE                    PIC X(02).
015000     05  RCW-ZIP                      PIC X(05).
015100     05  RCW-ZIP-EXT                  PIC X(04).
015200*    ONE PAIR PER W-2 AMOUNT, W21-SS-WAGES THROUGH
015300*    W29-LOCAL-TAX-WITHHELD, IN COPYBOOK ORDER.
015400     05  RCW-AMOUNT-PAIR  OCCURS 9 TIMES.
015500         10  RCW-ORIGINAL-AMOUNT      PIC 9(11)V99.
015600         10  RCW-CORRECT-AMOUNT       PIC 9(11)V99.
015700     05  RCW-LOCALITY-NAME            PIC X(02).
015800     05  RCW-CONTROL-NUMBER           PIC X(07).
015900     05  RCW-FILLER                   PIC X(78).
016000 01  EFW2C-RCT-RECORD.
016100     05  RCT-RECORD-ID                PIC X(03)   VALUE 'RCT'.
016200     05  RCT-RCW-COUNT                PIC 9(07).
016300*    W21 THROUGH W25.
016400     05  RCT-AMOUNT-PAIR  OCCURS 5 TIMES.
016500         10  RCT-ORIGINAL-TOTAL       PIC 9(13)V99.
016600         10  RCT-CORRECT-TOTAL        PIC 9(13)V99.
016700     05  RCT-FILLER                   PIC X(352).
016800 01  EFW2C-RCU-RECORD.
016900     05  RCU-RECORD-ID                PIC X(03)   VALUE 'RCU'.
017000     05  RCU-RCW-COUNT                PIC 9(07).
017100*    W26 THROUGH W29.
017200     05  RCU-AMOUNT-PAIR  OCCURS 4 TIMES.
017300         10  RCU-ORIGINAL-TOTAL       PIC 9(13)V99.
017400         10  RCU-CORRECT-TOTAL        PIC 9(13)V99.
017500     05  RCU-FILLER                   PIC X(382).
017600 01  EFW2C-RCF-RECORD.
017700     05  RCF-RECORD-ID                PIC X(03)   VALUE 'RCF'.
017800     05  RCF-RCW-COUNT                PIC 9(09).
017900     05  RCF-FILLER                   PIC X(500).
018000 FD  W2C-CONTROL-RPT
018100     LABEL RECORDS ARE STANDARD
018200     RECORDING MODE IS F.
018300 01  W2C-CONTROL-RPT-LINE             PIC X(132).
018400 FD  RUN-CONTROL-FILE
018500     LABEL RECORDS ARE STANDARD
018600     RECORDING MODE IS F.
018700     COPY EQC861P23.
018800 WORKING-STORAGE SECTION.
018900 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
019000     88  END-OF-TAX-FORM-FILE             VALUE 'Y'.
019100 77  WS-ELIGIBLE-SW                   PIC X(01)   VALUE 'N'.
019200     88  EMPLOYER-IS-ELIGIBLE             VALUE 'Y'.
019300 77  WS-RCE-WRITTEN-SW                PIC X(01)   VALUE 'N'.
019400     88  RCE-WRITTEN                      VALUE 'Y'.
019500 77  WS-SCAN-DONE-SW                  PIC X(01)   VALUE 'N'.
019600     88  SCAN-COMPLETE                    VALUE 'Y'.
019700 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
019800     88  ORIGINAL-FOUND                   VALUE 'Y'.
019900 77  WS-BALANCE-SW                    PIC X(01)   VALUE 'Y'.
020000     88  EMPLOYER-BALANCED                VALUE 'Y'.
020100 77  WS-BOX-SUB                       PIC 9(02)   COMP.
020200 77  WS-PAIR-SUB                      PIC 9(02)   COMP.
020300 77  WS-TOTAL-RCW-COUNT               PIC 9(09)   COMP-3
020400                                          VALUE ZERO.
020500 77  WS-TOTAL-CORR-READ               PIC 9(07)   COMP-3
020600                                          VALUE ZERO.
020700 77  WS-UNMATCHED-COUNT               PIC 9(07)   COMP-3
020800                                          VALUE ZERO.
020900 77  WS-EMPLOYER-COUNT                PIC 9(07)   COMP-3
021000                                          VALUE ZERO.
021100 77  WS-NOT-BALANCED-COUNT            PIC 9(07)   COMP-3
021200                                          VALUE ZERO.
021300*---------------------------------------------------------------*
021400*    THE CURRENT W2 EMPLOYER, SAVED FROM ITS PAYER 'A' RECORD   *
021500*    SO THE RCE CAN BE WRITTEN WHEN ITS FIRST CORRECTION IS     *
021600*    FILED.                                                     *
021700*---------------------------------------------------------------*
021800 01  WS-EMPLOYER-SAVE.
021900     05  WS-EMP-OWNER-USER            PIC X(06)   VALUE SPACES.
022000     05  WS-EMP-PAYER-NUMBER          PIC 9(03)   VALUE ZERO.
022100     05  WS-EMP-TAX-YEAR              PIC 9(04)   VALUE ZERO.
022200     05  WS-EMP-EIN                   PIC 9(09)   VALUE ZERO.
022300     05  WS-EMP-NAME                  PIC X(40)   VALUE SPACES.
022400     05  WS-EMP-STREET-ADDRESS        PIC X(40)   VALUE SPACES.
022500     05  WS-EMP-CITY                  PIC X(40)   VALUE SPACES.
022600     05  WS-EMP-STATE                 PIC X(02)   VALUE SPACES.
022700     05  WS-EMP-ZIP                   PIC 9(05)   VALUE ZERO.
022800     05  WS-EMP-ZIP-EXT               PIC 9(04)   VALUE ZERO.
022900*---------------------------------------------------------------*
023000*    PER-EMPLOYER ACCUMULATORS.  THE FILED TOTALS COVER THE RCW *
023100*    RECORDS WRITTEN; THE COPY TOTALS COVER EVERY W-2           *
023200*    CORRECTION RECORD READ FOR THE EMPLOYER.                   *
023300*---------------------------------------------------------------*
023400 01  WS-EMPLOYER-TOTALS.
023500     05  WS-EMP-CORR-READ             PIC 9(07)   COMP-3.
023600     05  WS-EMP-RCW-COUNT             PIC 9(07)   COMP-3.
023700     05  WS-EMP-UNMATCHED             PIC 9(07)   COMP-3.
023800     05  WS-EMP-BOX  OCCURS 9 TIMES.
023900         10  WS-EMP-ORIGINAL          PIC 9(13)V99 COMP-3.
024000         10  WS-EMP-CORRECT           PIC 9(13)V99 COMP-3.
024100         10  WS-EMP-COPY              PIC 9(13)V99 COMP-3.
024200 01  WS-GRAND-TOTALS.
024300     05  WS-GRAND-BOX  OCCURS 9 TIMES.
024400         10  WS-GRAND-ORIGINAL        PIC 9(13)V99 COMP-3.
024500         10  WS-GRAND-CORRECT         PIC 9(13)V99 COMP-3.
024600 01  WS-CORRECT-AMOUNTS.
024700     05  WS-C-AMOUNT  OCCURS 9 TIMES  PIC 9(11)V99 COMP-3.
024800*---------------------------------------------------------------*
024900*    W-2 AMOUNT CAPTIONS, IN COPYBOOK ORDER                     *
025000*---------------------------------------------------------------*
025100 01  WS-BOX-CAPTIONS.
025200     05  FILLER          PIC X(24)  VALUE 'W21 SS WAGES'.
025300     05  FILLER          PIC X(24)  VALUE 'W22 ADVANCE EIC'.
025400     05  FILLER          PIC X(24)  VALUE 'W23 WAGES TIPS OTHER'.
025500     05  FILLER          PIC X(24)  VALUE 'W24 SS TAX WITHHELD'.
025600     05  FILLER          PIC X(24)  VALUE 'W25 FEDERAL TAX WH'.
025700     05  FILLER          PIC X(24)  VALUE 'W26 STATE WAGES'.
025800     05  FILLER          PIC X(24)  VALUE 'W27 STATE TAX WH'.
025900     05  FILLER          PIC X(24)  VALUE 'W28 LOCAL WAGES'.
026000     05  FILLER          PIC X(24)  VALUE 'W29 LOCAL TAX WH'.
026100 01  WS-BOX-CAPTIONS-R  REDEFINES  WS-BOX-CAPTIONS.
026200     05  WS-BOX-CAPTION  OCCURS 9 TIMES
026300                                      PIC X(24).
026400*---------------------------------------------------------------*
026500*    CONTROL REPORT LINES                                       *
026600*---------------------------------------------------------------*
026700 01  WS-HEADING-LINE.
026800     05  FILLER              PIC X(05)   VALUE SPACES.
026900     05  FILLER              PIC X(60)
027000         VALUE 'EQC861P69 - EFW2C W-2 CORRECTION CONTROL REPORT'.
027100 01  WS-EMPLOYER-LINE.
027200     05  FILLER                       PIC X(01)   VALUE SPACE.
027300     05  FILLER                  PIC X(12)   VALUE 'OWNER-USER'.
027400     05  WS-E-OWNER-USER              PIC X(06).
027500     05  FILLER                       PIC X(02)   VALUE SPACES.
027600     05  FILLER                       PIC X(06)   VALUE 'PAYER'.
027700     05  WS-E-PAYER-NUMBER            PIC 9(03).
027800     05  FILLER                       PIC X(02)   VALUE SPACES.
027900     05  FILLER                       PIC X(06)   VALUE 'YEAR'.
028000     05  WS-E-TAX-YEAR                PIC 9(04).
028100     05  FILLER                       PIC X(02)   VALUE SPACES.
028200     05  FILLER                       PIC X(05)   VALUE 'EIN'.
028300     05  WS-E-EIN                     PIC 9(09).
028400     05  FILLER                       PIC X(02)   VALUE SPACES.
028500     05  WS-E-NAME                    PIC X(40).
028600 01  WS-COLUMN-LINE.
028700     05  FILLER                       PIC X(06)   VALUE SPACES.
028800     05  FILLER                       PIC X(24)   VALUE 'AMOUNT'.
028900     05  FILLER                       PIC X(21)
029000                                   VALUE 'ORIGINALLY REPORTED'.
029100     05  FILLER                       PIC X(21)
029200                                   VALUE '   CORRECTED (W-2C)'.
029300     05  FILLER                       PIC X(19)
029400                                   VALUE '         DIFFERENCE'.
029500 01  WS-DETAIL-LINE.
029600     05  FILLER                       PIC X(06)   VALUE SPACES.
029700     05  WS-D-ITEM                    PIC X(24).
029800     05  WS-D-ORIGINAL-AMOUNT         PIC ----,---,---,---.99.
029900     05  FILLER                       PIC X(02)   VALUE SPACES.
030000     05  WS-D-CORRECTED-AMOUNT        PIC ----,---,---,---.99.
030100     05  FILLER                       PIC X(02)   VALUE SPACES.
030200     05  WS-D-VARIANCE                PIC ----,---,---,---.99.
030300 01  WS-NOMATCH-LINE.
030400     05  FILLER                       PIC X(06)   VALUE SPACES.
030500     05  FILLER                       PIC X(44)
030600         VALUE '*** NO ORIGINAL ON THE MASTER - NOT FILED  '.
030700     05  FILLER                       PIC X(10)   VALUE 'CONTROL'.
030800     05  WS-N-CONTROL-NUMBER          PIC X(20).
030900 01  WS-COUNT-LINE.
031000     05  FILLER                       PIC X(06)   VALUE SPACES.
031100     05  FILLER                       PIC X(24)
031200         VALUE 'W-2 CORRECTIONS READ -- '.
031300     05  WS-Q-CORR-READ               PIC ZZZ,ZZ9.
031400     05  FILLER                       PIC X(05)   VALUE SPACES.
031500     05  FILLER                       PIC X(24)
031600         VALUE 'RCW RECORDS WRITTEN --- '.
031700     05  WS-Q-RCW-COUNT               PIC ZZZ,ZZ9.
031800     05  FILLER                       PIC X(05)   VALUE SPACES.
031900     05  FILLER                       PIC X(24)
032000         VALUE 'NOT FILED ------------- '.
032100     05  WS-Q-UNMATCHED               PIC ZZZ,ZZ9.
032200 01  WS-BALANCE-LINE.
032300     05  FILLER                       PIC X(05)   VALUE SPACES.
032400     05  WS-B-MESSAGE                 PIC X(60).
032500 01  WS-TOTAL-LINE.
032600     05  FILLER                       PIC X(05)   VALUE SPACES.
032700     05  WS-T-CAPTION                 PIC X(32).
032800     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
032900*---------------------------------------------------------------*
033000*    STARTUP GATE WORK AREAS -- THE SEASON RUN ORDER IS         *
033100*    ENFORCED BEFORE THE OUTPUTS ARE OPENED.                    *
033200*---------------------------------------------------------------*
033300 77  WS-RCIN-EOF-SW                   PIC X(01)   VALUE 'N'.
033400     88  END-OF-RUN-CONTROL-IN            VALUE 'Y'.
033500 77  WS-GATE-SW                       PIC X(01)   VALUE 'N'.
033600     88  GATE-SATISFIED                   VALUE 'Y'.
033700 77  WS-OVERRIDE-SW                   PIC X(01)   VALUE 'N'.
033800     88  GATE-OVERRIDDEN                  VALUE 'Y'.
033900 77  WS-P5-FOUND-SW                   PIC X(01)   VALUE 'N'.
034000     88  BALANCE-CLOSE-FOUND              VALUE 'Y'.
034100 77  WS-P14-FOUND-SW                  PIC X(01)   VALUE 'N'.
034200     88  TIN-EDIT-CLOSE-FOUND             VALUE 'Y'.
034300 77  WS-P5-RECORDS-READ               PIC 9(09)   COMP-3
034400                                          VALUE ZERO.
034500 77  WS-P14-RECORDS-READ              PIC 9(09)   COMP-3
034600                                          VALUE ZERO.
034700*---------------------------------------------------------------*
034800*    RUN-CONTROL WORK AREAS                                     *
034900*---------------------------------------------------------------*
035000 77  WS-RUN-DATE                      PIC 9(08).
035100 77  WS-RUN-TIME                      PIC 9(08).
035200 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
035300 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
035400                                          VALUE ZERO.
035500 PROCEDURE DIVISION.
035600*---------------------------------------------------------------*
035700*    0000-MAINLINE                                              *
035800*---------------------------------------------------------------*
035900 0000-MAINLINE.
036000     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT.
036100     IF NOT GATE-SATISFIED AND NOT GATE-OVERRIDDEN
036200         DISPLAY 'EQC861P69 RUN REFUSED - EQC861P14 AND'
036300                 ' EQC861P5 MUST COMPLETE FOR THE TAX YEAR AND'
036400                 ' AGREE ON THE INPUT COUNT'
036500         MOVE 8 TO RETURN-CODE
036600         GO TO 9999-EXIT
036700     END-IF.
036800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036900     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
037000         UNTIL END-OF-TAX-FORM-FILE.
037100     PERFORM 8000-FINISH THRU 8000-EXIT.
037200     GO TO 9999-EXIT.
037300*---------------------------------------------------------------*
037400*    0500-CHECK-PREREQS -- READ THE PARAMETER CARD AND THE      *
037500*    SHARED RUN-CONTROL FILE AND DECIDE WHETHER THE SEASON RUN  *
037600*    ORDER ALLOWS THIS STEP TO START.                            *
037700*---------------------------------------------------------------*
037800 0500-CHECK-PREREQS.
037900     OPEN INPUT  PARM-CARD.
038000     READ PARM-CARD
038100         AT END
038200             MOVE ZERO   TO PARM-SUBMITTER-EIN
038300                            PARM-TAX-YEAR
038400             MOVE SPACES TO PARM-SUBMITTER-USER-ID
038500                            PARM-SUBMITTER-NAME
038600             MOVE SPACE  TO PARM-OVERRIDE-IND
038700     END-READ.
038800     CLOSE PARM-CARD.
038900     OPEN INPUT RUN-CONTROL-FILE.
039000     PERFORM 0600-READ-RUN-CONTROL THRU 0600-EXIT.
039100     PERFORM 0510-SCAN-ENTRY THRU 0510-EXIT
039200         UNTIL END-OF-RUN-CONTROL-IN.
039300     CLOSE RUN-CONTROL-FILE.
039400     MOVE 'N' TO WS-RCIN-EOF-SW.
039500     IF BALANCE-CLOSE-FOUND AND TIN-EDIT-CLOSE-FOUND
039600             AND WS-P14-RECORDS-READ = WS-P5-RECORDS-READ
039700         SET GATE-SATISFIED TO TRUE
039800     END-IF.
039900     IF NOT GATE-SATISFIED AND PARM-OVERRIDE-IND = 'Y'
040000         SET GATE-OVERRIDDEN TO TRUE
040100         DISPLAY 'EQC861P69 PREREQUISITE GATE OVERRIDDEN BY'
040200                 ' PARAMETER CARD'
040300     END-IF.
040400 0500-EXIT.
040500     EXIT.
040600*---------------------------------------------------------------*
040700*    0510-SCAN-ENTRY -- THE LATEST COMPLETED UNPARTITIONED      *
040800*    CLOSE ENTRY OF EACH REQUIRED PREDECESSOR FOR THE TAX YEAR  *
040900*    WINS.                                                      *
041000*---------------------------------------------------------------*
041100 0510-SCAN-ENTRY.
041200     IF RC-CLOSE-ENTRY AND RC-STEP-COMPLETED
041300             AND (PARM-TAX-YEAR = ZERO
041400                  OR RC-TAX-YEAR = PARM-TAX-YEAR)
041500             AND RC-UNPARTITIONED-RUN
041600         IF RC-PROGRAM-ID = 'EQC861P5'
041700             SET BALANCE-CLOSE-FOUND TO TRUE
041800             MOVE RC-RECORDS-READ TO WS-P5-RECORDS-READ
041900         END-IF
042000         IF RC-PROGRAM-ID = 'EQC861P14'
042100             SET TIN-EDIT-CLOSE-FOUND TO TRUE
042200             MOVE RC-RECORDS-READ TO WS-P14-RECORDS-READ
042300         END-IF
042400     END-IF.
042500     PERFORM 0600-READ-RUN-CONTROL THRU 0600-EXIT.
042600 0510-EXIT.
042700     EXIT.
042800*---------------------------------------------------------------*
042900*    0600-READ-RUN-CONTROL                                      *
043000*---------------------------------------------------------------*
043100 0600-READ-RUN-CONTROL.
043200     READ RUN-CONTROL-FILE
043300         AT END
043400             SET END-OF-RUN-CONTROL-IN TO TRUE
043500     END-READ.
043600 0600-EXIT.
043700     EXIT.
043800*---------------------------------------------------------------*
043900*    1000-INITIALIZE                                            *
044000*---------------------------------------------------------------*
044100 1000-INITIALIZE.
044200     OPEN INPUT  TAX-FORM-FILE
044300                 TAX-FORM-MASTER
044400          OUTPUT EFW2C-FILE
044500                 W2C-CONTROL-RPT.
044600     INITIALIZE EFW2C-RCA-RECORD WS-GRAND-TOTALS.
044700     MOVE 'RCA'                       TO RCA-RECORD-ID.
044800     MOVE PARM-SUBMITTER-EIN          TO RCA-SUBMITTER-EIN.
044900     MOVE PARM-SUBMITTER-USER-ID      TO RCA-USER-ID.
045000     MOVE PARM-SUBMITTER-NAME         TO RCA-SUBMITTER-NAME.
045100     WRITE EFW2C-RCA-RECORD.
045200     WRITE W2C-CONTROL-RPT-LINE FROM WS-HEADING-LINE.
045300     OPEN EXTEND RUN-CONTROL-FILE.
045400     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
045500     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
045600 1000-EXIT.
045700     EXIT.
045800*---------------------------------------------------------------*
045900*    2000-PROCESS-RECORD                                        *
046000*---------------------------------------------------------------*
046100 2000-PROCESS-RECORD.
046200     IF TAX-FORMS-PAYER-RECORD
046300         PERFORM 3000-START-EMPLOYER THRU 3000-EXIT
046400     END-IF.
046500     IF TAX-FORMS-PAYEE-RECORD AND EMPLOYER-IS-ELIGIBLE
046600             AND (CORRECTION-RECORD-TYPE-1 OR
046700                  CORRECTION-RECORD-TYPE-2)
046800         PERFORM 4000-PROCESS-CORRECTION THRU 4000-EXIT
046900     END-IF.
047000     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
047100 2000-EXIT.
047200     EXIT.
047300*---------------------------------------------------------------*
047400*    3000-START-EMPLOYER -- ONLY FORM-W2 PAYER GROUPS GO TO SSA. *
047500*    A CORRECTION-ONLY 'A' RECORD FOR THE EMPLOYER ALREADY IN    *
047600*    PROGRESS CONTINUES THAT EMPLOYER RATHER THAN STARTING A     *
047700*    SECOND RCE FOR THE SAME EIN.                                *
047800*---------------------------------------------------------------*
047900 3000-START-EMPLOYER.
048000     IF EMPLOYER-IS-ELIGIBLE AND FORM-W2
048100             AND OWNER-USER = WS-EMP-OWNER-USER
048200             AND PAYER-NUMBER = WS-EMP-PAYER-NUMBER
048300             AND TAX-YEAR = WS-EMP-TAX-YEAR
048400         GO TO 3000-EXIT
048500     END-IF.
048600     IF EMPLOYER-IS-ELIGIBLE
048700         PERFORM 5000-FINISH-EMPLOYER THRU 5000-EXIT
048800     END-IF.
048900     MOVE 'N' TO WS-ELIGIBLE-SW
049000                 WS-RCE-WRITTEN-SW.
049100     IF NOT FORM-W2
049200         GO TO 3000-EXIT
049300     END-IF.
049400     SET EMPLOYER-IS-ELIGIBLE TO TRUE.
049500     INITIALIZE WS-EMPLOYER-TOTALS.
049600     MOVE OWNER-USER                  TO WS-EMP-OWNER-USER.
049700     MOVE PAYER-NUMBER                TO WS-EMP-PAYER-NUMBER.
049800     MOVE TAX-YEAR                    TO WS-EMP-TAX-YEAR.
049900     MOVE FEDERAL-IDENTIFICATION-NUMBER TO WS-EMP-EIN.
050000     MOVE NAME-1                      TO WS-EMP-NAME.
050100     MOVE STREET-ADDRESS              TO WS-EMP-STREET-ADDRESS.
050200     MOVE TAX-CITY                    TO WS-EMP-CITY.
050300     MOVE TAX-STATE (1:2)             TO WS-EMP-STATE.
050400     MOVE TAX-ZIP-CODE                TO WS-EMP-ZIP.
050500     MOVE TAX-ZIP-ROUTE               TO WS-EMP-ZIP-EXT.
050600 3000-EXIT.
050700     EXIT.
050800*---------------------------------------------------------------*
050900*    3100-WRITE-EMPLOYER -- THE RCE GOES OUT AHEAD OF THE        *
051000*    EMPLOYER'S FIRST RCW.                                       *
051100*---------------------------------------------------------------*
051200 3100-WRITE-EMPLOYER.
051300     INITIALIZE EFW2C-RCE-RECORD.
051400     MOVE 'RCE'                       TO RCE-RECORD-ID.
051500     MOVE WS-EMP-TAX-YEAR             TO RCE-TAX-YEAR.
051600     MOVE WS-EMP-EIN                  TO RCE-EMPLOYER-EIN.
051700     MOVE WS-EMP-NAME                 TO RCE-EMPLOYER-NAME.
051800     MOVE WS-EMP-STREET-ADDRESS       TO RCE-STREET-ADDRESS.
051900     MOVE WS-EMP-CITY                 TO RCE-CITY.
052000     MOVE WS-EMP-STATE                TO RCE-STATE.
052100     MOVE WS-EMP-ZIP                  TO RCE-ZIP.
052200     MOVE WS-EMP-ZIP-EXT              TO RCE-ZIP-EXT.
052300     WRITE EFW2C-RCE-RECORD.
052400     SET RCE-WRITTEN TO TRUE.
052500     ADD 1 TO WS-EMPLOYER-COUNT.
052600 3100-EXIT.
052700     EXIT.
052800*---------------------------------------------------------------*
052900*    4000-PROCESS-CORRECTION -- PAIR THE W-2 CORRECTION WITH ITS *
053000*    ORIGINAL AND FILE IT, OR LIST IT AS NOT FILED.              *
053100*---------------------------------------------------------------*
053200 4000-PROCESS-CORRECTION.
053300     ADD 1 TO WS-EMP-CORR-READ
053400              WS-TOTAL-CORR-READ.
053500     MOVE W21-SS-WAGES                TO WS-C-AMOUNT (1).
053600     MOVE W22-ADV-EARNED-INC-CREDIT   TO WS-C-AMOUNT (2).
053700     MOVE W23-GROSS-TIPS-WAGES-OTH-COMP
053800                                      TO WS-C-AMOUNT (3).
053900     MOVE W24-SS-TAX-WITHHELD         TO WS-C-AMOUNT (4).
054000     MOVE W25-FEDERAL-TAX-WITHHELD    TO WS-C-AMOUNT (5).
054100     MOVE W26-STATE-WAGES             TO WS-C-AMOUNT (6).
054200     MOVE W27-STATE-TAX-WITHHELD      TO WS-C-AMOUNT (7).
054300     MOVE W28-LOCAL-WAGES             TO WS-C-AMOUNT (8).
054400     MOVE W29-LOCAL-TAX-WITHHELD      TO WS-C-AMOUNT (9).
054500     PERFORM 4100-ADD-COPY-AMOUNT THRU 4100-EXIT
054600         VARYING WS-BOX-SUB FROM 1 BY 1
054700             UNTIL WS-BOX-SUB > 9.
054800     PERFORM 6000-FIND-ORIGINAL THRU 6000-EXIT.
054900     IF NOT ORIGINAL-FOUND
055000         ADD 1 TO WS-EMP-UNMATCHED
055100                  WS-UNMATCHED-COUNT
055200         MOVE CONTROL-NUMBER          TO WS-N-CONTROL-NUMBER
055300         IF WS-EMP-UNMATCHED = 1
055400             PERFORM 5100-PRINT-EMPLOYER THRU 5100-EXIT
055500         END-IF
055600         WRITE W2C-CONTROL-RPT-LINE FROM WS-NOMATCH-LINE
055700         GO TO 4000-EXIT
055800     END-IF.
055900     IF NOT RCE-WRITTEN
056000         PERFORM 3100-WRITE-EMPLOYER THRU 3100-EXIT
056100     END-IF.
056200     PERFORM 4200-WRITE-EMPLOYEE THRU 4200-EXIT.
056300 4000-EXIT.
056400     EXIT.
056500*---------------------------------------------------------------*
056600*    4100-ADD-COPY-AMOUNT -- THE CORRECTED W-2 RECIPIENT COPY    *
056700*    CARRIES EVERY CORRECTION READ, FILED OR NOT.                *
056800*---------------------------------------------------------------*
056900 4100-ADD-COPY-AMOUNT.
057000     ADD WS-C-AMOUNT (WS-BOX-SUB)     TO WS-EMP-COPY (WS-BOX-SUB).
057100 4100-EXIT.
057200     EXIT.
057300*---------------------------------------------------------------*
057400*    4200-WRITE-EMPLOYEE -- ORIGINALLY REPORTED FROM THE MASTER, *
057500*    CORRECT FROM THE CORRECTION RECORD.                         *
057600*---------------------------------------------------------------*
057700 4200-WRITE-EMPLOYEE.
057800     INITIALIZE EFW2C-RCW-RECORD.
057900     MOVE 'RCW'                       TO RCW-RECORD-ID.
058000     MOVE KM-FED-ID                   TO RCW-ORIGINAL-SSN.
058100     MOVE FEDERAL-IDENTIFICATION-NUMBER TO RCW-CORRECT-SSN.
058200     MOVE KM-NAME-1                   TO RCW-ORIGINAL-NAME.
058300     MOVE NAME-1                      TO RCW-CORRECT-NAME.
058400     MOVE STREET-ADDRESS              TO RCW-STREET-ADDRESS.
058500     MOVE TAX-CITY                    TO RCW-CITY.
058600     MOVE TAX-STATE (1:2)             TO RCW-STATE.
058700     MOVE TAX-ZIP-CODE                TO RCW-ZIP.
058800     MOVE TAX-ZIP-ROUTE               TO RCW-ZIP-EXT.
058900     PERFORM 4300-MOVE-AMOUNT-PAIR THRU 4300-EXIT
059000         VARYING WS-BOX-SUB FROM 1 BY 1
059100             UNTIL WS-BOX-SUB > 9.
059200     MOVE W2-LOCALITY-NAME            TO RCW-LOCALITY-NAME.
059300     MOVE W2-CONTROL-NUMBER           TO RCW-CONTROL-NUMBER.
059400     WRITE EFW2C-RCW-RECORD.
059500     ADD 1 TO WS-EMP-RCW-COUNT
059600              WS-TOTAL-RCW-COUNT.
059700 4200-EXIT.
059800     EXIT.
059900*---------------------------------------------------------------*
060000*    4300-MOVE-AMOUNT-PAIR                                      *
060100*---------------------------------------------------------------*
060200 4300-MOVE-AMOUNT-PAIR.
060300     MOVE KM-W2-AMOUNT (WS-BOX-SUB)
060400                         TO RCW-ORIGINAL-AMOUNT (WS-BOX-SUB).
060500     MOVE WS-C-AMOUNT (WS-BOX-SUB)
060600                         TO RCW-CORRECT-AMOUNT (WS-BOX-SUB).
060700     ADD KM-W2-AMOUNT (WS-BOX-SUB)
060800                         TO WS-EMP-ORIGINAL (WS-BOX-SUB)
060900                            WS-GRAND-ORIGINAL (WS-BOX-SUB).
061000     ADD WS-C-AMOUNT (WS-BOX-SUB)
061100                         TO WS-EMP-CORRECT (WS-BOX-SUB)
061200                            WS-GRAND-CORRECT (WS-BOX-SUB).
061300 4300-EXIT.
061400     EXIT.
061500*---------------------------------------------------------------*
061600*    5000-FINISH-EMPLOYER -- WRITE THE RCT / RCU TOTALS WHEN AN  *
061700*    RCE WENT OUT AND BALANCE THE EMPLOYER ON THE REPORT.        *
061800*---------------------------------------------------------------*
061900 5000-FINISH-EMPLOYER.
062000     IF WS-EMP-CORR-READ = ZERO
062100         GO TO 5000-EXIT
062200     END-IF.
062300     IF RCE-WRITTEN
062400         PERFORM 5200-WRITE-EMPLOYER-TOTALS THRU 5200-EXIT
062500     END-IF.
062600     IF WS-EMP-UNMATCHED = ZERO
062700         PERFORM 5100-PRINT-EMPLOYER THRU 5100-EXIT
062800     END-IF.
062900     WRITE W2C-CONTROL-RPT-LINE FROM WS-COLUMN-LINE.
063000     MOVE 'Y' TO WS-BALANCE-SW.
063100     PERFORM 5300-PRINT-EMPLOYER-BOX THRU 5300-EXIT
063200         VARYING WS-BOX-SUB FROM 1 BY 1
063300             UNTIL WS-BOX-SUB > 9.
063400     MOVE WS-EMP-CORR-READ            TO WS-Q-CORR-READ.
063500     MOVE WS-EMP-RCW-COUNT            TO WS-Q-RCW-COUNT.
063600     MOVE WS-EMP-UNMATCHED            TO WS-Q-UNMATCHED.
063700     WRITE W2C-CONTROL-RPT-LINE FROM WS-COUNT-LINE.
063800     IF WS-EMP-RCW-COUNT NOT = WS-EMP-CORR-READ
063900         MOVE 'N' TO WS-BALANCE-SW
064000     END-IF.
064100     IF EMPLOYER-BALANCED
064200         MOVE 'BALANCED - W-2C AGREES WITH CORRECTED W-2 COPIES'
064300                                      TO WS-B-MESSAGE
064400     ELSE
064500         MOVE '*** NOT BALANCED - W-2C DISAGREES WITH W-2 COPIES'
064600                                      TO WS-B-MESSAGE
064700         ADD 1 TO WS-NOT-BALANCED-COUNT
064800     END-IF.
064900     WRITE W2C-CONTROL-RPT-LINE FROM WS-BALANCE-LINE.
065000     MOVE SPACES                      TO W2C-CONTROL-RPT-LINE.
065100     WRITE W2C-CONTROL-RPT-LINE.
065200 5000-EXIT.
065300     EXIT.
065400*---------------------------------------------------------------*
065500*    5100-PRINT-EMPLOYER                                        *
065600*---------------------------------------------------------------*
065700 5100-PRINT-EMPLOYER.
065800     MOVE WS-EMP-OWNER-USER           TO WS-E-OWNER-USER.
065900     MOVE WS-EMP-PAYER-NUMBER         TO WS-E-PAYER-NUMBER.
066000     MOVE WS-EMP-TAX-YEAR             TO WS-E-TAX-YEAR.
066100     MOVE WS-EMP-EIN                  TO WS-E-EIN.
066200     MOVE WS-EMP-NAME                 TO WS-E-NAME.
066300     WRITE W2C-CONTROL-RPT-LINE FROM WS-EMPLOYER-LINE.
066400 5100-EXIT.
066500     EXIT.
066600*---------------------------------------------------------------*
066700*    5200-WRITE-EMPLOYER-TOTALS -- RCT CARRIES W21-W25, RCU      *
066800*    CARRIES W26-W29.                                            *
066900*---------------------------------------------------------------*
067000 5200-WRITE-EMPLOYER-TOTALS.
067100     INITIALIZE EFW2C-RCT-RECORD.
067200     MOVE 'RCT'                       TO RCT-RECORD-ID.
067300     MOVE WS-EMP-RCW-COUNT            TO RCT-RCW-COUNT.
067400     PERFORM 5210-MOVE-RCT-PAIR THRU 5210-EXIT
067500         VARYING WS-PAIR-SUB FROM 1 BY 1
067600             UNTIL WS-PAIR-SUB > 5.
067700     WRITE EFW2C-RCT-RECORD.
067800     INITIALIZE EFW2C-RCU-RECORD.
067900     MOVE 'RCU'                       TO RCU-RECORD-ID.
068000     MOVE WS-EMP-RCW-COUNT            TO RCU-RCW-COUNT.
068100     PERFORM 5220-MOVE-RCU-PAIR THRU 5220-EXIT
068200         VARYING WS-PAIR-SUB FROM 1 BY 1
068300             UNTIL WS-PAIR-SUB > 4.
068400     WRITE EFW2C-RCU-RECORD.
068500 5200-EXIT.
068600     EXIT.
068700*---------------------------------------------------------------*
068800*    5210-MOVE-RCT-PAIR                                         *
068900*---------------------------------------------------------------*
069000 5210-MOVE-RCT-PAIR.
069100     MOVE WS-EMP-ORIGINAL (WS-PAIR-SUB)
069200                         TO RCT-ORIGINAL-TOTAL (WS-PAIR-SUB).
069300     MOVE WS-EMP-CORRECT (WS-PAIR-SUB)
069400                         TO RCT-CORRECT-TOTAL (WS-PAIR-SUB).
069500 5210-EXIT.
069600     EXIT.
069700*---------------------------------------------------------------*
069800*    5220-MOVE-RCU-PAIR -- RCU PAIR 1 IS W26.                    *
069900*---------------------------------------------------------------*
070000 5220-MOVE-RCU-PAIR.
070100     COMPUTE WS-BOX-SUB = WS-PAIR-SUB + 5.
070200     MOVE WS-EMP-ORIGINAL (WS-BOX-SUB)
070300                         TO RCU-ORIGINAL-TOTAL (WS-PAIR-SUB).
070400     MOVE WS-EMP-CORRECT (WS-BOX-SUB)
070500                         TO RCU-CORRECT-TOTAL (WS-PAIR-SUB).
070600 5220-EXIT.
070700     EXIT.
070800*---------------------------------------------------------------*
070900*    5300-PRINT-EMPLOYER-BOX -- ORIGINALLY REPORTED AGAINST THE  *
071000*    CORRECTED FIGURES FILED.  THE FILED CORRECTED TOTAL MUST    *
071100*    EQUAL THE RECIPIENT-COPY TOTAL FOR THE EMPLOYER TO BALANCE. *
071200*---------------------------------------------------------------*
071300 5300-PRINT-EMPLOYER-BOX.
071400     MOVE WS-BOX-CAPTION (WS-BOX-SUB) TO WS-D-ITEM.
071500     MOVE WS-EMP-ORIGINAL (WS-BOX-SUB) TO WS-D-ORIGINAL-AMOUNT.
071600     MOVE WS-EMP-CORRECT (WS-BOX-SUB) TO WS-D-CORRECTED-AMOUNT.
071700     COMPUTE WS-D-VARIANCE =
071800         WS-EMP-CORRECT (WS-BOX-SUB) -
071900         WS-EMP-ORIGINAL (WS-BOX-SUB).
072000     WRITE W2C-CONTROL-RPT-LINE FROM WS-DETAIL-LINE.
072100     IF WS-EMP-CORRECT (WS-BOX-SUB) NOT = WS-EMP-COPY (WS-BOX-SUB)
072200         MOVE 'N' TO WS-BALANCE-SW
072300     END-IF.
072400 5300-EXIT.
072500     EXIT.
072600*---------------------------------------------------------------*
072700*    6000-FIND-ORIGINAL -- DIRECT READ WITH THE CORRECTION'S     *
072800*    OWN KEY AND A BLANK CORRECTION-FLAG, THEN A PREFIX SCAN     *
072900*    WHEN THE ORIGINAL SITS UNDER A DIFFERENT TAPE-NUMBER OR     *
073000*    FEDERAL-IDENTIFICATION-NUMBER.                              *
073100*---------------------------------------------------------------*
073200 6000-FIND-ORIGINAL.
073300     MOVE 'N' TO WS-FOUND-SW.
073400     MOVE 861                         TO KM-RECORD-ID.
073500     MOVE TAX-YEAR                    TO KM-TAX-YEAR.
073600     MOVE FORM-TYPE                   TO KM-FORM-TYPE.
073700     MOVE TAPE-NUMBER                 TO KM-TAPE-NUMBER.
073800     MOVE OWNER-USER                  TO KM-OWNER-USER.
073900     MOVE PAYER-NUMBER                TO KM-PAYER-NUMBER.
074000     MOVE SPACE                       TO KM-CORRECTION-FLAG.
074100     MOVE 'B'                         TO KM-RECORD-TYPE.
074200     MOVE FEDERAL-IDENTIFICATION-NUMBER TO KM-FED-ID.
074300     MOVE KEY-INFORMATION             TO KM-KEY-INFORMATION.
074400     READ TAX-FORM-MASTER
074500         INVALID KEY
074600             PERFORM 6100-SCAN-FOR-ORIGINAL THRU 6100-EXIT
074700         NOT INVALID KEY
074800             SET ORIGINAL-FOUND TO TRUE
074900     END-READ.
075000 6000-EXIT.
075100     EXIT.
075200*---------------------------------------------------------------*
075300*    6100-SCAN-FOR-ORIGINAL -- POSITION AT THE TAX-YEAR /        *
075400*    FORM-TYPE PREFIX AND READ FORWARD FOR AN ORIGINAL 'B'       *
075500*    RECORD MATCHING OWNER-USER / PAYER-NUMBER / CONTROL-NUMBER. *
075600*---------------------------------------------------------------*
075700 6100-SCAN-FOR-ORIGINAL.
075800     MOVE 'N' TO WS-SCAN-DONE-SW.
075900     MOVE LOW-VALUES                  TO KM-TAX-FORM-KEY.
076000     MOVE 861                         TO KM-RECORD-ID.
076100     MOVE TAX-YEAR                    TO KM-TAX-YEAR.
076200     MOVE FORM-TYPE                   TO KM-FORM-TYPE.
076300     START TAX-FORM-MASTER KEY NOT < KM-TAX-FORM-KEY
076400         INVALID KEY
076500             SET SCAN-COMPLETE TO TRUE
076600     END-START.
076700     PERFORM 6110-SCAN-READ-NEXT THRU 6110-EXIT
076800         UNTIL ORIGINAL-FOUND OR SCAN-COMPLETE.
076900 6100-EXIT.
077000     EXIT.
077100*---------------------------------------------------------------*
077200*    6110-SCAN-READ-NEXT                                        *
077300*---------------------------------------------------------------*
077400 6110-SCAN-READ-NEXT.
077500     READ TAX-FORM-MASTER NEXT RECORD
077600         AT END
077700             SET SCAN-COMPLETE TO TRUE
077800     END-READ.
077900     IF SCAN-COMPLETE
078000         GO TO 6110-EXIT
078100     END-IF.
078200     IF KM-TAX-YEAR NOT = TAX-YEAR
078300             OR KM-FORM-TYPE NOT = FORM-TYPE
078400         SET SCAN-COMPLETE TO TRUE
078500         GO TO 6110-EXIT
078600     END-IF.
078700     IF KM-OWNER-USER = OWNER-USER
078800             AND KM-PAYER-NUMBER = PAYER-NUMBER
078900             AND KM-CONTROL-NUMBER = CONTROL-NUMBER
079000             AND KM-CORRECTION-FLAG = SPACE
079100             AND KM-RECORD-TYPE = 'B'
079200         SET ORIGINAL-FOUND TO TRUE
079300     END-IF.
079400 6110-EXIT.
079500     EXIT.
079600*---------------------------------------------------------------*
079700*    7000-READ-TAX-FORM                                         *
079800*---------------------------------------------------------------*
079900 7000-READ-TAX-FORM.
080000     READ TAX-FORM-FILE
080100         AT END
080200             SET END-OF-TAX-FORM-FILE TO TRUE
080300         NOT AT END
080400             ADD 1 TO WS-RC-RECORDS-READ
080500             IF WS-RC-TAX-YEAR = ZERO
080600                 MOVE TAX-YEAR TO WS-RC-TAX-YEAR
080700             END-IF
080800     END-READ.
080900 7000-EXIT.
081000     EXIT.
081100*---------------------------------------------------------------*
081200*    8000-FINISH                                                *
081300*---------------------------------------------------------------*
081400 8000-FINISH.
081500     IF EMPLOYER-IS-ELIGIBLE
081600         PERFORM 5000-FINISH-EMPLOYER THRU 5000-EXIT
081700     END-IF.
081800     INITIALIZE EFW2C-RCF-RECORD.
081900     MOVE 'RCF'                       TO RCF-RECORD-ID.
082000     MOVE WS-TOTAL-RCW-COUNT          TO RCF-RCW-COUNT.
082100     WRITE EFW2C-RCF-RECORD.
082200     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
082300     CLOSE TAX-FORM-FILE TAX-FORM-MASTER
082400           EFW2C-FILE W2C-CONTROL-RPT.
082500     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
082600     CLOSE RUN-CONTROL-FILE.
082700 8000-EXIT.
082800     EXIT.
082900*---------------------------------------------------------------*
083000*    8100-PRINT-TOTALS -- SUBMISSION TOTALS.  THE RCF COUNT IS   *
083100*    THE SUM OF THE RCT COUNTS WRITTEN.                          *
083200*---------------------------------------------------------------*
083300 8100-PRINT-TOTALS.
083400     MOVE 'SUBMISSION TOTALS'         TO WS-B-MESSAGE.
083500     WRITE W2C-CONTROL-RPT-LINE FROM WS-BALANCE-LINE.
083600     WRITE W2C-CONTROL-RPT-LINE FROM WS-COLUMN-LINE.
083700     PERFORM 8110-PRINT-GRAND-BOX THRU 8110-EXIT
083800         VARYING WS-BOX-SUB FROM 1 BY 1
083900             UNTIL WS-BOX-SUB > 9.
084000     MOVE 'EMPLOYERS FILED (RCE) -------- ' TO WS-T-CAPTION.
084100     MOVE WS-EMPLOYER-COUNT           TO WS-T-COUNT.
084200     WRITE W2C-CONTROL-RPT-LINE FROM WS-TOTAL-LINE.
084300     MOVE 'W-2 CORRECTIONS READ --------- ' TO WS-T-CAPTION.
084400     MOVE WS-TOTAL-CORR-READ          TO WS-T-COUNT.
084500     WRITE W2C-CONTROL-RPT-LINE FROM WS-TOTAL-LINE.
084600     MOVE 'EMPLOYEES FILED (RCW/RCF) ---- ' TO WS-T-CAPTION.
084700     MOVE WS-TOTAL-RCW-COUNT          TO WS-T-COUNT.
084800     WRITE W2C-CONTROL-RPT-LINE FROM WS-TOTAL-LINE.
084900     MOVE 'CORRECTIONS NOT FILED -------- ' TO WS-T-CAPTION.
085000     MOVE WS-UNMATCHED-COUNT          TO WS-T-COUNT.
085100     WRITE W2C-CONTROL-RPT-LINE FROM WS-TOTAL-LINE.
085200     MOVE 'EMPLOYERS NOT BALANCED ------- ' TO WS-T-CAPTION.
085300     MOVE WS-NOT-BALANCED-COUNT       TO WS-T-COUNT.
085400     WRITE W2C-CONTROL-RPT-LINE FROM WS-TOTAL-LINE.
085500 8100-EXIT.
085600     EXIT.
085700*---------------------------------------------------------------*
085800*    8110-PRINT-GRAND-BOX                                       *
085900*---------------------------------------------------------------*
086000 8110-PRINT-GRAND-BOX.
086100     MOVE WS-BOX-CAPTION (WS-BOX-SUB) TO WS-D-ITEM.
086200     MOVE WS-GRAND-ORIGINAL (WS-BOX-SUB)
086300                                      TO WS-D-ORIGINAL-AMOUNT.
086400     MOVE WS-GRAND-CORRECT (WS-BOX-SUB)
086500                                      TO WS-D-CORRECTED-AMOUNT.
086600     COMPUTE WS-D-VARIANCE =
086700         WS-GRAND-CORRECT (WS-BOX-SUB) -
086800         WS-GRAND-ORIGINAL (WS-BOX-SUB).
086900     WRITE W2C-CONTROL-RPT-LINE FROM WS-DETAIL-LINE.
087000 8110-EXIT.
087100     EXIT.
087200*---------------------------------------------------------------*
087300*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
087400*---------------------------------------------------------------*
087500 9000-WRITE-RUN-OPEN.
087600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
087700     ACCEPT WS-RUN-TIME FROM TIME.
087800     MOVE SPACES TO EQC861P22.
087900     INITIALIZE EQC861P22.
088000     MOVE 'EQC861P69'                 TO RC-PROGRAM-ID.
088100     SET RC-OPEN-ENTRY TO TRUE.
088200     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
088300     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
088400     SET RC-STEP-STARTED TO TRUE.
088500     IF GATE-OVERRIDDEN
088600         SET RC-GATE-OVERRIDDEN TO TRUE
088700     END-IF.
088800     WRITE EQC861P22.
088900 9000-EXIT.
089000     EXIT.
089100*---------------------------------------------------------------*
089200*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE.   *
089300*    RECORDS WRITTEN IS THE RCW COUNT; EXCEPTIONS ARE THE       *
089400*    CORRECTIONS NOT FILED.                                     *
089500*---------------------------------------------------------------*
089600 9100-WRITE-RUN-CLOSE.
089700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
089800     ACCEPT WS-RUN-TIME FROM TIME.
089900     MOVE SPACES TO EQC861P22.
090000     INITIALIZE EQC861P22.
090100     MOVE 'EQC861P69'                 TO RC-PROGRAM-ID.
090200     SET RC-CLOSE-ENTRY TO TRUE.
090300     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
090400     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
090500     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
090600     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
090700     MOVE WS-TOTAL-RCW-COUNT          TO RC-RECORDS-WRITTEN.
090800     MOVE WS-UNMATCHED-COUNT          TO RC-EXCEPTION-COUNT.
090900     SET RC-STEP-COMPLETED TO TRUE.
091000     WRITE EQC861P22.
091100 9100-EXIT.
091200     EXIT.
091300*---------------------------------------------------------------*
091400*    9999-EXIT -- COMMON PROGRAM EXIT                            *
091500*---------------------------------------------------------------*
091600 9999-EXIT.
091700     STOP RUN.
