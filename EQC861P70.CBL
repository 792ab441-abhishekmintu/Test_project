000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P70.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    CLIENT CHARGEBACK BILLING FOR A TAX YEAR.
000900*
001000*    GATHERS THE SEASON'S ACTIVITY PER OWNER-USER / PAYER-NUMBER
001100*    FROM THE OUTPUTS THE SEASON STEPS ALREADY PRODUCE, PRICES
001200*    IT FROM THE RATE CARDS AND WRITES THE ACCOUNTS RECEIVABLE
001300*    BILLING INTERFACE FILE (COPYBOOK EQC861P76) AND AN INVOICE
001400*    DETAIL REPORT PER CLIENT.  THE ACTIVITY TYPES ARE:
001500*
001600*      PP - FORMS PRINTED AND MAILED    ROUTIDX, ROUTE 'P'
001700*      ED - FORMS E-DELIVERED           ROUTIDX, ROUTE 'E'
001800*      FT - FILED ON MAGNETIC TAPE      FILESUB, CHANNEL 'T'
001900*      FF - FILED WITH IRS FIRE         FILESUB, CHANNEL 'F'
002000*      FW - FILED WITH SSA EFW2         FILESUB, CHANNEL 'W'
002100*      FS - FILED ON FORM 1042-S        FILESUB, CHANNEL 'S'
002200*      FC - FILED WITH A STATE          FILESUB, CHANNEL 'C'
002300*      TM - TIN MATCH REQUESTS          ROUTIDX, ROUTE 'T'
002400*      BN - B-NOTICES MAILED            UPDJRNL, EQC861P38
002500*                                       AFTER-IMAGES
002600*      CR - CORRECTIONS GENERATED       ROUTIDX, ROUTE 'C'
002700*
002800*    ROUTIDX IS THE ROUTING INDEX WRITTEN BY EQC861P17 AND
002900*    EQC861P54 (COPYBOOK EQC861P72), ONE RECORD PER FORM,
003000*    CONCATENATED WITH THE ACTIVITY INDEX (ACTVIDX) THAT
003100*    EQC861P36 AND EQC861P34 WRITE IN THE SAME LAYOUT, ONE
003200*    RECORD PER TIN MATCH REQUEST OR CORRECTION.  EVERY
003300*    GENERATION OF THE SEASON IS READ.  FILESUB IS THE SHARED
003302*    FILING SUBMISSION LOG (COPYBOOK EQC861P43), ONE ENTRY PER
003304*    PAYER GROUP SUBMITTED, BILLED AT ITS PAYEE COUNT.
003400*
003500*    EVERY QUANTITY IS CHARGED TO THE RUN THAT PRODUCED IT, AS
003600*    NAMED BY THAT RUN'S RUN-CONTROL OPEN ENTRY (PROGRAM, RUN
003700*    DATE, RUN TIME AND PARTITION), AND THE RUN IS CARRIED ON
003800*    THE INVOICE LINE AND THE BILLING RECORD SO A DISPUTED LINE
003900*    CAN BE TRACED BACK.  INDEX RECORDS AND JOURNAL IMAGES
004000*    CARRY THEIR RUN'S OPEN STAMP; A FILING LOG ENTRY BELONGS
004100*    TO THE RUN OF ITS SUBMITTING STEP AND PARTITION THAT WAS
004200*    OPEN AT ITS SUBMIT DATE AND TIME.
004500*
004600*    THE TIE-BACK SECTION OF THE REPORT PUTS THE ACTIVITY FOUND
004700*    FOR EACH RUN BESIDE THE RECORDS WRITTEN ON ITS RUN-CONTROL
004800*    CLOSE ENTRY.  EQC861P7 WRITES A PAYER 'A' RECORD AHEAD OF
004900*    EACH PAYER GROUP ON THE TAPE, SO ONE IS ADDED PER FILING
005000*    LOG ENTRY OF THAT STEP.  ACTIVITY FOR ANOTHER TAX YEAR IS
005100*    COUNTED TOWARD ITS RUN BUT NOT BILLED.
005200*
005300*    ACTIVITY CHARGED TO A RUN WITH NO COMPLETED CLOSE ENTRY --
005400*    A RUN THAT ABENDED, WHETHER THE STEP WAS THEN RERUN OR
005402*    RESTARTED -- IS NOT BILLED AND IS LISTED AS RUN NEVER
005404*    CLOSED.  THE RERUN OR RESTART PRODUCES THAT ACTIVITY AGAIN
005406*    UNDER ITS OWN RUN, EXCEPT FOR THE PAYER GROUPS A RESTARTED
005408*    STEP HAD ALREADY CHECKPOINTED, WHICH THE OPERATOR BILLS
005410*    FROM THE LISTING.
005412*
005414*    A RUN THAT DOES NOT TIE, AN ACTIVITY RECORD THAT CANNOT BE
005416*    BILLED OR AN INVOICE LINE WITH NO RATE CARD STOPS THE
005418*    BILLING FILE GOING TO ACCOUNTS RECEIVABLE (RETURN CODE 8).
005500*
005600*    RATE CARDS (RATETBL, COPYBOOK EQC861P74) PRICE EACH
005700*    ACTIVITY TYPE PER UNIT.  A CARD NAMING AN OWNER-USER IS
005800*    THAT CLIENT'S RATE AND WINS OVER THE STANDARD CARD WITH A
005900*    BLANK OWNER-USER.  AN '*' IN COLUMN 1 IS A COMMENT CARD.
006000*
006100*    A TAX YEAR ALREADY BILLED CLEAN (A COMPLETED EQC861P70
006200*    CLOSE ENTRY FOR THE YEAR WITH NO EXCEPTIONS) IS NOT BILLED
006300*    AGAIN UNLESS THE PARAMETER CARD OVERRIDES.
006400*
006500*    PARM CARD -- COLUMNS 1-4   TAX YEAR
006600*                 COLUMN  5     'Y' TO BILL A TAX YEAR AGAIN
006700*
006800*    MODIFICATION HISTORY
006900*    --------------------
007000*    DATE       INIT      DESCRIPTION
007100*    10/15/2026 CT08841   ORIGINAL PROGRAM.
007102*    10/15/2026 CT08841   BILL TIN MATCH REQUESTS AND CORRECTIONS
007104*                         FROM THE ACTIVITY INDEX RECORDS OF EVERY
007106*                         EQC861P36 / EQC861P34 RUN, READ WITH THE
007108*                         ROUTING INDEX, IN PLACE OF TINMOUT AND
007110*                         COROUT, WHICH HOLD ONLY THE LATEST RUN.
007112*                         ACTIVITY OF A RUN THAT NEVER CLOSED IS
007114*                         LISTED AND NOT BILLED.
007116*    10/15/2026 CT08841   CHARGE A FILING LOG ENTRY TO THE RUN OF
007118*                         ITS OWN PARTITION SO PARALLEL PARTITION
007120*                         RUNS OF ONE STEP BILL SEPARATELY.
007200******************************************************************
007300 ENVIRONMENT DIVISION.
007400 CONFIGURATION SECTION.
007500 SOURCE-COMPUTER.    IBM-370.
007600 OBJECT-COMPUTER.    IBM-370.
007700 INPUT-OUTPUT SECTION.
007800 FILE-CONTROL.
007900     SELECT PARM-CARD         ASSIGN TO SYSIN
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT RATE-TABLE-FILE   ASSIGN TO RATETBL
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT ROUTING-INDEX-FILE ASSIGN TO ROUTIDX
008400         ORGANIZATION IS SEQUENTIAL.
008500     SELECT SUBMISSION-LOG   ASSIGN TO FILESUB
008600         ORGANIZATION IS SEQUENTIAL.
008900     SELECT UPDATE-JOURNAL    ASSIGN TO UPDJRNL
009000         ORGANIZATION IS SEQUENTIAL.
009300     SELECT AR-BILLING-FILE   ASSIGN TO ARBILL
009400         ORGANIZATION IS SEQUENTIAL.
009500     SELECT INVOICE-RPT       ASSIGN TO INVRPT
009600         ORGANIZATION IS SEQUENTIAL.
009700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
009800         ORGANIZATION IS SEQUENTIAL.
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  PARM-CARD
010200     LABEL RECORDS ARE OMITTED.
010300 01  PARM-RECORD.
010400     05  PARM-TAX-YEAR                PIC 9(04).
010500     05  PARM-OVERRIDE-IND            PIC X(01).
010600     05  FILLER                       PIC X(75).
010700 FD  RATE-TABLE-FILE
010800     LABEL RECORDS ARE OMITTED.
010900     COPY EQC861P74.
011000 FD  ROUTING-INDEX-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300     COPY EQC861P72.
011400 FD  SUBMISSION-LOG
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700     COPY EQC861P43.
013300 FD  UPDATE-JOURNAL
013400     LABEL RECORDS ARE STANDARD
013500     RECORDING MODE IS F.
013600     COPY EQC861P65.
014100 FD  AR-BILLING-FILE
014200     LABEL RECORDS ARE STANDARD
014300     RECORDING MODE IS F.
014400     COPY EQC861P76.
014500 FD  INVOICE-RPT
014600     LABEL RECORDS ARE STANDARD
014700     RECORDING MODE IS F.
014800 01  INVOICE-RPT-LINE                 PIC X(132).
014900 FD  RUN-CONTROL-FILE
015000     LABEL RECORDS ARE STANDARD
015100     RECORDING MODE IS F.
015200     COPY EQC861P23.
015300 WORKING-STORAGE SECTION.
015400 77  WS-RATE-EOF-SW                   PIC X(01)   VALUE 'N'.
015500     88  END-OF-RATE-TABLE                VALUE 'Y'.
015600 77  WS-ROUTE-EOF-SW                  PIC X(01)   VALUE 'N'.
015700     88  END-OF-ROUTING-INDEX             VALUE 'Y'.
015800 77  WS-SUBMIT-EOF-SW                 PIC X(01)   VALUE 'N'.
015900     88  END-OF-SUBMISSION-LOG            VALUE 'Y'.
016200 77  WS-JRNL-EOF-SW                   PIC X(01)   VALUE 'N'.
016300     88  END-OF-UPDATE-JOURNAL            VALUE 'Y'.
016600 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
016700     88  ENTRY-FOUND                      VALUE 'Y'.
016800 77  WS-SR-SUB                        PIC 9(04)   COMP.
016900 77  WS-SCAN-SUB                      PIC 9(04)   COMP.
017000 77  WS-SP-SUB                        PIC 9(04)   COMP.
017100 77  WS-AN-SUB                        PIC 9(04)   COMP.
017200 77  WS-RA-SUB                        PIC 9(04)   COMP.
017300 77  WS-CLIENT-RA-SUB                 PIC 9(04)   COMP.
017400 77  WS-STANDARD-RA-SUB               PIC 9(04)   COMP.
017500 77  WS-BL-SUB                        PIC 9(04)   COMP.
017600 77  WS-OR-SUB                        PIC 9(04)   COMP.
017700 77  WS-INSERT-SUB                    PIC 9(04)   COMP.
018000 77  WS-ROUTE-READ-COUNT              PIC 9(09)   COMP-3
018100                                          VALUE ZERO.
018200 77  WS-SUBMIT-READ-COUNT             PIC 9(09)   COMP-3
018300                                          VALUE ZERO.
018600 77  WS-JRNL-READ-COUNT               PIC 9(09)   COMP-3
018700                                          VALUE ZERO.
019000 77  WS-OTHER-YEAR-COUNT              PIC 9(09)   COMP-3
019100                                          VALUE ZERO.
019200 77  WS-UNBILLED-COUNT                PIC 9(07)   COMP-3
019300                                          VALUE ZERO.
019400 77  WS-UNPRICED-COUNT                PIC 9(07)   COMP-3
019500                                          VALUE ZERO.
019600 77  WS-DIFFERS-COUNT                 PIC 9(07)   COMP-3
019700                                          VALUE ZERO.
019800 77  WS-NO-CLOSE-COUNT                PIC 9(07)   COMP-3
019900                                          VALUE ZERO.
020000 77  WS-CARD-REJECT-COUNT             PIC 9(07)   COMP-3
020100                                          VALUE ZERO.
020200 77  WS-AR-DETAIL-COUNT               PIC 9(09)   COMP-3
020300                                          VALUE ZERO.
020400 77  WS-EXCEPTION-COUNT               PIC 9(07)   COMP-3
020500                                          VALUE ZERO.
020600 77  WS-BILLING-DATE                  PIC 9(08)   VALUE ZERO.
020700 77  WS-BILLING-TIME                  PIC 9(06)   VALUE ZERO.
020800 77  WS-LINE-AMOUNT                   PIC 9(11)V99 COMP-3.
020900 77  WS-LINE-RATE                     PIC 9(03)V9(04) COMP-3.
021000 77  WS-LINE-DESCRIPTION              PIC X(30).
021100*---------------------------------------------------------------*
021200*    THE ACTIVITY RECORD IN HAND, WHICHEVER FILE IT CAME FROM.  *
021300*    A PARTITION ID OF HIGH-VALUES MATCHES A RUN OF ANY         *
021400*    PARTITION.                                                 *
021500*---------------------------------------------------------------*
021600 01  WS-ACTIVITY.
021700     05  WS-AC-SOURCE-FILE            PIC X(08).
021800     05  WS-AC-OWNER-USER             PIC X(06).
021900     05  WS-AC-PAYER-NUMBER           PIC 9(03).
022000     05  WS-AC-TAX-YEAR               PIC 9(04).
022100     05  WS-AC-ACTIVITY-TYPE          PIC X(02).
022200     05  WS-AC-QUANTITY               PIC 9(07)   COMP-3.
022300     05  WS-AC-TIE-UNITS              PIC 9(07)   COMP-3.
022400     05  WS-AC-PROGRAM-ID             PIC X(09).
022500     05  WS-AC-PARTITION-ID           PIC X(02).
022600     05  WS-AC-STAMP.
022700         10  WS-AC-RUN-DATE           PIC 9(08).
022800         10  WS-AC-RUN-TIME           PIC 9(06).
022900     05  WS-AC-SR-SUB                 PIC 9(04)   COMP.
023000     05  WS-AC-REASON                 PIC X(30).
023100*---------------------------------------------------------------*
023200*    THE LAST RUN FOUND FOR A ROUTING INDEX RECORD AND FOR A    *
023300*    JOURNAL IMAGE -- BOTH FILES COME IN RUN ORDER.             *
023400*---------------------------------------------------------------*
023500 01  WS-LAST-ROUTE-RUN.
023600     05  WS-LR-RUN-KEY                PIC X(23)   VALUE SPACES.
023700     05  WS-LR-PARTITION-ID           PIC X(02)   VALUE SPACES.
023800     05  WS-LR-SR-SUB                 PIC 9(04)   COMP VALUE ZERO.
023900 01  WS-LAST-JOURNAL-RUN.
024000     05  WS-LJ-RUN-KEY                PIC X(23)   VALUE SPACES.
024100     05  WS-LJ-SR-SUB                 PIC 9(04)   COMP VALUE ZERO.
024200*---------------------------------------------------------------*
024300*    MIRROR OF THE TAX-FORM-KEY CARRIED IN A JOURNAL RECORD.    *
024500*---------------------------------------------------------------*
024600 01  WS-JOURNAL-KEY.
024700     05  JK-RECORD-ID                 PIC 9(03)   COMP-3.
024800     05  JK-TAX-YEAR                  PIC 9(04).
024900     05  JK-FORM-TYPE                 PIC X(02).
025000     05  JK-TAPE-NUMBER               PIC 9(03)   COMP-3.
025100     05  JK-OWNER-USER                PIC X(06).
025200     05  JK-PAYER-NUMBER              PIC 9(03)   COMP-3.
025300     05  FILLER                       PIC X(31).
025400*---------------------------------------------------------------*
025500*    SEASON STEPS WHOSE OUTPUT IS BILLED                        *
025600*---------------------------------------------------------------*
025700 01  WS-SOURCE-PROGRAMS.
025800     05  FILLER                  PIC X(09)   VALUE 'EQC861P7'.
025900     05  FILLER                  PIC X(09)   VALUE 'EQC861P9'.
026000     05  FILLER                  PIC X(09)   VALUE 'EQC861P18'.
026100     05  FILLER                  PIC X(09)   VALUE 'EQC861P35'.
026200     05  FILLER                  PIC X(09)   VALUE 'EQC861P41'.
026300     05  FILLER                  PIC X(09)   VALUE 'EQC861P17'.
026400     05  FILLER                  PIC X(09)   VALUE 'EQC861P54'.
026500     05  FILLER                  PIC X(09)   VALUE 'EQC861P36'.
026600     05  FILLER                  PIC X(09)   VALUE 'EQC861P38'.
026700     05  FILLER                  PIC X(09)   VALUE 'EQC861P34'.
026800 01  WS-SOURCE-PROGRAMS-R  REDEFINES  WS-SOURCE-PROGRAMS.
026900     05  SP-PROGRAM-ID  OCCURS 10 TIMES
027000                                      PIC X(09).
027100*---------------------------------------------------------------*
027200*    ACTIVITY TYPES AND THEIR DEFAULT INVOICE DESCRIPTIONS      *
027300*---------------------------------------------------------------*
027400 01  WS-ACTIVITY-NAMES.
027500     05  FILLER  PIC X(32)  VALUE 'PPFORMS PRINTED AND MAILED'.
027600     05  FILLER  PIC X(32)  VALUE 'EDFORMS E-DELIVERED'.
027700     05  FILLER  PIC X(32)  VALUE 'FTFILED ON MAGNETIC TAPE'.
027800     05  FILLER  PIC X(32)  VALUE 'FFFILED WITH IRS FIRE'.
027900     05  FILLER  PIC X(32)  VALUE 'FWFILED WITH SSA EFW2'.
028000     05  FILLER  PIC X(32)  VALUE 'FSFILED ON FORM 1042-S'.
028100     05  FILLER  PIC X(32)  VALUE 'FCFILED WITH A STATE'.
028200     05  FILLER  PIC X(32)  VALUE 'TMTIN MATCH REQUESTS'.
028300     05  FILLER  PIC X(32)  VALUE 'BNB-NOTICES MAILED'.
028400     05  FILLER  PIC X(32)  VALUE 'CRCORRECTIONS GENERATED'.
028500 01  WS-ACTIVITY-NAMES-R  REDEFINES  WS-ACTIVITY-NAMES.
028600     05  AN-ENTRY  OCCURS 10 TIMES.
028700         10  AN-ACTIVITY-TYPE         PIC X(02).
028800         10  AN-DESCRIPTION           PIC X(30).
028900*---------------------------------------------------------------*
029000*    RATE TABLE -- LOADED FROM THE RATE CARDS.                  *
029100*---------------------------------------------------------------*
029200 01  WS-RATE-TABLE.
029300     05  WS-RATE-COUNT                PIC 9(04)   COMP VALUE ZERO.
029400     05  RA-ENTRY OCCURS 500 TIMES.
029500         10  RA-ACTIVITY-TYPE         PIC X(02).
029600         10  RA-OWNER-USER            PIC X(06).
029700         10  RA-UNIT-RATE             PIC 9(03)V9(04) COMP-3.
029800         10  RA-DESCRIPTION           PIC X(30).
029900*---------------------------------------------------------------*
030000*    RUN TABLE -- ONE ENTRY PER RUN OF A SOURCE STEP ON THE     *
030100*    RUN-CONTROL FILE, IN THE ORDER THE RUNS OPENED.  A CLOSE   *
030200*    ENTRY PAIRS WITH THE LATEST OPEN RUN OF THE SAME STEP AND  *
030300*    PARTITION.                                                 *
030400*---------------------------------------------------------------*
030500 01  WS-RUN-TABLE.
030600     05  WS-RUN-COUNT                 PIC 9(04)   COMP VALUE ZERO.
030700     05  SR-ENTRY OCCURS 3000 TIMES.
030800         10  SR-PROGRAM-ID            PIC X(09).
030900         10  SR-PARTITION-ID          PIC X(02).
031000         10  SR-OPEN-STAMP.
031100             15  SR-OPEN-DATE         PIC 9(08).
031200             15  SR-OPEN-TIME         PIC 9(06).
031300         10  SR-CLOSE-STAMP.
031400             15  SR-CLOSE-DATE        PIC 9(08).
031500             15  SR-CLOSE-TIME        PIC 9(06).
031600         10  SR-CLOSE-SW              PIC X(01).
031700             88  SR-CLOSED                VALUE 'Y'.
031800         10  SR-COMPLETION-STATUS     PIC X(01).
031900             88  SR-STEP-COMPLETED        VALUE 'C'.
032000         10  SR-TAX-YEAR              PIC 9(04).
032100         10  SR-RECORDS-WRITTEN       PIC 9(09)   COMP-3.
032200         10  SR-TIE-UNITS             PIC 9(09)   COMP-3.
032300         10  SR-SEASON-SW             PIC X(01).
032400             88  SR-HAS-SEASON-ACTIVITY   VALUE 'Y'.
032500*---------------------------------------------------------------*
032600*    INVOICE LINE TABLE -- ONE ENTRY PER CLIENT, PAYER,         *
032700*    ACTIVITY TYPE AND SOURCE RUN.                              *
032800*---------------------------------------------------------------*
032900 01  WS-LINE-TABLE.
033000     05  WS-LINE-COUNT                PIC 9(04)   COMP VALUE ZERO.
033100     05  BL-ENTRY OCCURS 5000 TIMES.
033200         10  BL-LINE-KEY.
033300             15  BL-OWNER-USER        PIC X(06).
033400             15  BL-PAYER-NUMBER      PIC 9(03).
033500             15  BL-ACTIVITY-TYPE     PIC X(02).
033600             15  BL-SR-SUB            PIC 9(04).
033700         10  BL-QUANTITY              PIC 9(09)   COMP-3.
033800*---------------------------------------------------------------*
033900*    LINE ORDER -- LINE TABLE SUBSCRIPTS IN LINE-KEY ORDER.     *
034000*---------------------------------------------------------------*
034100 01  WS-ORDER-TABLE.
034200     05  OR-LINE-SUB OCCURS 5000 TIMES
034300                                      PIC 9(04)   COMP.
034400 01  WS-THIS-LINE-KEY.
034500     05  WS-TL-OWNER-USER             PIC X(06).
034600     05  WS-TL-PAYER-NUMBER           PIC 9(03).
034700     05  WS-TL-ACTIVITY-TYPE          PIC X(02).
034800     05  WS-TL-SR-SUB                 PIC 9(04).
034900 01  WS-LAST-LINE-KEY                 PIC X(15)
035000                                          VALUE HIGH-VALUES.
035100*---------------------------------------------------------------*
035200*    CONTROL BREAK FIELDS AND TOTALS FOR THE INVOICES           *
035300*---------------------------------------------------------------*
035400 01  WS-LAST-OWNER-USER               PIC X(06)
035500                                          VALUE HIGH-VALUES.
035600 01  WS-LAST-PAYER-NUMBER             PIC 9(03)   VALUE ZERO.
035700 01  WS-INVOICE-TOTALS.
035800     05  WS-PAYER-QUANTITY            PIC 9(09)   COMP-3.
035900     05  WS-PAYER-AMOUNT              PIC 9(13)V99 COMP-3.
036000     05  WS-CLIENT-QUANTITY           PIC 9(09)   COMP-3.
036100     05  WS-CLIENT-AMOUNT             PIC 9(13)V99 COMP-3.
036200     05  WS-GRAND-AMOUNT              PIC 9(13)V99 COMP-3.
036300*---------------------------------------------------------------*
036400*    REPORT LINES                                               *
036500*---------------------------------------------------------------*
036600 01  WS-HEADING-LINE.
036700     05  FILLER              PIC X(05)   VALUE SPACES.
036800     05  FILLER              PIC X(50)
036900         VALUE 'EQC861P70 - CLIENT CHARGEBACK BILLING REPORT'.
037000     05  FILLER              PIC X(09)   VALUE 'TAX YEAR '.
037100     05  WS-H-TAX-YEAR       PIC 9(04).
037200 01  WS-SECTION-LINE.
037300     05  FILLER                       PIC X(01)   VALUE SPACE.
037400     05  WS-S-CAPTION                 PIC X(60).
037500 01  WS-CARD-LINE.
037600     05  FILLER                       PIC X(03)   VALUE SPACES.
037700     05  FILLER                       PIC X(05)   VALUE 'RATE '.
037800     05  WS-C-ACTIVITY-TYPE           PIC X(02).
037900     05  FILLER                       PIC X(02)   VALUE SPACES.
038000     05  WS-C-OWNER-USER              PIC X(08).
038100     05  FILLER                       PIC X(02)   VALUE SPACES.
038200     05  WS-C-UNIT-RATE               PIC ZZ9.9999.
038300     05  FILLER                       PIC X(02)   VALUE SPACES.
038400     05  WS-C-DESCRIPTION             PIC X(30).
038500     05  FILLER                       PIC X(02)   VALUE SPACES.
038600     05  WS-C-DISPOSITION             PIC X(21).
038700 01  WS-EXCEPTION-LINE.
038800     05  FILLER                       PIC X(03)   VALUE SPACES.
038900     05  WS-X-SOURCE-FILE             PIC X(08).
039000     05  FILLER                       PIC X(01)   VALUE SPACE.
039100     05  WS-X-OWNER-USER              PIC X(06).
039200     05  FILLER                       PIC X(01)   VALUE '/'.
039300     05  WS-X-PAYER-NUMBER            PIC 9(03).
039400     05  FILLER                       PIC X(02)   VALUE SPACES.
039500     05  WS-X-TAX-YEAR                PIC 9(04).
039600     05  FILLER                       PIC X(02)   VALUE SPACES.
039700     05  WS-X-ACTIVITY-TYPE           PIC X(02).
039800     05  FILLER                       PIC X(02)   VALUE SPACES.
039900     05  WS-X-PROGRAM-ID              PIC X(09).
040000     05  FILLER                       PIC X(01)   VALUE SPACE.
040100     05  WS-X-RUN-DATE                PIC 9(08).
040200     05  FILLER                       PIC X(01)   VALUE SPACE.
040300     05  WS-X-RUN-TIME                PIC 9(06).
040400     05  FILLER                       PIC X(02)   VALUE SPACES.
040500     05  WS-X-REASON                  PIC X(30).
040600 01  WS-CLIENT-LINE.
040700     05  FILLER                       PIC X(01)   VALUE SPACE.
040800     05  FILLER                       PIC X(24)
040900         VALUE 'INVOICE DETAIL - CLIENT '.
041000     05  WS-I-OWNER-USER              PIC X(06).
041100     05  FILLER                       PIC X(12)
041200         VALUE '   TAX YEAR '.
041300     05  WS-I-TAX-YEAR                PIC 9(04).
041400 01  WS-COLUMN-LINE.
041500     05  FILLER                       PIC X(03)   VALUE SPACES.
041600     05  FILLER                       PIC X(08)   VALUE 'PYR  AC'.
041700     05  FILLER                       PIC X(30)
041800                                          VALUE 'DESCRIPTION'.
041900     05  FILLER                       PIC X(11)
042000                                          VALUE '   QUANTITY'.
042100     05  FILLER                       PIC X(09)
042200                                          VALUE '     RATE'.
042300     05  FILLER                       PIC X(17)
042400                                   VALUE '           AMOUNT'.
042500     05  FILLER                       PIC X(02)   VALUE SPACES.
042600     05  FILLER                       PIC X(13)
042700                                          VALUE 'STEP      PT'.
042800     05  FILLER                       PIC X(17)
042900                                          VALUE 'RUN DATE TIME'.
043000     05  FILLER                       PIC X(12)
043100                                          VALUE 'RATE SOURCE'.
043200 01  WS-DETAIL-LINE.
043300     05  FILLER                       PIC X(03)   VALUE SPACES.
043400     05  WS-D-PAYER-NUMBER            PIC 9(03).
043500     05  FILLER                       PIC X(02)   VALUE SPACES.
043600     05  WS-D-ACTIVITY-TYPE           PIC X(02).
043700     05  FILLER                       PIC X(01)   VALUE SPACE.
043800     05  WS-D-DESCRIPTION             PIC X(30).
043900     05  WS-D-QUANTITY                PIC ZZZ,ZZZ,ZZ9.
044000     05  FILLER                       PIC X(01)   VALUE SPACE.
044100     05  WS-D-UNIT-RATE               PIC ZZ9.9999.
044200     05  WS-D-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
044300     05  FILLER                       PIC X(02)   VALUE SPACES.
044400     05  WS-D-SOURCE-PROGRAM          PIC X(09).
044500     05  FILLER                       PIC X(01)   VALUE SPACE.
044600     05  WS-D-PARTITION-ID            PIC X(02).
044700     05  FILLER                       PIC X(01)   VALUE SPACE.
044800     05  WS-D-RUN-DATE                PIC 9(08).
044900     05  FILLER                       PIC X(01)   VALUE SPACE.
045000     05  WS-D-RUN-TIME                PIC 9(06).
045100     05  FILLER                       PIC X(02)   VALUE SPACES.
045200     05  WS-D-NOTE                    PIC X(12).
045300 01  WS-PAYER-TOTAL-LINE.
045400     05  FILLER                       PIC X(03)   VALUE SPACES.
045500     05  FILLER                       PIC X(06)   VALUE 'PAYER '.
045600     05  WS-P-PAYER-NUMBER            PIC 9(03).
045700     05  FILLER                       PIC X(29)   VALUE ' TOTAL'.
045800     05  WS-P-QUANTITY                PIC ZZZ,ZZZ,ZZ9.
045900     05  FILLER                       PIC X(06)   VALUE SPACES.
046000     05  WS-P-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
046100 01  WS-CLIENT-TOTAL-LINE.
046200     05  FILLER                       PIC X(03)   VALUE SPACES.
046300     05  FILLER                       PIC X(38)
046400                                          VALUE 'CLIENT TOTAL'.
046500     05  WS-L-QUANTITY                PIC ZZZ,ZZZ,ZZ9.
046600     05  FILLER                       PIC X(06)   VALUE SPACES.
046700     05  WS-L-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
046800 01  WS-TIE-COLUMN-LINE.
046900     05  FILLER                       PIC X(03)   VALUE SPACES.
047000     05  FILLER                       PIC X(13)
047100                                          VALUE 'STEP      PT'.
047200     05  FILLER                       PIC X(16)   VALUE 'OPENED'.
047300     05  FILLER                       PIC X(18)   VALUE 'CLOSED'.
047400     05  FILLER                       PIC X(10)
047500                                          VALUE 'RC WRITTEN'.
047600     05  FILLER                       PIC X(13)
047700                                          VALUE '     ACTIVITY'.
047800     05  FILLER                       PIC X(08)
047900                                          VALUE '  STATUS'.
048000 01  WS-TIE-LINE.
048100     05  FILLER                       PIC X(03)   VALUE SPACES.
048200     05  WS-R-PROGRAM-ID              PIC X(09).
048300     05  FILLER                       PIC X(01)   VALUE SPACE.
048400     05  WS-R-PARTITION-ID            PIC X(02).
048500     05  FILLER                       PIC X(01)   VALUE SPACE.
048600     05  WS-R-OPEN-DATE               PIC 9(08).
048700     05  FILLER                       PIC X(01)   VALUE SPACE.
048800     05  WS-R-OPEN-TIME               PIC 9(06).
048900     05  FILLER                       PIC X(01)   VALUE SPACES.
049000     05  WS-R-CLOSE-DATE              PIC X(08).
049100     05  FILLER                       PIC X(01)   VALUE SPACE.
049200     05  WS-R-CLOSE-TIME              PIC X(06).
049300     05  FILLER                       PIC X(02)   VALUE SPACES.
049400     05  WS-R-RECORDS-WRITTEN         PIC ZZZ,ZZZ,ZZ9.
049500     05  FILLER                       PIC X(02)   VALUE SPACES.
049600     05  WS-R-TIE-UNITS               PIC ZZZ,ZZZ,ZZ9.
049700     05  FILLER                       PIC X(02)   VALUE SPACES.
049800     05  WS-R-STATUS                  PIC X(20).
049900 01  WS-BALANCE-LINE.
050000     05  FILLER                       PIC X(05)   VALUE SPACES.
050100     05  WS-B-MESSAGE                 PIC X(60).
050200 01  WS-TOTAL-LINE.
050300     05  FILLER                       PIC X(05)   VALUE SPACES.
050400     05  WS-T-CAPTION                 PIC X(32).
050500     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
050600 01  WS-AMOUNT-LINE.
050700     05  FILLER                       PIC X(05)   VALUE SPACES.
050800     05  FILLER                       PIC X(32)
050900         VALUE 'TOTAL AMOUNT BILLED ----------- '.
051000     05  WS-A-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
051100*---------------------------------------------------------------*
051200*    STARTUP GATE WORK AREAS -- A TAX YEAR BILLED CLEAN IS NOT  *
051300*    BILLED AGAIN WITHOUT THE OVERRIDE.                         *
051400*---------------------------------------------------------------*
051500 77  WS-RCIN-EOF-SW                   PIC X(01)   VALUE 'N'.
051600     88  END-OF-RUN-CONTROL-IN            VALUE 'Y'.
051700 77  WS-OVERRIDE-SW                   PIC X(01)   VALUE 'N'.
051800     88  GATE-OVERRIDDEN                  VALUE 'Y'.
051900 77  WS-BILLED-SW                     PIC X(01)   VALUE 'N'.
052000     88  YEAR-ALREADY-BILLED              VALUE 'Y'.
052100 77  WS-RUN-TABLE-SW                  PIC X(01)   VALUE 'N'.
052200     88  RUN-TABLE-FULL                   VALUE 'Y'.
052300*---------------------------------------------------------------*
052400*    RUN-CONTROL WORK AREAS                                     *
052500*---------------------------------------------------------------*
052600 77  WS-RUN-DATE                      PIC 9(08).
052700 77  WS-RUN-TIME                      PIC 9(08).
052800 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
052900                                          VALUE ZERO.
053000 PROCEDURE DIVISION.
053100*---------------------------------------------------------------*
053200*    0000-MAINLINE                                              *
053300*---------------------------------------------------------------*
053400 0000-MAINLINE.
053500     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT.
053600     IF PARM-TAX-YEAR NOT NUMERIC OR PARM-TAX-YEAR = ZERO
053700         DISPLAY 'EQC861P70 RUN REFUSED - TAX YEAR REQUIRED ON'
053800                 ' THE PARAMETER CARD'
053900         MOVE 8 TO RETURN-CODE
054000         GO TO 9999-EXIT
054100     END-IF.
054200     IF RUN-TABLE-FULL
054300         DISPLAY 'EQC861P70 RUN REFUSED - MORE THAN 3000 SOURCE'
054400                 ' STEP RUNS ON THE RUN-CONTROL FILE'
054500         MOVE 8 TO RETURN-CODE
054600         GO TO 9999-EXIT
054700     END-IF.
054800     IF YEAR-ALREADY-BILLED AND NOT GATE-OVERRIDDEN
054900         DISPLAY 'EQC861P70 RUN REFUSED - TAX YEAR '
055000                 PARM-TAX-YEAR ' HAS ALREADY BEEN BILLED'
055100         MOVE 8 TO RETURN-CODE
055200         GO TO 9999-EXIT
055300     END-IF.
055400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
055500     PERFORM 2000-PROCESS-ROUTING THRU 2000-EXIT
055600         UNTIL END-OF-ROUTING-INDEX.
055700     PERFORM 2100-PROCESS-SUBMISSION THRU 2100-EXIT
055800         UNTIL END-OF-SUBMISSION-LOG.
056100     PERFORM 2300-PROCESS-JOURNAL THRU 2300-EXIT
056200         UNTIL END-OF-UPDATE-JOURNAL.
056500     IF WS-UNBILLED-COUNT = ZERO
056600         MOVE '    NONE'                TO WS-S-CAPTION
056700         WRITE INVOICE-RPT-LINE FROM WS-SECTION-LINE
056800     END-IF.
056900     PERFORM 4000-PRINT-INVOICES THRU 4000-EXIT.
057000     PERFORM 5000-PRINT-TIE-BACK THRU 5000-EXIT.
057100     PERFORM 8000-FINISH THRU 8000-EXIT.
057200     GO TO 9999-EXIT.
057300*---------------------------------------------------------------*
057400*    0500-CHECK-PREREQS -- READ THE PARAMETER CARD AND LOAD THE *
057500*    SOURCE STEP RUNS FROM THE SHARED RUN-CONTROL FILE.         *
057600*---------------------------------------------------------------*
057700 0500-CHECK-PREREQS.
057800     OPEN INPUT  PARM-CARD.
057900     READ PARM-CARD
058000         AT END
058100             MOVE ZERO   TO PARM-TAX-YEAR
058200             MOVE SPACE  TO PARM-OVERRIDE-IND
058300     END-READ.
058400     CLOSE PARM-CARD.
058500     OPEN INPUT RUN-CONTROL-FILE.
058600     PERFORM 0600-READ-RUN-CONTROL THRU 0600-EXIT.
058700     PERFORM 0510-LOAD-RUN THRU 0510-EXIT
058800         UNTIL END-OF-RUN-CONTROL-IN.
058900     CLOSE RUN-CONTROL-FILE.
059000     MOVE 'N' TO WS-RCIN-EOF-SW.
059100     IF YEAR-ALREADY-BILLED AND PARM-OVERRIDE-IND = 'Y'
059200         SET GATE-OVERRIDDEN TO TRUE
059300         DISPLAY 'EQC861P70 ALREADY-BILLED GATE OVERRIDDEN BY'
059400                 ' PARAMETER CARD'
059500     END-IF.
059600 0500-EXIT.
059700     EXIT.
059800*---------------------------------------------------------------*
059900*    0510-LOAD-RUN -- AN OPEN ENTRY OF A SOURCE STEP STARTS A   *
060000*    RUN TABLE ENTRY AND ITS CLOSE ENTRY COMPLETES IT.  A CLEAN *
060100*    COMPLETED BILLING RUN FOR THE TAX YEAR IS NOTED.           *
060200*---------------------------------------------------------------*
060300 0510-LOAD-RUN.
060400     IF RC-PROGRAM-ID = 'EQC861P70' AND RC-CLOSE-ENTRY
060500             AND RC-STEP-COMPLETED
060600             AND RC-TAX-YEAR = PARM-TAX-YEAR
060700             AND RC-EXCEPTION-COUNT = ZERO
060800         SET YEAR-ALREADY-BILLED TO TRUE
060900         GO TO 0510-NEXT
061000     END-IF.
061100     MOVE 'N' TO WS-FOUND-SW.
061200     PERFORM 0520-CHECK-SOURCE THRU 0520-EXIT
061300         VARYING WS-SP-SUB FROM 1 BY 1 UNTIL WS-SP-SUB > 10.
061400     IF NOT ENTRY-FOUND
061500         GO TO 0510-NEXT
061600     END-IF.
061700     IF RC-OPEN-ENTRY
061800         PERFORM 0530-ADD-RUN THRU 0530-EXIT
061900     END-IF.
062000     IF RC-CLOSE-ENTRY
062100         PERFORM 0540-CLOSE-RUN THRU 0540-EXIT
062200     END-IF.
062300 0510-NEXT.
062400     PERFORM 0600-READ-RUN-CONTROL THRU 0600-EXIT.
062500 0510-EXIT.
062600     EXIT.
062700*---------------------------------------------------------------*
062800*    0520-CHECK-SOURCE                                          *
062900*---------------------------------------------------------------*
063000 0520-CHECK-SOURCE.
063100     IF RC-PROGRAM-ID = SP-PROGRAM-ID (WS-SP-SUB)
063200         SET ENTRY-FOUND TO TRUE
063300         MOVE 10 TO WS-SP-SUB
063400     END-IF.
063500 0520-EXIT.
063600     EXIT.
063700*---------------------------------------------------------------*
063800*    0530-ADD-RUN                                               *
063900*---------------------------------------------------------------*
064000 0530-ADD-RUN.
064100     IF WS-RUN-COUNT NOT < 3000
064200         SET RUN-TABLE-FULL TO TRUE
064300         GO TO 0530-EXIT
064400     END-IF.
064500     ADD 1 TO WS-RUN-COUNT.
064600     MOVE WS-RUN-COUNT                TO WS-SR-SUB.
064700     MOVE RC-PROGRAM-ID           TO SR-PROGRAM-ID (WS-SR-SUB).
064800     MOVE RC-PARTITION-ID       TO SR-PARTITION-ID (WS-SR-SUB).
064900     MOVE RC-RUN-DATE                 TO SR-OPEN-DATE (WS-SR-SUB).
065000     MOVE RC-RUN-TIME                 TO SR-OPEN-TIME (WS-SR-SUB).
065100     MOVE ZERO TO SR-CLOSE-DATE (WS-SR-SUB)
065200                  SR-CLOSE-TIME (WS-SR-SUB)
065300                  SR-TAX-YEAR (WS-SR-SUB)
065400                  SR-RECORDS-WRITTEN (WS-SR-SUB)
065500                  SR-TIE-UNITS (WS-SR-SUB).
065600     MOVE 'N'                         TO SR-CLOSE-SW (WS-SR-SUB)
065700                                         SR-SEASON-SW (WS-SR-SUB).
065800     MOVE SPACE               TO SR-COMPLETION-STATUS (WS-SR-SUB).
065900 0530-EXIT.
066000     EXIT.
066100*---------------------------------------------------------------*
066200*    0540-CLOSE-RUN -- PAIR THE CLOSE ENTRY WITH THE LATEST     *
066300*    STILL-OPEN RUN OF THE SAME STEP AND PARTITION.             *
066400*---------------------------------------------------------------*
066500 0540-CLOSE-RUN.
066600     MOVE ZERO TO WS-SR-SUB.
066700     PERFORM 0550-SCAN-OPEN-RUN THRU 0550-EXIT
066800         VARYING WS-SCAN-SUB FROM WS-RUN-COUNT BY -1
066900             UNTIL WS-SCAN-SUB < 1.
067000     IF WS-SR-SUB = ZERO
067100         GO TO 0540-EXIT
067200     END-IF.
067300     SET SR-CLOSED (WS-SR-SUB) TO TRUE.
067400     MOVE RC-RUN-DATE             TO SR-CLOSE-DATE (WS-SR-SUB).
067500     MOVE RC-RUN-TIME             TO SR-CLOSE-TIME (WS-SR-SUB).
067600     MOVE RC-COMPLETION-STATUS
067700                              TO SR-COMPLETION-STATUS (WS-SR-SUB).
067800     MOVE RC-TAX-YEAR                 TO SR-TAX-YEAR (WS-SR-SUB).
067900     MOVE RC-RECORDS-WRITTEN    TO SR-RECORDS-WRITTEN (WS-SR-SUB).
068000 0540-EXIT.
068100     EXIT.
068200*---------------------------------------------------------------*
068300*    0550-SCAN-OPEN-RUN                                         *
068400*---------------------------------------------------------------*
068500 0550-SCAN-OPEN-RUN.
068600     IF SR-PROGRAM-ID (WS-SCAN-SUB) = RC-PROGRAM-ID
068700             AND SR-PARTITION-ID (WS-SCAN-SUB) = RC-PARTITION-ID
068800             AND NOT SR-CLOSED (WS-SCAN-SUB)
068900         MOVE WS-SCAN-SUB             TO WS-SR-SUB
069000         MOVE 1                       TO WS-SCAN-SUB
069100     END-IF.
069200 0550-EXIT.
069300     EXIT.
069400*---------------------------------------------------------------*
069500*    0600-READ-RUN-CONTROL                                      *
069600*---------------------------------------------------------------*
069700 0600-READ-RUN-CONTROL.
069800     READ RUN-CONTROL-FILE
069900         AT END
070000             SET END-OF-RUN-CONTROL-IN TO TRUE
070100     END-READ.
070200 0600-EXIT.
070300     EXIT.
070400*---------------------------------------------------------------*
070500*    1000-INITIALIZE -- LOAD THE RATE CARDS AND OPEN THE        *
070600*    ACTIVITY FILES.                                            *
070800*---------------------------------------------------------------*
070900 1000-INITIALIZE.
071000     MOVE PARM-TAX-YEAR               TO WS-H-TAX-YEAR
071100                                         WS-I-TAX-YEAR.
071200     INITIALIZE WS-INVOICE-TOTALS.
071300     OPEN OUTPUT INVOICE-RPT
071400                 AR-BILLING-FILE.
071500     WRITE INVOICE-RPT-LINE FROM WS-HEADING-LINE.
071600     MOVE 'RATE CARDS'                TO WS-S-CAPTION.
071700     WRITE INVOICE-RPT-LINE FROM WS-SECTION-LINE.
071800     OPEN INPUT  RATE-TABLE-FILE.
071900     PERFORM 7100-READ-RATE THRU 7100-EXIT.
072000     PERFORM 1100-LOAD-RATE THRU 1100-EXIT
072100         UNTIL END-OF-RATE-TABLE.
072200     CLOSE RATE-TABLE-FILE.
072600     MOVE 'ACTIVITY RECORDS NOT BILLED' TO WS-S-CAPTION.
072700     WRITE INVOICE-RPT-LINE FROM WS-SECTION-LINE.
072800     OPEN INPUT  ROUTING-INDEX-FILE
072900                 SUBMISSION-LOG
073000                 UPDATE-JOURNAL.
073300     OPEN EXTEND RUN-CONTROL-FILE.
073400     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
073500     MOVE WS-RUN-DATE                 TO WS-BILLING-DATE.
073600     MOVE WS-RUN-TIME (1:6)           TO WS-BILLING-TIME.
073700     PERFORM 7200-READ-ROUTING THRU 7200-EXIT.
073800     PERFORM 7300-READ-SUBMISSION THRU 7300-EXIT.
074000     PERFORM 7500-READ-JOURNAL THRU 7500-EXIT.
074200 1000-EXIT.
074300     EXIT.
074400*---------------------------------------------------------------*
074500*    1100-LOAD-RATE -- TABLE ONE RATE CARD.                     *
074600*---------------------------------------------------------------*
074700 1100-LOAD-RATE.
074800     IF RT-ACTIVITY-TYPE (1:1) = '*'
074900         GO TO 1100-NEXT
075000     END-IF.
075100     MOVE RT-ACTIVITY-TYPE            TO WS-C-ACTIVITY-TYPE.
075200     IF RT-OWNER-USER = SPACES
075300         MOVE 'STANDARD'              TO WS-C-OWNER-USER
075400     ELSE
075500         MOVE RT-OWNER-USER           TO WS-C-OWNER-USER
075600     END-IF.
075700     MOVE RT-DESCRIPTION              TO WS-C-DESCRIPTION.
075800     MOVE ZERO                        TO WS-C-UNIT-RATE.
075900     MOVE 'N' TO WS-FOUND-SW.
076000     PERFORM 1110-CHECK-ACTIVITY THRU 1110-EXIT
076100         VARYING WS-AN-SUB FROM 1 BY 1 UNTIL WS-AN-SUB > 10.
076200     IF NOT ENTRY-FOUND
076300         MOVE 'REJECTED - ACTIVITY'   TO WS-C-DISPOSITION
076400         ADD 1 TO WS-CARD-REJECT-COUNT
076500         GO TO 1100-PRINT
076600     END-IF.
076700     MOVE 'N' TO WS-FOUND-SW.
076800     PERFORM 1120-CHECK-DUPLICATE THRU 1120-EXIT
076900         VARYING WS-RA-SUB FROM 1 BY 1
077000             UNTIL WS-RA-SUB > WS-RATE-COUNT.
077100     IF RT-UNIT-RATE NOT NUMERIC
077200         MOVE 'REJECTED - INVALID'    TO WS-C-DISPOSITION
077300         ADD 1 TO WS-CARD-REJECT-COUNT
077400     ELSE
077500         IF ENTRY-FOUND
077600             MOVE 'REJECTED - DUPLICATE' TO WS-C-DISPOSITION
077700             ADD 1 TO WS-CARD-REJECT-COUNT
077800         ELSE
077900             IF WS-RATE-COUNT < 500
078000                 ADD 1 TO WS-RATE-COUNT
078100                 MOVE WS-RATE-COUNT TO WS-RA-SUB
078200                 MOVE RT-ACTIVITY-TYPE
078300                                TO RA-ACTIVITY-TYPE (WS-RA-SUB)
078400                 MOVE RT-OWNER-USER TO RA-OWNER-USER (WS-RA-SUB)
078500                 MOVE RT-UNIT-RATE  TO RA-UNIT-RATE (WS-RA-SUB)
078600                 MOVE RT-DESCRIPTION
078700                                TO RA-DESCRIPTION (WS-RA-SUB)
078800                 MOVE RT-UNIT-RATE  TO WS-C-UNIT-RATE
078900                 MOVE 'IN EFFECT'       TO WS-C-DISPOSITION
079000             ELSE
079100                 MOVE 'REJECTED - TABLE FULL' TO WS-C-DISPOSITION
079200                 ADD 1 TO WS-CARD-REJECT-COUNT
079300             END-IF
079400         END-IF
079500     END-IF.
079600 1100-PRINT.
079700     WRITE INVOICE-RPT-LINE FROM WS-CARD-LINE.
079800 1100-NEXT.
079900     PERFORM 7100-READ-RATE THRU 7100-EXIT.
080000 1100-EXIT.
080100     EXIT.
080200*---------------------------------------------------------------*
080300*    1110-CHECK-ACTIVITY                                        *
080400*---------------------------------------------------------------*
080500 1110-CHECK-ACTIVITY.
080600     IF RT-ACTIVITY-TYPE = AN-ACTIVITY-TYPE (WS-AN-SUB)
080700         SET ENTRY-FOUND TO TRUE
080800         MOVE 10 TO WS-AN-SUB
080900     END-IF.
081000 1110-EXIT.
081100     EXIT.
081200*---------------------------------------------------------------*
081300*    1120-CHECK-DUPLICATE                                       *
081400*---------------------------------------------------------------*
081500 1120-CHECK-DUPLICATE.
081600     IF RT-ACTIVITY-TYPE = RA-ACTIVITY-TYPE (WS-RA-SUB)
081700             AND RT-OWNER-USER = RA-OWNER-USER (WS-RA-SUB)
081800         SET ENTRY-FOUND TO TRUE
081900         MOVE WS-RATE-COUNT TO WS-RA-SUB
082000     END-IF.
082100 1120-EXIT.
082200     EXIT.
084200*---------------------------------------------------------------*
084300*    2000-PROCESS-ROUTING -- ONE FORM PRINTED OR E-DELIVERED,   *
084400*    OR ONE TIN MATCH REQUEST OR CORRECTION GENERATED.  THE     *
084500*    RECORD CARRIES ITS RUN'S OPEN STAMP AND PARTITION.         *
084502*---------------------------------------------------------------*
084600 2000-PROCESS-ROUTING.
084700     ADD 1 TO WS-ROUTE-READ-COUNT.
084800     MOVE SPACES                      TO WS-AC-REASON.
084900     MOVE 'ROUTIDX'                   TO WS-AC-SOURCE-FILE.
085000     MOVE RX-OWNER-USER               TO WS-AC-OWNER-USER.
085100     MOVE RX-PAYER-NUMBER             TO WS-AC-PAYER-NUMBER.
085200     MOVE RX-TAX-YEAR                 TO WS-AC-TAX-YEAR.
085300     MOVE 1                           TO WS-AC-QUANTITY
085400                                         WS-AC-TIE-UNITS.
085500     MOVE RX-PROGRAM-ID               TO WS-AC-PROGRAM-ID.
085600     MOVE RX-PARTITION-ID             TO WS-AC-PARTITION-ID.
085700     MOVE RX-RUN-DATE                 TO WS-AC-RUN-DATE.
085800     MOVE RX-RUN-TIME                 TO WS-AC-RUN-TIME.
085900     EVALUATE TRUE
086000         WHEN RX-ROUTED-TO-PAPER
086100             MOVE 'PP'                TO WS-AC-ACTIVITY-TYPE
086200         WHEN RX-ROUTED-TO-EDELIVERY
086300             MOVE 'ED'                TO WS-AC-ACTIVITY-TYPE
086400         WHEN RX-TIN-MATCH-REQUESTED
086500             MOVE 'TM'                TO WS-AC-ACTIVITY-TYPE
086600         WHEN RX-CORRECTION-GENERATED
086700             MOVE 'CR'                TO WS-AC-ACTIVITY-TYPE
086800         WHEN OTHER
086802             MOVE RX-ROUTE            TO WS-AC-ACTIVITY-TYPE
086804             MOVE 'UNKNOWN ROUTE'     TO WS-AC-REASON
086806     END-EVALUATE.
086900     IF RX-RUN-KEY = WS-LR-RUN-KEY
087000             AND RX-PARTITION-ID = WS-LR-PARTITION-ID
087100         MOVE WS-LR-SR-SUB            TO WS-AC-SR-SUB
087200     ELSE
087300         PERFORM 3100-FIND-RUN THRU 3100-EXIT
087400         MOVE RX-RUN-KEY              TO WS-LR-RUN-KEY
087500         MOVE RX-PARTITION-ID         TO WS-LR-PARTITION-ID
087600         MOVE WS-AC-SR-SUB            TO WS-LR-SR-SUB
087700     END-IF.
087800     PERFORM 3000-ADD-ACTIVITY THRU 3000-EXIT.
087900     PERFORM 7200-READ-ROUTING THRU 7200-EXIT.
088000 2000-EXIT.
088100     EXIT.
088200*---------------------------------------------------------------*
088300*    2100-PROCESS-SUBMISSION -- ONE PAYER GROUP SUBMITTED,      *
088400*    BILLED AT ITS PAYEE COUNT.  THE LOG ENTRY CARRIES ITS OWN  *
088500*    SUBMIT STAMP AND PARTITION, WHICH FALL INSIDE ITS RUN.     *
088600*---------------------------------------------------------------*
088700 2100-PROCESS-SUBMISSION.
088800     ADD 1 TO WS-SUBMIT-READ-COUNT.
088900     MOVE SPACES                      TO WS-AC-REASON.
089000     MOVE 'FILESUB'                   TO WS-AC-SOURCE-FILE.
089100     MOVE FL-OWNER-USER               TO WS-AC-OWNER-USER.
089200     MOVE FL-PAYER-NUMBER             TO WS-AC-PAYER-NUMBER.
089300     MOVE FL-TAX-YEAR                 TO WS-AC-TAX-YEAR.
089400     MOVE FL-PAYEE-COUNT              TO WS-AC-QUANTITY
089500                                         WS-AC-TIE-UNITS.
089600     IF FL-SUBMIT-PROGRAM = 'EQC861P7'
089700         ADD 1 TO WS-AC-TIE-UNITS
089800     END-IF.
089900     MOVE FL-SUBMIT-PROGRAM           TO WS-AC-PROGRAM-ID.
090000     MOVE FL-PARTITION-ID             TO WS-AC-PARTITION-ID.
090100     MOVE FL-SUBMIT-DATE              TO WS-AC-RUN-DATE.
090200     MOVE FL-SUBMIT-TIME              TO WS-AC-RUN-TIME.
090300     MOVE 'F'                     TO WS-AC-ACTIVITY-TYPE (1:1).
090400     MOVE FL-CHANNEL              TO WS-AC-ACTIVITY-TYPE (2:1).
090500     MOVE 'N' TO WS-FOUND-SW.
090600     PERFORM 2110-CHECK-ACTIVITY THRU 2110-EXIT
090700         VARYING WS-AN-SUB FROM 1 BY 1 UNTIL WS-AN-SUB > 10.
090800     IF NOT ENTRY-FOUND
090900         MOVE 'UNKNOWN FILING CHANNEL' TO WS-AC-REASON
091000     END-IF.
091100     PERFORM 3100-FIND-RUN THRU 3100-EXIT.
091200     PERFORM 3000-ADD-ACTIVITY THRU 3000-EXIT.
091300     PERFORM 7300-READ-SUBMISSION THRU 7300-EXIT.
091400 2100-EXIT.
091500     EXIT.
091600*---------------------------------------------------------------*
091700*    2110-CHECK-ACTIVITY                                        *
091800*---------------------------------------------------------------*
091900 2110-CHECK-ACTIVITY.
092000     IF WS-AC-ACTIVITY-TYPE = AN-ACTIVITY-TYPE (WS-AN-SUB)
092100         SET ENTRY-FOUND TO TRUE
092200         MOVE 10 TO WS-AN-SUB
092300     END-IF.
092400 2110-EXIT.
092500     EXIT.
094600*---------------------------------------------------------------*
094700*    2300-PROCESS-JOURNAL -- EACH AFTER-IMAGE JOURNALED BY THE  *
094800*    B-NOTICE STEP (EQC861P38) IS ONE B-NOTICE MAILED.  EVERY   *
094900*    OTHER JOURNAL RECORD IS PASSED OVER.                       *
095000*---------------------------------------------------------------*
095100 2300-PROCESS-JOURNAL.
095200     ADD 1 TO WS-JRNL-READ-COUNT.
095300     IF UJ-PROGRAM-ID NOT = 'EQC861P38' OR NOT UJ-AFTER-IMAGE
095400         GO TO 2300-NEXT
095500     END-IF.
095600     MOVE UJ-RECORD-KEY               TO WS-JOURNAL-KEY.
095700     MOVE SPACES                      TO WS-AC-REASON.
095800     MOVE 'UPDJRNL'                   TO WS-AC-SOURCE-FILE.
095900     MOVE JK-OWNER-USER               TO WS-AC-OWNER-USER.
096000     MOVE JK-PAYER-NUMBER             TO WS-AC-PAYER-NUMBER.
096100     MOVE JK-TAX-YEAR                 TO WS-AC-TAX-YEAR.
096200     MOVE 'BN'                        TO WS-AC-ACTIVITY-TYPE.
096300     MOVE 1                           TO WS-AC-QUANTITY
096400                                         WS-AC-TIE-UNITS.
096500     MOVE UJ-PROGRAM-ID               TO WS-AC-PROGRAM-ID.
096600     MOVE HIGH-VALUES                 TO WS-AC-PARTITION-ID.
096700     MOVE UJ-RUN-DATE                 TO WS-AC-RUN-DATE.
096800     MOVE UJ-RUN-TIME                 TO WS-AC-RUN-TIME.
096900     IF UJ-RUN-KEY = WS-LJ-RUN-KEY
097000         MOVE WS-LJ-SR-SUB            TO WS-AC-SR-SUB
097100     ELSE
097200         PERFORM 3100-FIND-RUN THRU 3100-EXIT
097300         MOVE UJ-RUN-KEY              TO WS-LJ-RUN-KEY
097400         MOVE WS-AC-SR-SUB            TO WS-LJ-SR-SUB
097500     END-IF.
097600     PERFORM 3000-ADD-ACTIVITY THRU 3000-EXIT.
097700 2300-NEXT.
097800     PERFORM 7500-READ-JOURNAL THRU 7500-EXIT.
097900 2300-EXIT.
098000     EXIT.
100100*---------------------------------------------------------------*
100200*    3000-ADD-ACTIVITY -- COUNT THE RECORD TOWARD ITS RUN AND,  *
100300*    FOR THE TAX YEAR BEING BILLED, ADD ITS QUANTITY TO THE     *
100400*    INVOICE LINE FOR ITS CLIENT, PAYER, ACTIVITY AND RUN.      *
100402*    ACTIVITY OF A RUN WITH NO COMPLETED CLOSE ENTRY IS LISTED  *
100404*    AND NOT BILLED -- A RERUN OR RESTART HAS PRODUCED IT AGAIN.*
100500*---------------------------------------------------------------*
100600 3000-ADD-ACTIVITY.
100700     IF WS-AC-REASON NOT = SPACES
100800         GO TO 3000-NOT-BILLED
100900     END-IF.
101000     IF WS-AC-SR-SUB = ZERO
101100         MOVE 'NO MATCHING RUN-CONTROL ENTRY' TO WS-AC-REASON
101200         GO TO 3000-NOT-BILLED
101300     END-IF.
101400     MOVE WS-AC-SR-SUB                TO WS-SR-SUB.
101500     ADD WS-AC-TIE-UNITS              TO SR-TIE-UNITS (WS-SR-SUB).
101600     IF WS-AC-TAX-YEAR NOT = PARM-TAX-YEAR
101700         ADD 1 TO WS-OTHER-YEAR-COUNT
101800         GO TO 3000-EXIT
101900     END-IF.
102000     SET SR-HAS-SEASON-ACTIVITY (WS-SR-SUB) TO TRUE.
102002     IF NOT SR-CLOSED (WS-SR-SUB)
102004         MOVE 'RUN NEVER CLOSED'      TO WS-AC-REASON
102006         GO TO 3000-NOT-BILLED
102008     END-IF.
102010     IF NOT SR-STEP-COMPLETED (WS-SR-SUB)
102012         MOVE 'RUN DID NOT COMPLETE'  TO WS-AC-REASON
102014         GO TO 3000-NOT-BILLED
102016     END-IF.
102100     IF WS-AC-OWNER-USER = SPACES
102200         MOVE 'BLANK OWNER-USER'      TO WS-AC-REASON
102300         GO TO 3000-NOT-BILLED
102400     END-IF.
102500     MOVE WS-AC-OWNER-USER            TO WS-TL-OWNER-USER.
102600     MOVE WS-AC-PAYER-NUMBER          TO WS-TL-PAYER-NUMBER.
102700     MOVE WS-AC-ACTIVITY-TYPE         TO WS-TL-ACTIVITY-TYPE.
102800     MOVE WS-AC-SR-SUB                TO WS-TL-SR-SUB.
102900     IF WS-THIS-LINE-KEY NOT = WS-LAST-LINE-KEY
103000         PERFORM 3300-FIND-LINE THRU 3300-EXIT
103100         IF NOT ENTRY-FOUND
103200             IF WS-LINE-COUNT NOT < 5000
103300                 MOVE 'INVOICE LINE TABLE FULL' TO WS-AC-REASON
103400                 GO TO 3000-NOT-BILLED
103500             END-IF
103600             PERFORM 3400-ADD-LINE THRU 3400-EXIT
103700         END-IF
103800         MOVE WS-THIS-LINE-KEY        TO WS-LAST-LINE-KEY
103900     END-IF.
104000     ADD WS-AC-QUANTITY               TO BL-QUANTITY (WS-BL-SUB).
104100     GO TO 3000-EXIT.
104200 3000-NOT-BILLED.
104300     ADD 1 TO WS-UNBILLED-COUNT.
104400     MOVE WS-AC-SOURCE-FILE           TO WS-X-SOURCE-FILE.
104500     MOVE WS-AC-OWNER-USER            TO WS-X-OWNER-USER.
104600     MOVE WS-AC-PAYER-NUMBER          TO WS-X-PAYER-NUMBER.
104700     MOVE WS-AC-TAX-YEAR              TO WS-X-TAX-YEAR.
104800     MOVE WS-AC-ACTIVITY-TYPE         TO WS-X-ACTIVITY-TYPE.
104900     MOVE WS-AC-PROGRAM-ID            TO WS-X-PROGRAM-ID.
105000     MOVE WS-AC-RUN-DATE              TO WS-X-RUN-DATE.
105100     MOVE WS-AC-RUN-TIME              TO WS-X-RUN-TIME.
105200     MOVE WS-AC-REASON                TO WS-X-REASON.
105300     WRITE INVOICE-RPT-LINE FROM WS-EXCEPTION-LINE.
105400 3000-EXIT.
105500     EXIT.
105600*---------------------------------------------------------------*
105700*    3100-FIND-RUN -- THE LATEST RUN OF THE STEP (AND PARTITION,*
105800*    WHEN KNOWN) OPENED AT OR BEFORE THE RECORD'S STAMP AND NOT *
105900*    CLOSED BEFORE IT.                                          *
106000*---------------------------------------------------------------*
106100 3100-FIND-RUN.
106200     MOVE ZERO TO WS-AC-SR-SUB.
106300     PERFORM 3110-SCAN-RUN THRU 3110-EXIT
106400         VARYING WS-SCAN-SUB FROM WS-RUN-COUNT BY -1
106500             UNTIL WS-SCAN-SUB < 1.
106600 3100-EXIT.
106700     EXIT.
106800*---------------------------------------------------------------*
106900*    3110-SCAN-RUN                                              *
107000*---------------------------------------------------------------*
107100 3110-SCAN-RUN.
107200     IF SR-PROGRAM-ID (WS-SCAN-SUB) NOT = WS-AC-PROGRAM-ID
107300         GO TO 3110-EXIT
107400     END-IF.
107500     IF WS-AC-PARTITION-ID NOT = HIGH-VALUES
107600             AND WS-AC-PARTITION-ID
107700                 NOT = SR-PARTITION-ID (WS-SCAN-SUB)
107800         GO TO 3110-EXIT
107900     END-IF.
108000     IF SR-OPEN-STAMP (WS-SCAN-SUB) > WS-AC-STAMP
108100         GO TO 3110-EXIT
108200     END-IF.
108300     IF SR-CLOSED (WS-SCAN-SUB)
108400             AND SR-CLOSE-STAMP (WS-SCAN-SUB) < WS-AC-STAMP
108500         GO TO 3110-EXIT
108600     END-IF.
108700     MOVE WS-SCAN-SUB                 TO WS-AC-SR-SUB.
108800     MOVE 1                           TO WS-SCAN-SUB.
108900 3110-EXIT.
109000     EXIT.
110800*---------------------------------------------------------------*
110900*    3300-FIND-LINE -- THE ORDER TABLE IS KEPT IN LINE-KEY      *
111000*    ORDER.  WHEN THE LINE IS NOT THERE, WS-INSERT-SUB IS THE   *
111100*    ORDER POSITION IT BELONGS IN.                              *
111200*---------------------------------------------------------------*
111300 3300-FIND-LINE.
111400     MOVE 'N' TO WS-FOUND-SW.
111500     COMPUTE WS-INSERT-SUB = WS-LINE-COUNT + 1.
111600     PERFORM 3310-SCAN-ORDER THRU 3310-EXIT
111700         VARYING WS-OR-SUB FROM 1 BY 1
111800             UNTIL WS-OR-SUB > WS-LINE-COUNT.
111900 3300-EXIT.
112000     EXIT.
112100*---------------------------------------------------------------*
112200*    3310-SCAN-ORDER                                            *
112300*---------------------------------------------------------------*
112400 3310-SCAN-ORDER.
112500     MOVE OR-LINE-SUB (WS-OR-SUB)     TO WS-BL-SUB.
112600     IF BL-LINE-KEY (WS-BL-SUB) = WS-THIS-LINE-KEY
112700         SET ENTRY-FOUND TO TRUE
112800         MOVE WS-LINE-COUNT           TO WS-OR-SUB
112900         GO TO 3310-EXIT
113000     END-IF.
113100     IF BL-LINE-KEY (WS-BL-SUB) > WS-THIS-LINE-KEY
113200         MOVE WS-OR-SUB               TO WS-INSERT-SUB
113300         MOVE WS-LINE-COUNT           TO WS-OR-SUB
113400     END-IF.
113500 3310-EXIT.
113600     EXIT.
113700*---------------------------------------------------------------*
113800*    3400-ADD-LINE -- NEW INVOICE LINE, SLOTTED INTO THE ORDER  *
113900*    TABLE AT WS-INSERT-SUB.                                    *
114000*---------------------------------------------------------------*
114100 3400-ADD-LINE.
114200     ADD 1 TO WS-LINE-COUNT.
114300     MOVE WS-LINE-COUNT               TO WS-BL-SUB.
114400     MOVE WS-THIS-LINE-KEY            TO BL-LINE-KEY (WS-BL-SUB).
114500     MOVE ZERO                        TO BL-QUANTITY (WS-BL-SUB).
114600     PERFORM 3410-SHIFT-ORDER THRU 3410-EXIT
114700         VARYING WS-OR-SUB FROM WS-LINE-COUNT BY -1
114800             UNTIL WS-OR-SUB NOT > WS-INSERT-SUB.
114900     MOVE WS-BL-SUB              TO OR-LINE-SUB (WS-INSERT-SUB).
115000 3400-EXIT.
115100     EXIT.
115200*---------------------------------------------------------------*
115300*    3410-SHIFT-ORDER                                           *
115400*---------------------------------------------------------------*
115500 3410-SHIFT-ORDER.
115600     MOVE OR-LINE-SUB (WS-OR-SUB - 1)
115700                                  TO OR-LINE-SUB (WS-OR-SUB).
115800 3410-EXIT.
115900     EXIT.
116000*---------------------------------------------------------------*
116100*    4000-PRINT-INVOICES -- INVOICE DETAIL BY CLIENT, WITH A    *
116200*    TOTAL PER PAYER AND PER CLIENT.                            *
116300*---------------------------------------------------------------*
116400 4000-PRINT-INVOICES.
116500     PERFORM 4100-PRINT-LINE THRU 4100-EXIT
116600         VARYING WS-OR-SUB FROM 1 BY 1
116700             UNTIL WS-OR-SUB > WS-LINE-COUNT.
116800     IF WS-LINE-COUNT > ZERO
116900         PERFORM 4300-PAYER-TOTAL THRU 4300-EXIT
117000         PERFORM 4400-CLIENT-TOTAL THRU 4400-EXIT
117100     END-IF.
117200 4000-EXIT.
117300     EXIT.
117400*---------------------------------------------------------------*
117500*    4100-PRINT-LINE -- PRICE ONE INVOICE LINE, PRINT IT AND    *
117600*    WRITE ITS BILLING RECORD.  A LINE WITH NO RATE CARD IS     *
117700*    PRINTED BUT NOT BILLED.                                    *
117800*---------------------------------------------------------------*
117900 4100-PRINT-LINE.
118000     MOVE OR-LINE-SUB (WS-OR-SUB)     TO WS-BL-SUB.
118100     IF BL-OWNER-USER (WS-BL-SUB) NOT = WS-LAST-OWNER-USER
118200         IF WS-LAST-OWNER-USER NOT = HIGH-VALUES
118300             PERFORM 4300-PAYER-TOTAL THRU 4300-EXIT
118400             PERFORM 4400-CLIENT-TOTAL THRU 4400-EXIT
118500         END-IF
118600         PERFORM 4200-START-CLIENT THRU 4200-EXIT
118700     ELSE
118800         IF BL-PAYER-NUMBER (WS-BL-SUB) NOT = WS-LAST-PAYER-NUMBER
118900             PERFORM 4300-PAYER-TOTAL THRU 4300-EXIT
119000         END-IF
119100     END-IF.
119200     MOVE BL-PAYER-NUMBER (WS-BL-SUB) TO WS-LAST-PAYER-NUMBER.
119300     MOVE BL-SR-SUB (WS-BL-SUB)       TO WS-SR-SUB.
119400     PERFORM 4500-FIND-RATE THRU 4500-EXIT.
119500     MOVE BL-PAYER-NUMBER (WS-BL-SUB) TO WS-D-PAYER-NUMBER.
119600     MOVE BL-ACTIVITY-TYPE (WS-BL-SUB) TO WS-D-ACTIVITY-TYPE.
119700     MOVE WS-LINE-DESCRIPTION         TO WS-D-DESCRIPTION.
119800     MOVE BL-QUANTITY (WS-BL-SUB)     TO WS-D-QUANTITY.
119900     MOVE SR-PROGRAM-ID (WS-SR-SUB)   TO WS-D-SOURCE-PROGRAM.
120000     MOVE SR-PARTITION-ID (WS-SR-SUB) TO WS-D-PARTITION-ID.
120100     MOVE SR-OPEN-DATE (WS-SR-SUB)    TO WS-D-RUN-DATE.
120200     MOVE SR-OPEN-TIME (WS-SR-SUB)    TO WS-D-RUN-TIME.
120300     ADD BL-QUANTITY (WS-BL-SUB)      TO WS-PAYER-QUANTITY.
120400     IF WS-CLIENT-RA-SUB = ZERO AND WS-STANDARD-RA-SUB = ZERO
120500         ADD 1 TO WS-UNPRICED-COUNT
120600         MOVE ZERO                    TO WS-D-UNIT-RATE
120700                                         WS-D-AMOUNT
120800         MOVE '*** NO RATE'           TO WS-D-NOTE
120900         WRITE INVOICE-RPT-LINE FROM WS-DETAIL-LINE
121000         GO TO 4100-EXIT
121100     END-IF.
121200     COMPUTE WS-LINE-AMOUNT ROUNDED =
121300         BL-QUANTITY (WS-BL-SUB) * WS-LINE-RATE.
121400     MOVE WS-LINE-RATE                TO WS-D-UNIT-RATE.
121500     MOVE WS-LINE-AMOUNT              TO WS-D-AMOUNT.
121600     IF WS-CLIENT-RA-SUB NOT = ZERO
121700         MOVE 'CLIENT RATE'           TO WS-D-NOTE
121800     ELSE
121900         MOVE 'STANDARD'              TO WS-D-NOTE
122000     END-IF.
122100     WRITE INVOICE-RPT-LINE FROM WS-DETAIL-LINE.
122200     ADD WS-LINE-AMOUNT               TO WS-PAYER-AMOUNT.
122300     PERFORM 4600-WRITE-BILLING THRU 4600-EXIT.
122400 4100-EXIT.
122500     EXIT.
122600*---------------------------------------------------------------*
122700*    4200-START-CLIENT                                          *
122800*---------------------------------------------------------------*
122900 4200-START-CLIENT.
123000     MOVE BL-OWNER-USER (WS-BL-SUB)   TO WS-LAST-OWNER-USER
123100                                         WS-I-OWNER-USER.
123200     MOVE ZERO                        TO WS-CLIENT-QUANTITY
123300                                         WS-CLIENT-AMOUNT
123400                                         WS-PAYER-QUANTITY
123500                                         WS-PAYER-AMOUNT.
123600     MOVE SPACES                      TO INVOICE-RPT-LINE.
123700     WRITE INVOICE-RPT-LINE.
123800     WRITE INVOICE-RPT-LINE FROM WS-CLIENT-LINE.
123900     WRITE INVOICE-RPT-LINE FROM WS-COLUMN-LINE.
124000 4200-EXIT.
124100     EXIT.
124200*---------------------------------------------------------------*
124300*    4300-PAYER-TOTAL                                           *
124400*---------------------------------------------------------------*
124500 4300-PAYER-TOTAL.
124600     MOVE WS-LAST-PAYER-NUMBER        TO WS-P-PAYER-NUMBER.
124700     MOVE WS-PAYER-QUANTITY           TO WS-P-QUANTITY.
124800     MOVE WS-PAYER-AMOUNT             TO WS-P-AMOUNT.
124900     WRITE INVOICE-RPT-LINE FROM WS-PAYER-TOTAL-LINE.
125000     ADD WS-PAYER-QUANTITY            TO WS-CLIENT-QUANTITY.
125100     ADD WS-PAYER-AMOUNT              TO WS-CLIENT-AMOUNT.
125200     MOVE ZERO                        TO WS-PAYER-QUANTITY
125300                                         WS-PAYER-AMOUNT.
125400 4300-EXIT.
125500     EXIT.
125600*---------------------------------------------------------------*
125700*    4400-CLIENT-TOTAL                                          *
125800*---------------------------------------------------------------*
125900 4400-CLIENT-TOTAL.
126000     MOVE WS-CLIENT-QUANTITY          TO WS-L-QUANTITY.
126100     MOVE WS-CLIENT-AMOUNT            TO WS-L-AMOUNT.
126200     WRITE INVOICE-RPT-LINE FROM WS-CLIENT-TOTAL-LINE.
126300     ADD WS-CLIENT-AMOUNT             TO WS-GRAND-AMOUNT.
126400 4400-EXIT.
126500     EXIT.
126600*---------------------------------------------------------------*
126700*    4500-FIND-RATE -- THE CLIENT'S OWN CARD FOR THE ACTIVITY   *
126800*    WINS OVER THE STANDARD CARD.  THE CARD'S DESCRIPTION, OR   *
126900*    THE ACTIVITY NAME WHEN IT IS BLANK, GOES ON THE INVOICE.   *
127000*---------------------------------------------------------------*
127100 4500-FIND-RATE.
127200     MOVE ZERO TO WS-CLIENT-RA-SUB
127300                  WS-STANDARD-RA-SUB
127400                  WS-LINE-RATE.
127500     MOVE SPACES                      TO WS-LINE-DESCRIPTION.
127600     PERFORM 4510-SCAN-RATE THRU 4510-EXIT
127700         VARYING WS-RA-SUB FROM 1 BY 1
127800             UNTIL WS-RA-SUB > WS-RATE-COUNT.
127900     IF WS-CLIENT-RA-SUB NOT = ZERO
128000         MOVE WS-CLIENT-RA-SUB        TO WS-RA-SUB
128100     ELSE
128200         MOVE WS-STANDARD-RA-SUB      TO WS-RA-SUB
128300     END-IF.
128400     IF WS-RA-SUB NOT = ZERO
128500         MOVE RA-UNIT-RATE (WS-RA-SUB) TO WS-LINE-RATE
128600         MOVE RA-DESCRIPTION (WS-RA-SUB) TO WS-LINE-DESCRIPTION
128700     END-IF.
128800     IF WS-LINE-DESCRIPTION = SPACES
128900         PERFORM 4520-SCAN-NAME THRU 4520-EXIT
129000             VARYING WS-AN-SUB FROM 1 BY 1 UNTIL WS-AN-SUB > 10
129100     END-IF.
129200 4500-EXIT.
129300     EXIT.
129400*---------------------------------------------------------------*
129500*    4510-SCAN-RATE                                             *
129600*---------------------------------------------------------------*
129700 4510-SCAN-RATE.
129800     IF RA-ACTIVITY-TYPE (WS-RA-SUB)
129900             NOT = BL-ACTIVITY-TYPE (WS-BL-SUB)
130000         GO TO 4510-EXIT
130100     END-IF.
130200     IF RA-OWNER-USER (WS-RA-SUB) = BL-OWNER-USER (WS-BL-SUB)
130300         MOVE WS-RA-SUB               TO WS-CLIENT-RA-SUB
130400     END-IF.
130500     IF RA-OWNER-USER (WS-RA-SUB) = SPACES
130600         MOVE WS-RA-SUB               TO WS-STANDARD-RA-SUB
130700     END-IF.
130800 4510-EXIT.
130900     EXIT.
131000*---------------------------------------------------------------*
131100*    4520-SCAN-NAME                                             *
131200*---------------------------------------------------------------*
131300 4520-SCAN-NAME.
131400     IF AN-ACTIVITY-TYPE (WS-AN-SUB)
131500             = BL-ACTIVITY-TYPE (WS-BL-SUB)
131600         MOVE AN-DESCRIPTION (WS-AN-SUB) TO WS-LINE-DESCRIPTION
131700         MOVE 10 TO WS-AN-SUB
131800     END-IF.
131900 4520-EXIT.
132000     EXIT.
132100*---------------------------------------------------------------*
132200*    4600-WRITE-BILLING -- ONE BILLING DETAIL RECORD PER PRICED *
132300*    INVOICE LINE, CARRYING THE RUN THAT PRODUCED IT.           *
132400*---------------------------------------------------------------*
132500 4600-WRITE-BILLING.
132600     MOVE SPACES TO EQC861P75.
132700     SET AR-DETAIL-RECORD TO TRUE.
132800     MOVE BL-OWNER-USER (WS-BL-SUB)   TO AR-OWNER-USER.
132900     MOVE BL-PAYER-NUMBER (WS-BL-SUB) TO AR-PAYER-NUMBER.
133000     MOVE PARM-TAX-YEAR               TO AR-TAX-YEAR.
133100     MOVE BL-ACTIVITY-TYPE (WS-BL-SUB) TO AR-ACTIVITY-TYPE.
133200     MOVE WS-LINE-DESCRIPTION         TO AR-ACTIVITY-DESCRIPTION.
133300     MOVE BL-QUANTITY (WS-BL-SUB)     TO AR-QUANTITY.
133400     MOVE WS-LINE-RATE                TO AR-UNIT-RATE.
133500     MOVE WS-LINE-AMOUNT              TO AR-AMOUNT.
133600     IF WS-CLIENT-RA-SUB NOT = ZERO
133700         SET AR-CLIENT-RATE TO TRUE
133800     ELSE
133900         SET AR-STANDARD-RATE TO TRUE
134000     END-IF.
134100     MOVE SR-PROGRAM-ID (WS-SR-SUB)   TO AR-SOURCE-PROGRAM.
134200     MOVE SR-OPEN-DATE (WS-SR-SUB)    TO AR-SOURCE-RUN-DATE.
134300     MOVE SR-OPEN-TIME (WS-SR-SUB)    TO AR-SOURCE-RUN-TIME.
134400     MOVE SR-PARTITION-ID (WS-SR-SUB) TO AR-SOURCE-PARTITION-ID.
134500     MOVE WS-BILLING-DATE             TO AR-BILLING-DATE.
134600     MOVE WS-BILLING-TIME             TO AR-BILLING-TIME.
134700     WRITE EQC861P75.
134800     ADD 1 TO WS-AR-DETAIL-COUNT.
134900 4600-EXIT.
135000     EXIT.
135100*---------------------------------------------------------------*
135200*    5000-PRINT-TIE-BACK -- EACH RUN CHARGED ON THIS BILLING,   *
135300*    AND EACH RUN CLOSED FOR THE TAX YEAR, BESIDE THE RECORDS   *
135400*    WRITTEN ON ITS RUN-CONTROL CLOSE ENTRY.                    *
135600*---------------------------------------------------------------*
135700 5000-PRINT-TIE-BACK.
135800     MOVE SPACES                      TO INVOICE-RPT-LINE.
135900     WRITE INVOICE-RPT-LINE.
136000     MOVE 'RUN-CONTROL TIE-BACK'      TO WS-S-CAPTION.
136100     WRITE INVOICE-RPT-LINE FROM WS-SECTION-LINE.
136200     WRITE INVOICE-RPT-LINE FROM WS-TIE-COLUMN-LINE.
136300     PERFORM 5100-PRINT-RUN THRU 5100-EXIT
136400         VARYING WS-SR-SUB FROM 1 BY 1
136500             UNTIL WS-SR-SUB > WS-RUN-COUNT.
136600 5000-EXIT.
136700     EXIT.
136800*---------------------------------------------------------------*
136900*    5100-PRINT-RUN                                             *
137000*---------------------------------------------------------------*
137100 5100-PRINT-RUN.
138000     IF NOT SR-HAS-SEASON-ACTIVITY (WS-SR-SUB)
138100             AND SR-TAX-YEAR (WS-SR-SUB) NOT = PARM-TAX-YEAR
138200         GO TO 5100-EXIT
138300     END-IF.
138400     MOVE SR-PROGRAM-ID (WS-SR-SUB)   TO WS-R-PROGRAM-ID.
138500     MOVE SR-PARTITION-ID (WS-SR-SUB) TO WS-R-PARTITION-ID.
138600     MOVE SR-OPEN-DATE (WS-SR-SUB)    TO WS-R-OPEN-DATE.
138700     MOVE SR-OPEN-TIME (WS-SR-SUB)    TO WS-R-OPEN-TIME.
138800     MOVE SR-RECORDS-WRITTEN (WS-SR-SUB) TO WS-R-RECORDS-WRITTEN.
138900     MOVE SR-TIE-UNITS (WS-SR-SUB)    TO WS-R-TIE-UNITS.
139000     IF NOT SR-CLOSED (WS-SR-SUB)
139100         MOVE SPACES                  TO WS-R-CLOSE-DATE
139200                                         WS-R-CLOSE-TIME
139300         MOVE 'NO CLOSE ENTRY'        TO WS-R-STATUS
139400         ADD 1 TO WS-NO-CLOSE-COUNT
139500     ELSE
139600         MOVE SR-CLOSE-DATE (WS-SR-SUB) TO WS-R-CLOSE-DATE
139700         MOVE SR-CLOSE-TIME (WS-SR-SUB) TO WS-R-CLOSE-TIME
139800         IF SR-TIE-UNITS (WS-SR-SUB)
139900                 = SR-RECORDS-WRITTEN (WS-SR-SUB)
140000             MOVE 'TIES'              TO WS-R-STATUS
140100         ELSE
140200             MOVE '*** DIFFERS'       TO WS-R-STATUS
140300             ADD 1 TO WS-DIFFERS-COUNT
140400         END-IF
140500     END-IF.
140600     WRITE INVOICE-RPT-LINE FROM WS-TIE-LINE.
140700 5100-EXIT.
140800     EXIT.
140900*---------------------------------------------------------------*
141000*    7100-READ-RATE                                             *
141100*---------------------------------------------------------------*
141200 7100-READ-RATE.
141300     READ RATE-TABLE-FILE
141400         AT END
141500             SET END-OF-RATE-TABLE TO TRUE
141600     END-READ.
141700 7100-EXIT.
141800     EXIT.
141900*---------------------------------------------------------------*
142000*    7200-READ-ROUTING                                          *
142100*---------------------------------------------------------------*
142200 7200-READ-ROUTING.
142300     READ ROUTING-INDEX-FILE
142400         AT END
142500             SET END-OF-ROUTING-INDEX TO TRUE
142600     END-READ.
142700 7200-EXIT.
142800     EXIT.
142900*---------------------------------------------------------------*
143000*    7300-READ-SUBMISSION                                       *
143100*---------------------------------------------------------------*
143200 7300-READ-SUBMISSION.
143300     READ SUBMISSION-LOG
143400         AT END
143500             SET END-OF-SUBMISSION-LOG TO TRUE
143600     END-READ.
143700 7300-EXIT.
143800     EXIT.
144900*---------------------------------------------------------------*
145000*    7500-READ-JOURNAL                                          *
145100*---------------------------------------------------------------*
145200 7500-READ-JOURNAL.
145300     READ UPDATE-JOURNAL
145400         AT END
145500             SET END-OF-UPDATE-JOURNAL TO TRUE
145600     END-READ.
145700 7500-EXIT.
145800     EXIT.
146900*---------------------------------------------------------------*
147000*    8000-FINISH -- TIE-OUT MESSAGE, TOTALS AND THE BILLING     *
147100*    FILE TRAILER.                                              *
147200*---------------------------------------------------------------*
147300 8000-FINISH.
147400     MOVE SPACES                      TO INVOICE-RPT-LINE.
147500     WRITE INVOICE-RPT-LINE.
147600     COMPUTE WS-EXCEPTION-COUNT = WS-UNBILLED-COUNT
147700                                + WS-DIFFERS-COUNT
147800                                + WS-UNPRICED-COUNT.
147900     IF WS-EXCEPTION-COUNT = ZERO
148000         MOVE 'BILLING TIES TO THE RUN-CONTROL COUNTS'
148100                                      TO WS-B-MESSAGE
148200     ELSE
148300         MOVE '*** BILLING DOES NOT TIE -- DO NOT SEND TO AR'
148400                                      TO WS-B-MESSAGE
148500         MOVE 8 TO RETURN-CODE
148600     END-IF.
148700     WRITE INVOICE-RPT-LINE FROM WS-BALANCE-LINE.
148800     MOVE SPACES                      TO INVOICE-RPT-LINE.
148900     WRITE INVOICE-RPT-LINE.
149000     MOVE 'ROUTING/ACTIVITY INDEX READ --- ' TO WS-T-CAPTION.
149100     MOVE WS-ROUTE-READ-COUNT         TO WS-T-COUNT.
149200     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
149300     MOVE 'FILING LOG ENTRIES READ ------- ' TO WS-T-CAPTION.
149400     MOVE WS-SUBMIT-READ-COUNT        TO WS-T-COUNT.
149500     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
149900     MOVE 'UPDATE JOURNAL RECORDS READ --- ' TO WS-T-CAPTION.
150000     MOVE WS-JRNL-READ-COUNT          TO WS-T-COUNT.
150100     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
150500     MOVE 'OTHER TAX YEAR - NOT BILLED --- ' TO WS-T-CAPTION.
150600     MOVE WS-OTHER-YEAR-COUNT         TO WS-T-COUNT.
150700     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
150800     MOVE 'ACTIVITY RECORDS NOT BILLED --- ' TO WS-T-CAPTION.
150900     MOVE WS-UNBILLED-COUNT           TO WS-T-COUNT.
151000     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
151100     MOVE 'RATE CARDS REJECTED ----------- ' TO WS-T-CAPTION.
151200     MOVE WS-CARD-REJECT-COUNT        TO WS-T-COUNT.
151300     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
151400     MOVE 'INVOICE LINES ----------------- ' TO WS-T-CAPTION.
151500     MOVE WS-LINE-COUNT               TO WS-T-COUNT.
151600     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
151700     MOVE 'INVOICE LINES WITH NO RATE ---- ' TO WS-T-CAPTION.
151800     MOVE WS-UNPRICED-COUNT           TO WS-T-COUNT.
151900     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
152000     MOVE 'BILLING RECORDS WRITTEN ------- ' TO WS-T-CAPTION.
152100     MOVE WS-AR-DETAIL-COUNT          TO WS-T-COUNT.
152200     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
152300     MOVE 'RUNS THAT DO NOT TIE ---------- ' TO WS-T-CAPTION.
152400     MOVE WS-DIFFERS-COUNT            TO WS-T-COUNT.
152500     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
152600     MOVE 'RUNS WITH NO CLOSE ENTRY ------ ' TO WS-T-CAPTION.
152700     MOVE WS-NO-CLOSE-COUNT           TO WS-T-COUNT.
152800     WRITE INVOICE-RPT-LINE FROM WS-TOTAL-LINE.
152900     MOVE WS-GRAND-AMOUNT             TO WS-A-AMOUNT.
153000     WRITE INVOICE-RPT-LINE FROM WS-AMOUNT-LINE.
153100     MOVE SPACES TO EQC861P75.
153200     SET AR-TRAILER-RECORD TO TRUE.
153300     MOVE PARM-TAX-YEAR               TO AR-T-TAX-YEAR.
153400     MOVE WS-BILLING-DATE             TO AR-T-BILLING-DATE.
153500     MOVE WS-BILLING-TIME             TO AR-T-BILLING-TIME.
153600     MOVE WS-AR-DETAIL-COUNT          TO AR-T-RECORD-COUNT.
153700     MOVE WS-GRAND-AMOUNT             TO AR-T-TOTAL-AMOUNT.
153800     WRITE EQC861P75.
153900     CLOSE ROUTING-INDEX-FILE SUBMISSION-LOG UPDATE-JOURNAL
154000           AR-BILLING-FILE INVOICE-RPT.
154100     COMPUTE WS-RC-RECORDS-READ = WS-ROUTE-READ-COUNT
154200                                + WS-SUBMIT-READ-COUNT
154300                                + WS-JRNL-READ-COUNT.
154700     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
154800     CLOSE RUN-CONTROL-FILE.
154900 8000-EXIT.
155000     EXIT.
155100*---------------------------------------------------------------*
155200*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN.     *
155300*---------------------------------------------------------------*
155400 9000-WRITE-RUN-OPEN.
155500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
155600     ACCEPT WS-RUN-TIME FROM TIME.
155700     MOVE SPACES TO EQC861P22.
155800     INITIALIZE EQC861P22.
155900     MOVE 'EQC861P70'                 TO RC-PROGRAM-ID.
156000     SET RC-OPEN-ENTRY TO TRUE.
156100     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
156200     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
156300     SET RC-STEP-STARTED TO TRUE.
156400     IF GATE-OVERRIDDEN
156500         SET RC-GATE-OVERRIDDEN TO TRUE
156600     END-IF.
156700     WRITE EQC861P22.
156800 9000-EXIT.
156900     EXIT.
157000*---------------------------------------------------------------*
157100*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE.   *
157200*    RECORDS WRITTEN IS THE BILLING DETAIL COUNT; EXCEPTIONS    *
157300*    ARE THE RECORDS NOT BILLED, THE RUNS THAT DO NOT TIE AND   *
157400*    THE LINES WITH NO RATE.  A YEAR IS ONLY TREATED AS BILLED  *
157500*    ONCE A RUN CLOSES WITH NO EXCEPTIONS.                      *
157600*---------------------------------------------------------------*
157700 9100-WRITE-RUN-CLOSE.
157800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
157900     ACCEPT WS-RUN-TIME FROM TIME.
158000     MOVE SPACES TO EQC861P22.
158100     INITIALIZE EQC861P22.
158200     MOVE 'EQC861P70'                 TO RC-PROGRAM-ID.
158300     SET RC-CLOSE-ENTRY TO TRUE.
158400     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
158500     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
158600     MOVE PARM-TAX-YEAR               TO RC-TAX-YEAR.
158700     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
158800     MOVE WS-AR-DETAIL-COUNT          TO RC-RECORDS-WRITTEN.
158900     MOVE WS-EXCEPTION-COUNT          TO RC-EXCEPTION-COUNT.
159000     SET RC-STEP-COMPLETED TO TRUE.
159100     WRITE EQC861P22.
159200 9100-EXIT.
159300     EXIT.
159400*---------------------------------------------------------------*
159500*    9999-EXIT -- COMMON PROGRAM EXIT                            *
159600*---------------------------------------------------------------*
159700 9999-EXIT.
159800     STOP RUN.
