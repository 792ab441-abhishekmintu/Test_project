000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P63.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    AGENT COMMISSION ROLL-UP TO FORM 1099-NEC FOR THE EQC861 TAX
000900*    FORM SYSTEM.
001000*
001100*    THE OWNER FEEDS SEND EACH COMMISSION PAYMENT AS A 1099-NEC
001200*    'B' RECORD IN THE EQC861P3 LAYOUT, KEYED BY AGENT-KEY
001300*    (SUPER-AGENT-CODE, GA-NUMBER / GA-BRANCH AND WRITING-AGENT-
001400*    NUMBER) AND CARRYING THE WRITING AGENT'S NAME, ADDRESS AND
001500*    TIN.  THIS STEP ADDS THE PAYMENTS FOR EACH WRITING AGENT
001600*    WITHIN GENERAL AGENT AND BRANCH ACROSS ALL OWNERS INTO ONE
001700*    FORM, FILED UNDER THE COMMISSION PAYER NAMED ON THE PARM
001800*    CARD.
001900*
002000*    THE REPORTING THRESHOLD IS APPLIED TO THE AGENT'S COMBINED
002100*    BOXES, NOT TO EACH PAYMENT, USING THE SAME THRESHOLD CARDS
002200*    (COPYBOOK EQC861P53, FORM TYPE 9N) AND THE SAME RULES AS
002300*    THE THRESHOLD SCREEN (EQC861P51):  AN AGENT WITH FEDERAL
002400*    WITHHOLDING IN BOX 4, OR WHOSE PAYMENTS CARRY THE BACKUP-
002500*    WITHHOLDING FLAG, ALWAYS GETS A FORM.  AN AGENT UNDER THE
002600*    THRESHOLD GETS NO FORM AND IS LISTED AS SUCH.
002700*
002800*    RUNS AGAINST THE SORTED TAX FORM FILE AHEAD OF THE
002900*    THRESHOLD SCREEN (EQC861P51), THE TIN EDIT (EQC861P14) AND
003000*    THE BALANCE (EQC861P5); ITS OUTPUT TAKES THE PLACE OF THE
003100*    TAX FORM FILE FOR THE REST OF THE SEASON RUN.  EVERY RECORD
003200*    IS COPIED AS IT IS, EXCEPT THAT:
003300*      - THE COMMISSION PAYER'S ORIGINAL 1099-NEC 'A' RECORD HAS
003400*        THE AGENT FORMS' BOXES, PAYEE AND PARTICIPANT COUNTS
003500*        ADDED TO ITS CONTROL TOTALS, SO EQC861P5 STILL
003600*        BALANCES, AND AN AMOUNT INDICATOR FOR EVERY BOX THEY
003700*        USE; AND
003800*      - THE AGENT FORMS FOLLOW THE LAST RECORD OF THAT PAYER
003900*        GROUP.  EACH IS MARKED WITH AGENT-ROLLUP-IND.
004000*    THE FILE IS READ TWICE.  THE FIRST PASS FINDS THE PAYER'S
004100*    'A' RECORD; THE RUN IS REFUSED WITH RETURN CODE 8 WHEN IT
004200*    IS NOT THERE, OR WHEN ITS GROUP ALREADY HOLDS AGENT FORMS
004300*    FROM AN EARLIER RUN.
004400*
004500*    A COMMISSION RECORD IS REJECTED AND LISTED WHEN IT IS NOT
004600*    AN ORIGINAL 1099-NEC 'B' RECORD FOR THE TAX YEAR, HAS NO
004700*    GA-NUMBER OR WRITING-AGENT-NUMBER, HAS A NON-NUMERIC
004800*    AMOUNT BOX, CARRIES A DIFFERENT TIN FROM THE AGENT'S FIRST
004900*    PAYMENT, OR DOES NOT FIT IN THE AGENT OR PAYMENT TABLE.
005000*
005100*    THE DISTRIBUTION REPORT RUNS IN SUPER-AGENT-CODE / GA-
005200*    NUMBER / GA-BRANCH / WRITING-AGENT-NUMBER ORDER.  EACH
005300*    AGENT IS SHOWN WITH ITS COMBINED BOXES AND WHAT WAS FILED,
005400*    FOLLOWED BY THE PAYMENTS BY OWNER-USER THAT MAKE IT UP,
005500*    WITH TOTALS BY BRANCH, GENERAL AGENT AND SUPER AGENT, SO A
005600*    GENERAL AGENCY CAN RECONCILE ITS COMMISSION STATEMENTS TO
005700*    THE FORMS FILED FOR ITS WRITING AGENTS.
005800*
005900*    PARM CARD:  COLUMNS 1-4   TAX YEAR
006000*                COLUMNS 5-10  COMMISSION PAYER OWNER-USER
006100*                COLUMNS 11-13 COMMISSION PAYER PAYER-NUMBER
006200*
006300*    MODIFICATION HISTORY
006400*    --------------------
006500*    DATE       INIT      DESCRIPTION
006600*    10/15/2026 CT08841   ORIGINAL PROGRAM.
006602*    10/15/2026 CT08841   LIST THRESHOLD CARDS FOR OTHER FORMS
006604*                         AS NOT USED ON THE REPORT.
006700******************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER.    IBM-370.
007100 OBJECT-COMPUTER.    IBM-370.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT PARM-CARD         ASSIGN TO SYSIN
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT THRESHOLD-FILE    ASSIGN TO THRSHTBL
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT COMMISSION-FILE   ASSIGN TO COMMIN
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT TAX-FORM-FILE     ASSIGN TO TAXFORM
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT ROLLUP-FILE       ASSIGN TO TAXAGNT
008300         ORGANIZATION IS SEQUENTIAL.
008400     SELECT AGENT-RPT         ASSIGN TO AGNTRPT
008500         ORGANIZATION IS SEQUENTIAL.
008600     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
008700         ORGANIZATION IS SEQUENTIAL.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  PARM-CARD
009100     LABEL RECORDS ARE OMITTED.
009200 01  PARM-RECORD.
009300     05  PARM-TAX-YEAR                PIC 9(04).
009400     05  PARM-OWNER-USER              PIC X(06).
009500     05  PARM-PAYER-NUMBER            PIC 9(03).
009600     05  FILLER                       PIC X(67).
009700 FD  THRESHOLD-FILE
009800     LABEL RECORDS ARE OMITTED.
009900     COPY EQC861P53.
010000 FD  COMMISSION-FILE
010100     LABEL RECORDS ARE STANDARD.
010200*    MIRROR OF THE EQC861P3 LAYOUT -- THE COPYBOOK IS ALREADY
010300*    EXPANDED UNDER TAX-FORM-FILE, SO ONLY THE TERMS THIS STEP
010400*    TESTS ON A COMMISSION PAYMENT ARE NAMED HERE.
010500 01  COMMISSION-RECORD.
010600     05  CM-RECORD-ID                 PIC 9(03)   COMP-3.
010700         88  CM-TAX-FORM-RECORD           VALUE 861.
010800     05  CM-TAX-YEAR                  PIC 9(04).
010900     05  CM-FORM-TYPE                 PIC X(02).
011000         88  CM-FORM-1099-NEC             VALUE '9N'.
011100     05  FILLER                       PIC X(02).
011200     05  CM-OWNER-USER                PIC X(06).
011300     05  CM-PAYER-NUMBER              PIC 9(03)   COMP-3.
011400     05  CM-CORRECTION-FLAG           PIC X(01).
011500     05  CM-RECORD-TYPE               PIC X(01).
011600         88  CM-PAYEE-RECORD              VALUE 'B'.
011700     05  FILLER                       PIC X(05).
011800     05  CM-AGENT-KEY.
011900         10  CM-AGENT-ID.
012000             15  CM-SUPER-AGENT-CODE  PIC X(02).
012100             15  CM-GA-NUMBER         PIC X(07).
012200             15  CM-GA-BRANCH         PIC X(03).
012300             15  CM-WRITING-AGENT-NUMBER
012400                                      PIC X(07).
012500         10  FILLER                   PIC X(05).
012600     05  FILLER                       PIC X(21).
012700     05  CM-NAME-1                    PIC X(40).
012800     05  FILLER                       PIC X(264).
012900     05  CM-PAYEE-TIN                 PIC 9(09)   COMP-3.
013000     05  FILLER                       PIC X(01).
013100     05  CM-BACKUP-WITHHOLDING-FLAG   PIC X(01).
013200         88  CM-SUBJECT-TO-BACKUP-WH      VALUE 'B'.
013300     05  FILLER                       PIC X(12).
013400     05  CM-AMOUNT OCCURS 12 TIMES    PIC 9(16)V99 COMP-3.
013500     05  FILLER                       PIC X(87).
013600 FD  TAX-FORM-FILE
013700     LABEL RECORDS ARE STANDARD.
013800     COPY EQC861P4.
013900 FD  ROLLUP-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 01  ROLLUP-RECORD                    PIC X(600).
014200 FD  AGENT-RPT
014300     LABEL RECORDS ARE STANDARD
014400     RECORDING MODE IS F.
014500 01  AGENT-RPT-LINE                   PIC X(132).
014600 FD  RUN-CONTROL-FILE
014700     LABEL RECORDS ARE STANDARD
014800     RECORDING MODE IS F.
014900     COPY EQC861P23.
015000 WORKING-STORAGE SECTION.
015100*---------------------------------------------------------------*
015200*    SWITCHES                                                   *
015300*---------------------------------------------------------------*
015400 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
015500     88  END-OF-TAX-FORM-FILE             VALUE 'Y'.
015600 77  WS-COMM-EOF-SW                   PIC X(01)   VALUE 'N'.
015700     88  END-OF-COMMISSION-FILE           VALUE 'Y'.
015800 77  WS-THR-EOF-SW                    PIC X(01)   VALUE 'N'.
015900     88  END-OF-THRESHOLD-FILE            VALUE 'Y'.
016000 77  WS-PASS-SW                       PIC X(01)   VALUE '1'.
016100     88  FIRST-PASS                       VALUE '1'.
016200     88  SECOND-PASS                      VALUE '2'.
016300 77  WS-PAYER-FOUND-SW                PIC X(01)   VALUE 'N'.
016400     88  COMMISSION-PAYER-FOUND           VALUE 'Y'.
016500 77  WS-IN-GROUP-SW                   PIC X(01)   VALUE 'N'.
016600     88  IN-COMMISSION-PAYER-GROUP        VALUE 'Y'.
016700 77  WS-AGENT-FOUND-SW                PIC X(01)   VALUE 'N'.
016800     88  AGENT-ENTRY-FOUND                VALUE 'Y'.
016900 77  WS-NUMERIC-SW                    PIC X(01)   VALUE 'Y'.
017000     88  AMOUNTS-NUMERIC                  VALUE 'Y'.
017100 77  WS-LISTED-SW                     PIC X(01)   VALUE 'N'.
017200     88  FORM-HAS-THRESHOLDS              VALUE 'Y'.
017300 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
017400     88  BOX-HAS-THRESHOLD                VALUE 'Y'.
017500 77  WS-UNDER-SW                      PIC X(01)   VALUE 'Y'.
017600     88  ALL-BOXES-UNDER                  VALUE 'Y'.
017700*---------------------------------------------------------------*
017800*    WORK AREAS                                                 *
017900*---------------------------------------------------------------*
018000 77  WS-BOX-SUB                       PIC 9(02)   COMP.
018100 77  WS-THR-SUB                       PIC 9(03)   COMP.
018200 77  WS-AG-SUB                        PIC 9(04)   COMP.
018300 77  WS-OR-SUB                        PIC 9(04)   COMP.
018400 77  WS-INSERT-SUB                    PIC 9(04)   COMP.
018500 77  WS-PM-SUB                        PIC 9(05)   COMP.
018600 77  WS-LAST-PM-SUB                   PIC 9(05)   COMP.
018700 77  WS-FED-WH-BOX                    PIC 9(02)   COMP VALUE 4.
018800 77  WS-MINIMUM-AMOUNT                PIC 9(07)V99 COMP-3.
018900 77  WS-AGENT-DOLLARS                 PIC 9(16)V99 COMP-3.
019000 77  WS-REJECT-REASON                 PIC X(30).
019100 77  WS-PAYER-TAPE-NUMBER             PIC 9(03)   COMP-3.
019200 77  WS-PAYER-FED-ID                  PIC 9(09)   COMP-3.
019300 77  WS-COMM-READ-COUNT               PIC 9(07)   COMP-3
019400                                          VALUE ZERO.
019500 77  WS-COMM-REJECT-COUNT             PIC 9(07)   COMP-3
019600                                          VALUE ZERO.
019700 77  WS-PRIOR-ROLLUP-COUNT            PIC 9(07)   COMP-3
019800                                          VALUE ZERO.
019900 77  WS-FILED-COUNT                   PIC 9(07)   COMP-3
020000                                          VALUE ZERO.
020100 77  WS-SCREENED-COUNT                PIC 9(07)   COMP-3
020200                                          VALUE ZERO.
020300 77  WS-KEPT-WH-COUNT                 PIC 9(07)   COMP-3
020400                                          VALUE ZERO.
020500 77  WS-KEPT-BWH-COUNT                PIC 9(07)   COMP-3
020600                                          VALUE ZERO.
020700 77  WS-CARD-REJECT-COUNT             PIC 9(07)   COMP-3
020800                                          VALUE ZERO.
020900 77  WS-WRITTEN-COUNT                 PIC 9(09)   COMP-3
021000                                          VALUE ZERO.
021100 77  WS-BOX-CODES                     PIC X(12)
021200                                          VALUE '123456789ABC'.
021300 01  WS-NEXT-RECORD                   PIC X(600).
021400*---------------------------------------------------------------*
021500*    WHAT THE AGENT FORMS ADD TO THE COMMISSION PAYER'S 'A'     *
021600*    RECORD.                                                    *
021700*---------------------------------------------------------------*
021800 01  WS-PAYER-ADDITIONS.
021900     05  WS-ADD-AMOUNT OCCURS 12 TIMES
022000                                      PIC 9(16)V99 COMP-3.
022100     05  WS-ADD-PAYEES                PIC 9(07)   COMP-3.
022200     05  WS-ADD-PARTICIPANTS          PIC 9(07)   COMP-3.
022300*---------------------------------------------------------------*
022400*    THRESHOLD TABLE -- LOADED FROM THE THRESHOLD CARDS.        *
022500*---------------------------------------------------------------*
022600 01  WS-THRESHOLD-TABLE.
022700     05  WS-THRESHOLD-COUNT           PIC 9(03)   COMP VALUE ZERO.
022800     05  WS-THRESHOLD-ENTRY OCCURS 100 TIMES.
022900         10  TQ-FORM-TYPE             PIC X(02).
023000         10  TQ-BOX-NUMBER            PIC 9(02).
023100         10  TQ-MINIMUM-AMOUNT        PIC 9(07)V99 COMP-3.
023200*---------------------------------------------------------------*
023300*    AGENT TABLE -- ONE ENTRY PER WRITING AGENT, HOLDING THE    *
023400*    COMBINED BOXES AND, ONCE BUILT, THE AGENT'S FORM.  THE     *
023500*    FIRST PAYMENT SUPPLIES THE NAME, ADDRESS AND TIN.          *
023600*---------------------------------------------------------------*
023700 01  WS-AGENT-TABLE.
023800     05  WS-AGENT-COUNT               PIC 9(04)   COMP VALUE ZERO.
023900     05  AG-ENTRY OCCURS 3000 TIMES.
024000         10  AG-AGENT-ID              PIC X(19).
024100         10  AG-PAYEE-TIN             PIC 9(09)   COMP-3.
024200         10  AG-FIRST-PAYMENT         PIC 9(05)   COMP.
024300         10  AG-LAST-PAYMENT          PIC 9(05)   COMP.
024400         10  AG-PAYMENT-COUNT         PIC 9(05)   COMP-3.
024500         10  AG-BACKUP-WH-SW          PIC X(01).
024600             88  AG-BACKUP-WH             VALUE 'Y'.
024700         10  AG-RESULT                PIC X(01).
024800             88  AG-FORM-FILED            VALUE 'F'.
024900             88  AG-SCREENED-OUT          VALUE 'S'.
025000             88  AG-KEPT-FOR-WITHHOLDING  VALUE 'W'.
025100             88  AG-KEPT-FOR-BACKUP-WH    VALUE 'B'.
025200         10  AG-AMOUNT OCCURS 12 TIMES
025300                                      PIC 9(16)V99 COMP-3.
025400         10  AG-RECORD                PIC X(600).
025500*---------------------------------------------------------------*
025600*    AGENT ORDER -- AGENT TABLE SUBSCRIPTS IN AGENT-KEY ORDER.  *
025700*---------------------------------------------------------------*
025800 01  WS-ORDER-TABLE.
025900     05  OR-AGENT-SUB OCCURS 3000 TIMES
026000                                      PIC 9(04)   COMP.
026100*---------------------------------------------------------------*
026200*    PAYMENT TABLE -- EACH ACCEPTED COMMISSION PAYMENT, CHAINED *
026300*    TO THE NEXT PAYMENT FOR THE SAME AGENT.                    *
026400*---------------------------------------------------------------*
026500 01  WS-PAYMENT-TABLE.
026600     05  WS-PAYMENT-COUNT             PIC 9(05)   COMP VALUE ZERO.
026700     05  PM-ENTRY OCCURS 20000 TIMES.
026800         10  PM-OWNER-USER            PIC X(06).
026900         10  PM-PAYER-NUMBER          PIC 9(03)   COMP-3.
027000         10  PM-COMMISSION            PIC 9(16)V99 COMP-3.
027100         10  PM-FED-WH                PIC 9(16)V99 COMP-3.
027200         10  PM-NEXT-PAYMENT          PIC 9(05)   COMP.
027300*---------------------------------------------------------------*
027400*    CONTROL BREAK FIELDS AND TOTALS FOR THE DISTRIBUTION       *
027500*    REPORT -- LEVEL 1 BRANCH, 2 GENERAL AGENT, 3 SUPER AGENT.  *
027600*---------------------------------------------------------------*
027700 01  WS-LAST-AGENT-ID.
027800     05  WS-LAST-SUPER-AGENT-CODE     PIC X(02).
027900     05  WS-LAST-GA-NUMBER            PIC X(07).
028000     05  WS-LAST-GA-BRANCH            PIC X(03).
028100     05  WS-LAST-WRITING-AGENT        PIC X(07).
028200 01  WS-THIS-AGENT-ID.
028300     05  WS-THIS-SUPER-AGENT-CODE     PIC X(02).
028400     05  WS-THIS-GA-NUMBER            PIC X(07).
028500     05  WS-THIS-GA-BRANCH            PIC X(03).
028600     05  WS-THIS-WRITING-AGENT        PIC X(07).
028700 01  WS-LEVEL-TOTALS.
028800     05  LV-ENTRY OCCURS 4 TIMES.
028900         10  LV-AGENTS                PIC 9(07)   COMP-3.
029000         10  LV-FORMS                 PIC 9(07)   COMP-3.
029100         10  LV-COMMISSION            PIC 9(16)V99 COMP-3.
029200         10  LV-FED-WH                PIC 9(16)V99 COMP-3.
029300         10  LV-FILED-DOLLARS         PIC 9(16)V99 COMP-3.
029400 77  WS-LV-SUB                        PIC 9(02)   COMP.
029500*---------------------------------------------------------------*
029600*    REPORT LINES                                               *
029700*---------------------------------------------------------------*
029800 01  WS-HEADING-LINE.
029900     05  FILLER              PIC X(05)   VALUE SPACES.
030000     05  FILLER              PIC X(50)
030100         VALUE 'EQC861P63 - AGENT COMMISSION DISTRIBUTION REPORT'.
030200     05  FILLER              PIC X(09)   VALUE 'TAX YEAR '.
030300     05  WS-H-TAX-YEAR       PIC 9(04).
030400     05  FILLER              PIC X(08)   VALUE '  PAYER '.
030500     05  WS-H-OWNER-USER     PIC X(06).
030600     05  FILLER              PIC X(01)   VALUE '/'.
030700     05  WS-H-PAYER-NUMBER   PIC 9(03).
030800 01  WS-CARD-LINE.
030900     05  FILLER                       PIC X(03)   VALUE SPACES.
031000     05  FILLER                       PIC X(15)
031100         VALUE 'THRESHOLD FORM '.
031200     05  WS-C-FORM-TYPE               PIC X(02).
031300     05  FILLER                       PIC X(05)   VALUE ' BOX '.
031400     05  WS-C-BOX-NUMBER              PIC X(02).
031500     05  FILLER                       PIC X(02)   VALUE SPACES.
031600     05  WS-C-MINIMUM-AMOUNT          PIC Z,ZZZ,ZZ9.99.
031700     05  FILLER                       PIC X(02)   VALUE SPACES.
031800     05  WS-C-DESCRIPTION             PIC X(30).
031900     05  FILLER                       PIC X(02)   VALUE SPACES.
032000     05  WS-C-DISPOSITION             PIC X(21).
032100 01  WS-REJECT-LINE.
032200     05  FILLER                       PIC X(03)   VALUE SPACES.
032300     05  FILLER                       PIC X(09)
032400         VALUE 'REJECTED '.
032500     05  WS-X-OWNER-USER              PIC X(06).
032600     05  FILLER                       PIC X(01)   VALUE '/'.
032700     05  WS-X-PAYER-NUMBER            PIC 9(03).
032800     05  FILLER                       PIC X(02)   VALUE SPACES.
032900     05  WS-X-TAX-YEAR                PIC X(04).
033000     05  FILLER                       PIC X(01)   VALUE SPACE.
033100     05  WS-X-FORM-TYPE               PIC X(02).
033200     05  FILLER                       PIC X(02)   VALUE SPACES.
033300     05  WS-X-AGENT-ID                PIC X(19).
033400     05  FILLER                       PIC X(02)   VALUE SPACES.
033500     05  WS-X-NAME                    PIC X(40).
033600     05  FILLER                       PIC X(02)   VALUE SPACES.
033700     05  WS-X-REASON                  PIC X(30).
033800 01  WS-GROUP-LINE.
033900     05  FILLER                       PIC X(01)   VALUE SPACE.
034000     05  FILLER                       PIC X(13)
034100         VALUE 'SUPER AGENT  '.
034200     05  WS-G-SUPER-AGENT-CODE        PIC X(02).
034300     05  FILLER                       PIC X(18)
034400         VALUE '    GENERAL AGENT '.
034500     05  WS-G-GA-NUMBER               PIC X(07).
034600     05  FILLER                       PIC X(10)
034700         VALUE '  BRANCH  '.
034800     05  WS-G-GA-BRANCH               PIC X(03).
034900 01  WS-COLUMN-LINE.
035000     05  FILLER              PIC X(03)   VALUE SPACES.
035100     05  FILLER              PIC X(09)   VALUE 'AGENT'.
035200     05  FILLER              PIC X(42)   VALUE 'NAME / PAID BY'.
035300     05  FILLER              PIC X(06)   VALUE 'PYMTS'.
035400     05  FILLER              PIC X(22)
035500         VALUE '      BOX 1 COMMISSION'.
035600     05  FILLER              PIC X(22)
035700         VALUE '   BOX 4 FEDERAL W/H'.
035800     05  FILLER              PIC X(28)   VALUE '    FORM FILED'.
035900 01  WS-AGENT-LINE.
036000     05  FILLER                       PIC X(03)   VALUE SPACES.
036100     05  WS-A-WRITING-AGENT           PIC X(07).
036200     05  FILLER                       PIC X(02)   VALUE SPACES.
036300     05  WS-A-NAME                    PIC X(40).
036400     05  FILLER                       PIC X(02)   VALUE SPACES.
036500     05  WS-A-PAYMENT-COUNT           PIC ZZ,ZZ9.
036600     05  FILLER                       PIC X(02)   VALUE SPACES.
036700     05  WS-A-COMMISSION              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
036800     05  FILLER                       PIC X(02)   VALUE SPACES.
036900     05  WS-A-FED-WH                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
037000     05  FILLER                       PIC X(04)   VALUE SPACES.
037100     05  WS-A-DISPOSITION             PIC X(22).
037200 01  WS-PAYMENT-LINE.
037300     05  FILLER                       PIC X(14)   VALUE SPACES.
037400     05  FILLER                       PIC X(08)
037500         VALUE 'PAID BY '.
037600     05  WS-M-OWNER-USER              PIC X(06).
037700     05  FILLER                       PIC X(01)   VALUE '/'.
037800     05  WS-M-PAYER-NUMBER            PIC 9(03).
037900     05  FILLER                       PIC X(30)   VALUE SPACES.
038000     05  WS-M-COMMISSION              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
038100     05  FILLER                       PIC X(02)   VALUE SPACES.
038200     05  WS-M-FED-WH                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
038300 01  WS-LEVEL-LINE.
038400     05  FILLER                       PIC X(03)   VALUE SPACES.
038500     05  WS-L-CAPTION                 PIC X(22).
038600     05  WS-L-KEY                     PIC X(14).
038700     05  FILLER                       PIC X(07)   VALUE ' AGENTS'.
038800     05  WS-L-AGENTS                  PIC ZZZ,ZZ9.
038900     05  FILLER                       PIC X(07)   VALUE ' FORMS '.
039000     05  WS-L-FORMS                   PIC ZZZ,ZZ9.
039100     05  WS-L-COMMISSION              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
039200     05  FILLER                       PIC X(02)   VALUE SPACES.
039300     05  WS-L-FED-WH                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
039400     05  FILLER                       PIC X(01)   VALUE SPACE.
039500     05  WS-L-FILED-DOLLARS           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
039600 01  WS-REFUSE-LINE.
039700     05  FILLER                       PIC X(03)   VALUE SPACES.
039800     05  FILLER                       PIC X(20)
039900         VALUE 'RUN REFUSED -- '.
040000     05  WS-R-REASON                  PIC X(60).
040100 01  WS-TOTAL-LINE.
040200     05  FILLER                       PIC X(05)   VALUE SPACES.
040300     05  WS-T-CAPTION                 PIC X(32).
040400     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
040500*---------------------------------------------------------------*
040600*    RUN-CONTROL WORK AREAS                                     *
040700*---------------------------------------------------------------*
040800 77  WS-RUN-DATE                      PIC 9(08).
040900 77  WS-RUN-TIME                      PIC 9(08).
041000 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
041100 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
041200                                          VALUE ZERO.
041300 PROCEDURE DIVISION.
041400*---------------------------------------------------------------*
041500*    0000-MAINLINE                                              *
041600*---------------------------------------------------------------*
041700 0000-MAINLINE.
041800     PERFORM 0500-READ-PARM THRU 0500-EXIT.
041900     IF PARM-TAX-YEAR NOT NUMERIC OR PARM-TAX-YEAR = ZERO
042000             OR PARM-OWNER-USER = SPACES
042100             OR PARM-PAYER-NUMBER NOT NUMERIC
042200         DISPLAY 'EQC861P63 RUN REFUSED - PARM CARD MUST GIVE THE'
042300                 ' TAX YEAR AND THE COMMISSION PAYER'
042400         MOVE 8 TO RETURN-CODE
042500         GO TO 9999-EXIT
042600     END-IF.
042700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042800     PERFORM 2000-FIND-PAYER THRU 2000-EXIT
042900         UNTIL END-OF-TAX-FORM-FILE.
043000     IF NOT COMMISSION-PAYER-FOUND
043100         MOVE 'COMMISSION PAYER 1099-NEC A RECORD NOT ON FILE'
043200                                      TO WS-R-REASON
043300         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
043400         GO TO 9999-EXIT
043500     END-IF.
043600     IF WS-PRIOR-ROLLUP-COUNT NOT = ZERO
043700         MOVE 'AGENT FORMS FROM AN EARLIER RUN ALREADY ON FILE'
043800                                      TO WS-R-REASON
043900         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
044000         GO TO 9999-EXIT
044100     END-IF.
044200     PERFORM 3000-BUILD-AGENT-FORM THRU 3000-EXIT
044300         VARYING WS-OR-SUB FROM 1 BY 1
044400             UNTIL WS-OR-SUB > WS-AGENT-COUNT.
044500     PERFORM 3900-START-SECOND-PASS THRU 3900-EXIT.
044600     PERFORM 4000-WRITE-RECORD THRU 4000-EXIT
044700         UNTIL END-OF-TAX-FORM-FILE.
044800     IF IN-COMMISSION-PAYER-GROUP
044900         PERFORM 4500-WRITE-AGENT-FORMS THRU 4500-EXIT
045000     END-IF.
045100     PERFORM 5000-PRINT-DISTRIBUTION THRU 5000-EXIT.
045200     PERFORM 8000-FINISH THRU 8000-EXIT.
045300     GO TO 9999-EXIT.
045400*---------------------------------------------------------------*
045500*    0500-READ-PARM                                             *
045600*---------------------------------------------------------------*
045700 0500-READ-PARM.
045800     OPEN INPUT  PARM-CARD.
045900     READ PARM-CARD
046000         AT END
046100             MOVE ZERO   TO PARM-TAX-YEAR
046200                            PARM-PAYER-NUMBER
046300             MOVE SPACES TO PARM-OWNER-USER
046400     END-READ.
046500     CLOSE PARM-CARD.
046600 0500-EXIT.
046700     EXIT.
046800*---------------------------------------------------------------*
046900*    1000-INITIALIZE -- LOAD THE THRESHOLD CARDS AND THE        *
047000*    COMMISSION PAYMENTS, THEN OPEN THE TAX FORM FILE FOR THE   *
047100*    FIRST PASS.                                                *
047200*---------------------------------------------------------------*
047300 1000-INITIALIZE.
047400     MOVE PARM-TAX-YEAR               TO WS-RC-TAX-YEAR
047500                                         WS-H-TAX-YEAR.
047600     MOVE PARM-OWNER-USER             TO WS-H-OWNER-USER.
047700     MOVE PARM-PAYER-NUMBER           TO WS-H-PAYER-NUMBER.
047800     OPEN OUTPUT AGENT-RPT.
047900     WRITE AGENT-RPT-LINE FROM WS-HEADING-LINE.
048000     OPEN INPUT  THRESHOLD-FILE.
048100     PERFORM 7100-READ-THRESHOLD THRU 7100-EXIT.
048200     PERFORM 1100-LOAD-THRESHOLD THRU 1100-EXIT
048300         UNTIL END-OF-THRESHOLD-FILE.
048400     CLOSE THRESHOLD-FILE.
048500     MOVE ZERO TO WS-ADD-PAYEES
048600                  WS-ADD-PARTICIPANTS.
048700     PERFORM 1050-ZERO-ADD-BOX THRU 1050-EXIT
048800         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
048900     OPEN INPUT  COMMISSION-FILE.
049000     PERFORM 7200-READ-COMMISSION THRU 7200-EXIT.
049100     PERFORM 1200-LOAD-COMMISSION THRU 1200-EXIT
049200         UNTIL END-OF-COMMISSION-FILE.
049300     CLOSE COMMISSION-FILE.
049400     OPEN INPUT  TAX-FORM-FILE.
049500     OPEN EXTEND RUN-CONTROL-FILE.
049600     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
049700     SET FIRST-PASS TO TRUE.
049800     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
049900 1000-EXIT.
050000     EXIT.
050100*---------------------------------------------------------------*
050200*    1050-ZERO-ADD-BOX                                          *
050300*---------------------------------------------------------------*
050400 1050-ZERO-ADD-BOX.
050500     MOVE ZERO TO WS-ADD-AMOUNT (WS-BOX-SUB).
050600 1050-EXIT.
050700     EXIT.
050800*---------------------------------------------------------------*
050900*    1100-LOAD-THRESHOLD -- TABLE ONE CARD.  ONLY THE 1099-NEC  *
051000*    CARDS APPLY HERE; THE REST ARE LISTED AS NOT USED.         *
051100*---------------------------------------------------------------*
051200 1100-LOAD-THRESHOLD.
051300     IF TS-FORM-TYPE (1:1) = '*'
051400         GO TO 1100-NEXT
051500     END-IF.
051600     MOVE TS-FORM-TYPE                TO WS-C-FORM-TYPE.
051700     MOVE TS-BOX-NUMBER               TO WS-C-BOX-NUMBER.
051800     MOVE TS-DESCRIPTION              TO WS-C-DESCRIPTION.
051900     MOVE ZERO                        TO WS-C-MINIMUM-AMOUNT.
052000     IF TS-FORM-TYPE NOT = '9N'
052100         MOVE 'NOT USED - NOT 9N'     TO WS-C-DISPOSITION
052102         WRITE AGENT-RPT-LINE FROM WS-CARD-LINE
052200         GO TO 1100-NEXT
052300     END-IF.
052400     IF TS-BOX-NUMBER NOT NUMERIC
052500             OR TS-MINIMUM-AMOUNT NOT NUMERIC
052600         MOVE 'REJECTED - INVALID'    TO WS-C-DISPOSITION
052700         ADD 1 TO WS-CARD-REJECT-COUNT
052800     ELSE
052900         IF TS-BOX-NUMBER < 1 OR TS-BOX-NUMBER > 12
053000             MOVE 'REJECTED - BAD BOX'  TO WS-C-DISPOSITION
053100             ADD 1 TO WS-CARD-REJECT-COUNT
053200         ELSE
053300             IF WS-THRESHOLD-COUNT < 100
053400                 ADD 1 TO WS-THRESHOLD-COUNT
053500                 MOVE WS-THRESHOLD-COUNT TO WS-THR-SUB
053600                 MOVE TS-FORM-TYPE  TO TQ-FORM-TYPE (WS-THR-SUB)
053700                 MOVE TS-BOX-NUMBER TO TQ-BOX-NUMBER (WS-THR-SUB)
053800                 MOVE TS-MINIMUM-AMOUNT
053900                                TO TQ-MINIMUM-AMOUNT (WS-THR-SUB)
054000                 MOVE TS-MINIMUM-AMOUNT TO WS-C-MINIMUM-AMOUNT
054100                 MOVE 'IN EFFECT'       TO WS-C-DISPOSITION
054200             ELSE
054300                 MOVE 'REJECTED - TABLE FULL' TO WS-C-DISPOSITION
054400                 ADD 1 TO WS-CARD-REJECT-COUNT
054500             END-IF
054600         END-IF
054700     END-IF.
054800     WRITE AGENT-RPT-LINE FROM WS-CARD-LINE.
054900 1100-NEXT.
055000     PERFORM 7100-READ-THRESHOLD THRU 7100-EXIT.
055100 1100-EXIT.
055200     EXIT.
055300*---------------------------------------------------------------*
055400*    1200-LOAD-COMMISSION -- CHECK ONE COMMISSION PAYMENT AND   *
055500*    ADD IT TO ITS AGENT.                                       *
055600*---------------------------------------------------------------*
055700 1200-LOAD-COMMISSION.
055800     MOVE SPACES TO WS-REJECT-REASON.
055900     IF NOT CM-TAX-FORM-RECORD OR NOT CM-PAYEE-RECORD
056000             OR NOT CM-FORM-1099-NEC
056100         MOVE 'NOT A 1099-NEC PAYEE RECORD' TO WS-REJECT-REASON
056200         GO TO 1200-REJECT
056300     END-IF.
056400     IF CM-CORRECTION-FLAG NOT = SPACE
056500         MOVE 'CORRECTION RECORD'     TO WS-REJECT-REASON
056600         GO TO 1200-REJECT
056700     END-IF.
056800     IF CM-TAX-YEAR NOT = PARM-TAX-YEAR
056900         MOVE 'NOT FOR THIS TAX YEAR' TO WS-REJECT-REASON
057000         GO TO 1200-REJECT
057100     END-IF.
057200     IF CM-GA-NUMBER = SPACES OR CM-WRITING-AGENT-NUMBER = SPACES
057300         MOVE 'NO GA OR WRITING AGENT' TO WS-REJECT-REASON
057400         GO TO 1200-REJECT
057500     END-IF.
057600     MOVE 'Y' TO WS-NUMERIC-SW.
057700     PERFORM 1210-CHECK-AMOUNT THRU 1210-EXIT
057800         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
057900     IF NOT AMOUNTS-NUMERIC
058000         MOVE 'NON-NUMERIC AMOUNT BOX' TO WS-REJECT-REASON
058100         GO TO 1200-REJECT
058200     END-IF.
058300     PERFORM 1300-FIND-AGENT THRU 1300-EXIT.
058400     IF AGENT-ENTRY-FOUND
058500         IF CM-PAYEE-TIN NOT = AG-PAYEE-TIN (WS-AG-SUB)
058600             MOVE 'TIN DIFFERS FOR THIS AGENT' TO WS-REJECT-REASON
058700             GO TO 1200-REJECT
058800         END-IF
058900     END-IF.
059000     IF WS-PAYMENT-COUNT NOT < 20000
059100         MOVE 'PAYMENT TABLE FULL'    TO WS-REJECT-REASON
059200         GO TO 1200-REJECT
059300     END-IF.
059400     IF NOT AGENT-ENTRY-FOUND
059500         IF WS-AGENT-COUNT NOT < 3000
059600             MOVE 'AGENT TABLE FULL'  TO WS-REJECT-REASON
059700             GO TO 1200-REJECT
059800         END-IF
059900         PERFORM 1400-ADD-AGENT THRU 1400-EXIT
060000     END-IF.
060100     PERFORM 1500-ADD-PAYMENT THRU 1500-EXIT.
060200     GO TO 1200-NEXT.
060300 1200-REJECT.
060400     ADD 1 TO WS-COMM-REJECT-COUNT.
060500     MOVE CM-OWNER-USER               TO WS-X-OWNER-USER.
060600     IF CM-PAYER-NUMBER NUMERIC
060700         MOVE CM-PAYER-NUMBER         TO WS-X-PAYER-NUMBER
060800     ELSE
060900         MOVE ZERO                    TO WS-X-PAYER-NUMBER
061000     END-IF.
061100     MOVE CM-TAX-YEAR                 TO WS-X-TAX-YEAR.
061200     MOVE CM-FORM-TYPE                TO WS-X-FORM-TYPE.
061300     MOVE CM-AGENT-ID                 TO WS-X-AGENT-ID.
061400     MOVE CM-NAME-1                   TO WS-X-NAME.
061500     MOVE WS-REJECT-REASON            TO WS-X-REASON.
061600     WRITE AGENT-RPT-LINE FROM WS-REJECT-LINE.
061700 1200-NEXT.
061800     PERFORM 7200-READ-COMMISSION THRU 7200-EXIT.
061900 1200-EXIT.
062000     EXIT.
062100*---------------------------------------------------------------*
062200*    1210-CHECK-AMOUNT                                          *
062300*---------------------------------------------------------------*
062400 1210-CHECK-AMOUNT.
062500     IF CM-AMOUNT (WS-BOX-SUB) NOT NUMERIC
062600         MOVE 'N' TO WS-NUMERIC-SW
062700         MOVE 12  TO WS-BOX-SUB
062800     END-IF.
062900 1210-EXIT.
063000     EXIT.
063100*---------------------------------------------------------------*
063200*    1300-FIND-AGENT -- THE ORDER TABLE IS KEPT IN AGENT-KEY    *
063300*    ORDER.  WHEN THE AGENT IS NOT THERE, WS-INSERT-SUB IS THE  *
063400*    ORDER POSITION IT BELONGS IN.                              *
063500*---------------------------------------------------------------*
063600 1300-FIND-AGENT.
063700     MOVE 'N' TO WS-AGENT-FOUND-SW.
063800     COMPUTE WS-INSERT-SUB = WS-AGENT-COUNT + 1.
063900     PERFORM 1310-SCAN-ORDER THRU 1310-EXIT
064000         VARYING WS-OR-SUB FROM 1 BY 1
064100             UNTIL WS-OR-SUB > WS-AGENT-COUNT.
064200 1300-EXIT.
064300     EXIT.
064400*---------------------------------------------------------------*
064500*    1310-SCAN-ORDER                                            *
064600*---------------------------------------------------------------*
064700 1310-SCAN-ORDER.
064800     MOVE OR-AGENT-SUB (WS-OR-SUB)    TO WS-AG-SUB.
064900     IF AG-AGENT-ID (WS-AG-SUB) = CM-AGENT-ID
065000         SET AGENT-ENTRY-FOUND TO TRUE
065100         MOVE WS-AGENT-COUNT          TO WS-OR-SUB
065200         GO TO 1310-EXIT
065300     END-IF.
065400     IF AG-AGENT-ID (WS-AG-SUB) > CM-AGENT-ID
065500         MOVE WS-OR-SUB               TO WS-INSERT-SUB
065600         MOVE WS-AGENT-COUNT          TO WS-OR-SUB
065700     END-IF.
065800 1310-EXIT.
065900     EXIT.
066000*---------------------------------------------------------------*
066100*    1400-ADD-AGENT -- NEW AGENT ENTRY, SLOTTED INTO THE ORDER  *
066200*    TABLE AT WS-INSERT-SUB.                                    *
066300*---------------------------------------------------------------*
066400 1400-ADD-AGENT.
066500     ADD 1 TO WS-AGENT-COUNT.
066600     MOVE WS-AGENT-COUNT              TO WS-AG-SUB.
066700     MOVE CM-AGENT-ID                 TO AG-AGENT-ID (WS-AG-SUB).
066800     MOVE CM-PAYEE-TIN                TO AG-PAYEE-TIN (WS-AG-SUB).
066900     MOVE ZERO TO AG-FIRST-PAYMENT (WS-AG-SUB)
067000                  AG-LAST-PAYMENT (WS-AG-SUB)
067100                  AG-PAYMENT-COUNT (WS-AG-SUB).
067200     MOVE 'N'                      TO AG-BACKUP-WH-SW (WS-AG-SUB).
067300     MOVE SPACE                       TO AG-RESULT (WS-AG-SUB).
067400     PERFORM 1410-ZERO-AGENT-BOX THRU 1410-EXIT
067500         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
067600     MOVE COMMISSION-RECORD           TO AG-RECORD (WS-AG-SUB).
067700     PERFORM 1420-SHIFT-ORDER THRU 1420-EXIT
067800         VARYING WS-OR-SUB FROM WS-AGENT-COUNT BY -1
067900             UNTIL WS-OR-SUB NOT > WS-INSERT-SUB.
068000     MOVE WS-AG-SUB             TO OR-AGENT-SUB (WS-INSERT-SUB).
068100 1400-EXIT.
068200     EXIT.
068300*---------------------------------------------------------------*
068400*    1410-ZERO-AGENT-BOX                                        *
068500*---------------------------------------------------------------*
068600 1410-ZERO-AGENT-BOX.
068700     MOVE ZERO TO AG-AMOUNT (WS-AG-SUB, WS-BOX-SUB).
068800 1410-EXIT.
068900     EXIT.
069000*---------------------------------------------------------------*
069100*    1420-SHIFT-ORDER                                           *
069200*---------------------------------------------------------------*
069300 1420-SHIFT-ORDER.
069400     MOVE OR-AGENT-SUB (WS-OR-SUB - 1)
069500                                  TO OR-AGENT-SUB (WS-OR-SUB).
069600 1420-EXIT.
069700     EXIT.
069800*---------------------------------------------------------------*
069900*    1500-ADD-PAYMENT -- ADD THE PAYMENT'S BOXES TO THE AGENT   *
070000*    AND CHAIN IT ON THE AGENT'S PAYMENT LIST.                  *
070100*---------------------------------------------------------------*
070200 1500-ADD-PAYMENT.
070300     ADD 1 TO WS-PAYMENT-COUNT.
070400     MOVE WS-PAYMENT-COUNT            TO WS-PM-SUB.
070500     MOVE CM-OWNER-USER            TO PM-OWNER-USER (WS-PM-SUB).
070600     MOVE CM-PAYER-NUMBER          TO PM-PAYER-NUMBER (WS-PM-SUB).
070700     MOVE CM-AMOUNT (1)            TO PM-COMMISSION (WS-PM-SUB).
070800     MOVE CM-AMOUNT (WS-FED-WH-BOX) TO PM-FED-WH (WS-PM-SUB).
070900     MOVE ZERO                     TO PM-NEXT-PAYMENT (WS-PM-SUB).
071000     PERFORM 1510-ADD-PAYMENT-BOX THRU 1510-EXIT
071100         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
071200     IF AG-FIRST-PAYMENT (WS-AG-SUB) = ZERO
071300         MOVE WS-PM-SUB           TO AG-FIRST-PAYMENT (WS-AG-SUB)
071400     ELSE
071500         MOVE AG-LAST-PAYMENT (WS-AG-SUB) TO WS-LAST-PM-SUB
071600         MOVE WS-PM-SUB    TO PM-NEXT-PAYMENT (WS-LAST-PM-SUB)
071700     END-IF.
071800     MOVE WS-PM-SUB               TO AG-LAST-PAYMENT (WS-AG-SUB).
071900     ADD 1 TO AG-PAYMENT-COUNT (WS-AG-SUB).
072000     IF CM-SUBJECT-TO-BACKUP-WH
072100         MOVE 'Y'                 TO AG-BACKUP-WH-SW (WS-AG-SUB)
072200     END-IF.
072300 1500-EXIT.
072400     EXIT.
072500*---------------------------------------------------------------*
072600*    1510-ADD-PAYMENT-BOX                                       *
072700*---------------------------------------------------------------*
072800 1510-ADD-PAYMENT-BOX.
072900     ADD CM-AMOUNT (WS-BOX-SUB)
073000         TO AG-AMOUNT (WS-AG-SUB, WS-BOX-SUB).
073100 1510-EXIT.
073200     EXIT.
073300*---------------------------------------------------------------*
073400*    2000-FIND-PAYER -- FIRST PASS.  FIND THE COMMISSION        *
073500*    PAYER'S ORIGINAL 1099-NEC 'A' RECORD AND COUNT ANY AGENT   *
073600*    FORMS ALREADY IN ITS GROUP.                                *
073700*---------------------------------------------------------------*
073800 2000-FIND-PAYER.
073900     IF TAX-FORMS-PAYER-RECORD
074000         MOVE 'N' TO WS-IN-GROUP-SW
074100         IF NOT COMMISSION-PAYER-FOUND
074200             PERFORM 2100-TEST-PAYER THRU 2100-EXIT
074300             IF IN-COMMISSION-PAYER-GROUP
074400                 SET COMMISSION-PAYER-FOUND TO TRUE
074500                 MOVE TAPE-NUMBER     TO WS-PAYER-TAPE-NUMBER
074600                 MOVE FEDERAL-IDENTIFICATION-NUMBER
074700                                      TO WS-PAYER-FED-ID
074800             END-IF
074900         END-IF
075000     END-IF.
075100     IF TAX-FORMS-PAYEE-RECORD AND IN-COMMISSION-PAYER-GROUP
075200         IF AGENT-COMMISSION-ROLLUP
075300             ADD 1 TO WS-PRIOR-ROLLUP-COUNT
075400         END-IF
075500     END-IF.
075600     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
075700 2000-EXIT.
075800     EXIT.
075900*---------------------------------------------------------------*
076000*    2100-TEST-PAYER -- SETS THE GROUP SWITCH WHEN THIS 'A'     *
076100*    RECORD IS THE COMMISSION PAYER'S.                          *
076200*---------------------------------------------------------------*
076300 2100-TEST-PAYER.
076400     MOVE 'N' TO WS-IN-GROUP-SW.
076500     IF OWNER-USER = PARM-OWNER-USER
076600             AND PAYER-NUMBER = PARM-PAYER-NUMBER
076700             AND TAX-YEAR = PARM-TAX-YEAR
076800             AND FORM-1099-NEC
076900             AND CORRECTION-FLAG = SPACE
077000         SET IN-COMMISSION-PAYER-GROUP TO TRUE
077100     END-IF.
077200 2100-EXIT.
077300     EXIT.
077400*---------------------------------------------------------------*
077500*    2900-REFUSE-RUN -- NOTHING IS WRITTEN TO THE OUTPUT FILE   *
077600*    AND NO CLOSE ENTRY IS POSTED, SO THE SEASON RUN CANNOT GO  *
077700*    ON FROM HERE.                                              *
077800*---------------------------------------------------------------*
077900 2900-REFUSE-RUN.
078000     WRITE AGENT-RPT-LINE FROM WS-REFUSE-LINE.
078100     DISPLAY 'EQC861P63 RUN REFUSED - ' WS-R-REASON.
078200     CLOSE TAX-FORM-FILE AGENT-RPT RUN-CONTROL-FILE.
078300     MOVE 8 TO RETURN-CODE.
078400 2900-EXIT.
078500     EXIT.
078600*---------------------------------------------------------------*
078700*    3000-BUILD-AGENT-FORM -- BUILD THE AGENT'S FORM UNDER THE  *
078800*    COMMISSION PAYER, IN AGENT-KEY ORDER, AND TEST IT AGAINST  *
078900*    THE THRESHOLD.  THE RECORD AREA IS FREE BETWEEN PASSES.    *
079000*---------------------------------------------------------------*
079100 3000-BUILD-AGENT-FORM.
079200     MOVE OR-AGENT-SUB (WS-OR-SUB)    TO WS-AG-SUB.
079300     MOVE AG-RECORD (WS-AG-SUB)       TO EQC861P3.
079400     MOVE PARM-TAX-YEAR               TO TAX-YEAR.
079500     SET FORM-1099-NEC TO TRUE.
079600     MOVE WS-PAYER-TAPE-NUMBER        TO TAPE-NUMBER.
079700     MOVE PARM-OWNER-USER             TO OWNER-USER.
079800     MOVE PARM-PAYER-NUMBER           TO PAYER-NUMBER.
079900     MOVE SPACE                       TO CORRECTION-FLAG.
080000     SET TAX-FORMS-PAYEE-RECORD TO TRUE.
080100     MOVE WS-PAYER-FED-ID
080200                               TO FEDERAL-IDENTIFICATION-NUMBER.
080300     MOVE SPACE                       TO THRESHOLD-SCREEN-IND.
080400     SET AGENT-COMMISSION-ROLLUP TO TRUE.
080500     IF AG-BACKUP-WH (WS-AG-SUB)
080600         SET SUBJECT-TO-BACKUP-WH TO TRUE
080700     END-IF.
080800     PERFORM 3010-MOVE-AGENT-BOX THRU 3010-EXIT
080900         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
081000     PERFORM 3100-TEST-AGENT THRU 3100-EXIT.
081100     IF AG-SCREENED-OUT (WS-AG-SUB)
081200         ADD 1 TO WS-SCREENED-COUNT
081300         GO TO 3000-EXIT
081400     END-IF.
081500     ADD 1 TO WS-FILED-COUNT
081600              WS-ADD-PAYEES.
081700     IF (ANN OR DSS OR RPS OR VANTAGE)
081800             AND PARTICIPANT-NUMBER NOT = ZERO
081900         ADD 1 TO WS-ADD-PARTICIPANTS
082000     END-IF.
082100     PERFORM 3020-ADD-PAYER-BOX THRU 3020-EXIT
082200         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
082300     MOVE EQC861P3                    TO AG-RECORD (WS-AG-SUB).
082400 3000-EXIT.
082500     EXIT.
082600*---------------------------------------------------------------*
082700*    3010-MOVE-AGENT-BOX                                        *
082800*---------------------------------------------------------------*
082900 3010-MOVE-AGENT-BOX.
083000     MOVE AG-AMOUNT (WS-AG-SUB, WS-BOX-SUB)
083100                                      TO TBL-AMOUNT (WS-BOX-SUB).
083200 3010-EXIT.
083300     EXIT.
083400*---------------------------------------------------------------*
083500*    3020-ADD-PAYER-BOX                                         *
083600*---------------------------------------------------------------*
083700 3020-ADD-PAYER-BOX.
083800     ADD TBL-AMOUNT (WS-BOX-SUB)   TO WS-ADD-AMOUNT (WS-BOX-SUB).
083900 3020-EXIT.
084000     EXIT.
084100*---------------------------------------------------------------*
084200*    3100-TEST-AGENT -- THE EQC861P51 TEST, ON THE COMBINED     *
084300*    BOXES.  WITH NO 9N CARD EVERY AGENT IS FILED.              *
084400*---------------------------------------------------------------*
084500 3100-TEST-AGENT.
084600     SET AG-FORM-FILED (WS-AG-SUB) TO TRUE.
084700     MOVE 'N' TO WS-LISTED-SW.
084800     PERFORM 3110-CHECK-FORM-LISTED THRU 3110-EXIT
084900         VARYING WS-THR-SUB FROM 1 BY 1
085000         UNTIL WS-THR-SUB > WS-THRESHOLD-COUNT.
085100     IF NOT FORM-HAS-THRESHOLDS
085200         GO TO 3100-EXIT
085300     END-IF.
085400     SET ALL-BOXES-UNDER TO TRUE.
085500     PERFORM 3200-TEST-BOX THRU 3200-EXIT
085600         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
085700     IF NOT ALL-BOXES-UNDER
085800         GO TO 3100-EXIT
085900     END-IF.
086000     IF SUBJECT-TO-BACKUP-WH
086100         SET AG-KEPT-FOR-BACKUP-WH (WS-AG-SUB) TO TRUE
086200         ADD 1 TO WS-KEPT-BWH-COUNT
086300         GO TO 3100-EXIT
086400     END-IF.
086500     IF TBL-AMOUNT (WS-FED-WH-BOX) NOT = ZERO
086600         SET AG-KEPT-FOR-WITHHOLDING (WS-AG-SUB) TO TRUE
086700         ADD 1 TO WS-KEPT-WH-COUNT
086800         GO TO 3100-EXIT
086900     END-IF.
087000     SET AG-SCREENED-OUT (WS-AG-SUB) TO TRUE.
087100 3100-EXIT.
087200     EXIT.
087300*---------------------------------------------------------------*
087400*    3110-CHECK-FORM-LISTED                                     *
087500*---------------------------------------------------------------*
087600 3110-CHECK-FORM-LISTED.
087700     IF TQ-FORM-TYPE (WS-THR-SUB) = FORM-TYPE
087800         SET FORM-HAS-THRESHOLDS TO TRUE
087900         MOVE WS-THRESHOLD-COUNT TO WS-THR-SUB
088000     END-IF.
088100 3110-EXIT.
088200     EXIT.
088300*---------------------------------------------------------------*
088400*    3200-TEST-BOX -- A ZERO BOX AND THE FEDERAL WITHHOLDING    *
088500*    BOX DO NOT COUNT.  ANY OTHER BOX WITH NO CARD, OR AT OR    *
088600*    OVER ITS MINIMUM, MAKES THE AGENT REPORTABLE.              *
088700*---------------------------------------------------------------*
088800 3200-TEST-BOX.
088900     IF WS-BOX-SUB = WS-FED-WH-BOX
089000             OR TBL-AMOUNT (WS-BOX-SUB) = ZERO
089100         GO TO 3200-EXIT
089200     END-IF.
089300     MOVE 'N' TO WS-FOUND-SW.
089400     PERFORM 3210-FIND-MINIMUM THRU 3210-EXIT
089500         VARYING WS-THR-SUB FROM 1 BY 1
089600         UNTIL WS-THR-SUB > WS-THRESHOLD-COUNT.
089700     IF NOT BOX-HAS-THRESHOLD
089800             OR TBL-AMOUNT (WS-BOX-SUB) NOT < WS-MINIMUM-AMOUNT
089900         MOVE 'N' TO WS-UNDER-SW
090000         MOVE 12  TO WS-BOX-SUB
090100     END-IF.
090200 3200-EXIT.
090300     EXIT.
090400*---------------------------------------------------------------*
090500*    3210-FIND-MINIMUM                                          *
090600*---------------------------------------------------------------*
090700 3210-FIND-MINIMUM.
090800     IF TQ-FORM-TYPE (WS-THR-SUB) = FORM-TYPE
090900             AND TQ-BOX-NUMBER (WS-THR-SUB) = WS-BOX-SUB
091000         SET BOX-HAS-THRESHOLD TO TRUE
091100         MOVE TQ-MINIMUM-AMOUNT (WS-THR-SUB) TO WS-MINIMUM-AMOUNT
091200         MOVE WS-THRESHOLD-COUNT TO WS-THR-SUB
091300     END-IF.
091400 3210-EXIT.
091500     EXIT.
091600*---------------------------------------------------------------*
091700*    3900-START-SECOND-PASS                                     *
091800*---------------------------------------------------------------*
091900 3900-START-SECOND-PASS.
092000     CLOSE TAX-FORM-FILE.
092100     OPEN INPUT  TAX-FORM-FILE
092200          OUTPUT ROLLUP-FILE.
092300     MOVE 'N' TO WS-EOF-SW
092400                 WS-IN-GROUP-SW
092500                 WS-PAYER-FOUND-SW.
092600     SET SECOND-PASS TO TRUE.
092700     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
092800 3900-EXIT.
092900     EXIT.
093000*---------------------------------------------------------------*
093100*    4000-WRITE-RECORD -- SECOND PASS.  THE AGENT FORMS GO OUT  *
093200*    AHEAD OF THE 'A' RECORD THAT ENDS THE COMMISSION PAYER'S   *
093300*    GROUP.                                                     *
093400*---------------------------------------------------------------*
093500 4000-WRITE-RECORD.
093600     IF TAX-FORMS-PAYER-RECORD
093700         IF IN-COMMISSION-PAYER-GROUP
093800             MOVE EQC861P3            TO WS-NEXT-RECORD
093900             PERFORM 4500-WRITE-AGENT-FORMS THRU 4500-EXIT
094000             MOVE WS-NEXT-RECORD      TO EQC861P3
094100             MOVE 'N' TO WS-IN-GROUP-SW
094200         END-IF
094300         IF NOT COMMISSION-PAYER-FOUND
094400             PERFORM 2100-TEST-PAYER THRU 2100-EXIT
094500             IF IN-COMMISSION-PAYER-GROUP
094600                 SET COMMISSION-PAYER-FOUND TO TRUE
094700                 PERFORM 4100-ADJUST-PAYER THRU 4100-EXIT
094800             END-IF
094900         END-IF
095000     END-IF.
095100     MOVE EQC861P3 TO ROLLUP-RECORD.
095200     WRITE ROLLUP-RECORD.
095300     ADD 1 TO WS-WRITTEN-COUNT.
095400     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
095500 4000-EXIT.
095600     EXIT.
095700*---------------------------------------------------------------*
095800*    4100-ADJUST-PAYER -- ADD THE AGENT FORMS TO THE PAYER'S    *
095900*    CONTROL TOTALS.                                            *
096000*---------------------------------------------------------------*
096100 4100-ADJUST-PAYER.
096200     ADD WS-ADD-AMOUNT (1)            TO CONTROL-TL-1.
096300     ADD WS-ADD-AMOUNT (2)            TO CONTROL-TL-2.
096400     ADD WS-ADD-AMOUNT (3)            TO CONTROL-TL-3.
096500     ADD WS-ADD-AMOUNT (4)            TO CONTROL-TL-4.
096600     ADD WS-ADD-AMOUNT (5)            TO CONTROL-TL-5.
096700     ADD WS-ADD-AMOUNT (6)            TO CONTROL-TL-6.
096800     ADD WS-ADD-AMOUNT (7)            TO CONTROL-TL-7.
096900     ADD WS-ADD-AMOUNT (8)            TO CONTROL-TL-8.
097000     ADD WS-ADD-AMOUNT (9)            TO CONTROL-TL-9.
097100     ADD WS-ADD-AMOUNT (10)           TO CONTROL-TL-10.
097200     ADD WS-ADD-AMOUNT (11)           TO CONTROL-TL-11.
097300     ADD WS-ADD-AMOUNT (12)           TO CONTROL-TL-12.
097400     ADD WS-ADD-PAYEES                TO TL-PAYEES.
097500     ADD WS-ADD-PARTICIPANTS          TO TL-PARTICIPANTS.
097600     PERFORM 4110-SET-AMT-IND THRU 4110-EXIT
097700         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
097800 4100-EXIT.
097900     EXIT.
098000*---------------------------------------------------------------*
098100*    4110-SET-AMT-IND -- A BOX THE AGENT FORMS USE MUST CARRY   *
098200*    ITS AMOUNT INDICATOR ON THE 'A' RECORD.                    *
098300*---------------------------------------------------------------*
098400 4110-SET-AMT-IND.
098500     IF WS-ADD-AMOUNT (WS-BOX-SUB) NOT = ZERO
098600         MOVE WS-BOX-CODES (WS-BOX-SUB:1)
098700                                      TO AMT-INDIC (WS-BOX-SUB)
098800     END-IF.
098900 4110-EXIT.
099000     EXIT.
099100*---------------------------------------------------------------*
099200*    4500-WRITE-AGENT-FORMS -- THE FILED AGENT FORMS, IN AGENT- *
099300*    KEY ORDER.                                                 *
099400*---------------------------------------------------------------*
099500 4500-WRITE-AGENT-FORMS.
099600     PERFORM 4510-WRITE-AGENT-FORM THRU 4510-EXIT
099700         VARYING WS-OR-SUB FROM 1 BY 1
099800             UNTIL WS-OR-SUB > WS-AGENT-COUNT.
099900 4500-EXIT.
100000     EXIT.
100100*---------------------------------------------------------------*
100200*    4510-WRITE-AGENT-FORM                                      *
100300*---------------------------------------------------------------*
100400 4510-WRITE-AGENT-FORM.
100500     MOVE OR-AGENT-SUB (WS-OR-SUB)    TO WS-AG-SUB.
100600     IF AG-SCREENED-OUT (WS-AG-SUB)
100700         GO TO 4510-EXIT
100800     END-IF.
100900     MOVE AG-RECORD (WS-AG-SUB)       TO ROLLUP-RECORD.
101000     WRITE ROLLUP-RECORD.
101100     ADD 1 TO WS-WRITTEN-COUNT.
101200 4510-EXIT.
101300     EXIT.
101400*---------------------------------------------------------------*
101500*    5000-PRINT-DISTRIBUTION -- AGENTS IN AGENT-KEY ORDER WITH  *
101600*    TOTALS BY BRANCH, GENERAL AGENT AND SUPER AGENT.           *
101700*---------------------------------------------------------------*
101800 5000-PRINT-DISTRIBUTION.
101900     MOVE SPACES                      TO AGENT-RPT-LINE.
102000     WRITE AGENT-RPT-LINE.
102100     WRITE AGENT-RPT-LINE FROM WS-COLUMN-LINE.
102200     MOVE HIGH-VALUES                 TO WS-LAST-AGENT-ID.
102300     PERFORM 5010-ZERO-LEVEL THRU 5010-EXIT
102400         VARYING WS-LV-SUB FROM 1 BY 1 UNTIL WS-LV-SUB > 4.
102500     PERFORM 5100-PRINT-AGENT THRU 5100-EXIT
102600         VARYING WS-OR-SUB FROM 1 BY 1
102700             UNTIL WS-OR-SUB > WS-AGENT-COUNT.
102800     IF WS-AGENT-COUNT NOT = ZERO
102900         PERFORM 5300-BRANCH-TOTAL THRU 5300-EXIT
103000         PERFORM 5400-GA-TOTAL THRU 5400-EXIT
103100         PERFORM 5500-SUPER-AGENT-TOTAL THRU 5500-EXIT
103200     END-IF.
103300     MOVE 'ALL AGENTS'                TO WS-L-CAPTION.
103400     MOVE SPACES                      TO WS-L-KEY.
103500     MOVE 4                           TO WS-LV-SUB.
103600     PERFORM 5600-PRINT-LEVEL THRU 5600-EXIT.
103700 5000-EXIT.
103800     EXIT.
103900*---------------------------------------------------------------*
104000*    5010-ZERO-LEVEL                                            *
104100*---------------------------------------------------------------*
104200 5010-ZERO-LEVEL.
104300     MOVE ZERO TO LV-AGENTS (WS-LV-SUB)
104400                  LV-FORMS (WS-LV-SUB)
104500                  LV-COMMISSION (WS-LV-SUB)
104600                  LV-FED-WH (WS-LV-SUB)
104700                  LV-FILED-DOLLARS (WS-LV-SUB).
104800 5010-EXIT.
104900     EXIT.
105000*---------------------------------------------------------------*
105100*    5100-PRINT-AGENT -- BREAK ON SUPER AGENT, GENERAL AGENT    *
105200*    AND BRANCH, THEN LIST THE AGENT AND ITS PAYMENTS.          *
105300*---------------------------------------------------------------*
105400 5100-PRINT-AGENT.
105500     MOVE OR-AGENT-SUB (WS-OR-SUB)    TO WS-AG-SUB.
105600     MOVE AG-AGENT-ID (WS-AG-SUB)     TO WS-THIS-AGENT-ID.
105700     IF WS-LAST-AGENT-ID NOT = HIGH-VALUES
105800         IF WS-THIS-SUPER-AGENT-CODE
105900                 NOT = WS-LAST-SUPER-AGENT-CODE
106000             PERFORM 5300-BRANCH-TOTAL THRU 5300-EXIT
106100             PERFORM 5400-GA-TOTAL THRU 5400-EXIT
106200             PERFORM 5500-SUPER-AGENT-TOTAL THRU 5500-EXIT
106300         ELSE
106400             IF WS-THIS-GA-NUMBER NOT = WS-LAST-GA-NUMBER
106500                 PERFORM 5300-BRANCH-TOTAL THRU 5300-EXIT
106600                 PERFORM 5400-GA-TOTAL THRU 5400-EXIT
106700             ELSE
106800                 IF WS-THIS-GA-BRANCH NOT = WS-LAST-GA-BRANCH
106900                     PERFORM 5300-BRANCH-TOTAL THRU 5300-EXIT
107000                 END-IF
107100             END-IF
107200         END-IF
107300     END-IF.
107400     IF WS-THIS-SUPER-AGENT-CODE NOT = WS-LAST-SUPER-AGENT-CODE
107500             OR WS-THIS-GA-NUMBER NOT = WS-LAST-GA-NUMBER
107600             OR WS-THIS-GA-BRANCH NOT = WS-LAST-GA-BRANCH
107700         MOVE WS-THIS-SUPER-AGENT-CODE TO WS-G-SUPER-AGENT-CODE
107800         MOVE WS-THIS-GA-NUMBER       TO WS-G-GA-NUMBER
107900         MOVE WS-THIS-GA-BRANCH       TO WS-G-GA-BRANCH
108000         MOVE SPACES                  TO AGENT-RPT-LINE
108100         WRITE AGENT-RPT-LINE
108200         WRITE AGENT-RPT-LINE FROM WS-GROUP-LINE
108300     END-IF.
108400     MOVE WS-THIS-AGENT-ID            TO WS-LAST-AGENT-ID.
108500     MOVE AG-RECORD (WS-AG-SUB)       TO EQC861P3.
108600     MOVE ZERO                        TO WS-AGENT-DOLLARS.
108700     PERFORM 5110-ADD-AGENT-BOX THRU 5110-EXIT
108800         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
108900     MOVE WS-THIS-WRITING-AGENT       TO WS-A-WRITING-AGENT.
109000     MOVE NAME-1                      TO WS-A-NAME.
109100     MOVE AG-PAYMENT-COUNT (WS-AG-SUB) TO WS-A-PAYMENT-COUNT.
109200     MOVE AG-AMOUNT (WS-AG-SUB, 1)    TO WS-A-COMMISSION.
109300     MOVE AG-AMOUNT (WS-AG-SUB, WS-FED-WH-BOX) TO WS-A-FED-WH.
109400     ADD 1 TO LV-AGENTS (1).
109500     ADD AG-AMOUNT (WS-AG-SUB, 1)     TO LV-COMMISSION (1).
109600     ADD AG-AMOUNT (WS-AG-SUB, WS-FED-WH-BOX) TO LV-FED-WH (1).
109700     EVALUATE TRUE
109800         WHEN AG-SCREENED-OUT (WS-AG-SUB)
109900             MOVE 'NONE - UNDER THRESHOLD' TO WS-A-DISPOSITION
110000         WHEN AG-KEPT-FOR-WITHHOLDING (WS-AG-SUB)
110100             MOVE 'FILED - WITHHOLDING'   TO WS-A-DISPOSITION
110200         WHEN AG-KEPT-FOR-BACKUP-WH (WS-AG-SUB)
110300             MOVE 'FILED - BACKUP W/H'    TO WS-A-DISPOSITION
110400         WHEN OTHER
110500             MOVE 'FILED'                 TO WS-A-DISPOSITION
110600     END-EVALUATE.
110700     IF NOT AG-SCREENED-OUT (WS-AG-SUB)
110800         ADD 1 TO LV-FORMS (1)
110900         ADD WS-AGENT-DOLLARS         TO LV-FILED-DOLLARS (1)
111000     END-IF.
111100     WRITE AGENT-RPT-LINE FROM WS-AGENT-LINE.
111200     MOVE AG-FIRST-PAYMENT (WS-AG-SUB) TO WS-PM-SUB.
111300     PERFORM 5200-PRINT-PAYMENT THRU 5200-EXIT
111400         UNTIL WS-PM-SUB = ZERO.
111500 5100-EXIT.
111600     EXIT.
111700*---------------------------------------------------------------*
111800*    5110-ADD-AGENT-BOX                                         *
111900*---------------------------------------------------------------*
112000 5110-ADD-AGENT-BOX.
112100     ADD AG-AMOUNT (WS-AG-SUB, WS-BOX-SUB) TO WS-AGENT-DOLLARS.
112200 5110-EXIT.
112300     EXIT.
112400*---------------------------------------------------------------*
112500*    5200-PRINT-PAYMENT                                         *
112600*---------------------------------------------------------------*
112700 5200-PRINT-PAYMENT.
112800     MOVE PM-OWNER-USER (WS-PM-SUB)   TO WS-M-OWNER-USER.
112900     MOVE PM-PAYER-NUMBER (WS-PM-SUB) TO WS-M-PAYER-NUMBER.
113000     MOVE PM-COMMISSION (WS-PM-SUB)   TO WS-M-COMMISSION.
113100     MOVE PM-FED-WH (WS-PM-SUB)       TO WS-M-FED-WH.
113200     WRITE AGENT-RPT-LINE FROM WS-PAYMENT-LINE.
113300     MOVE PM-NEXT-PAYMENT (WS-PM-SUB) TO WS-PM-SUB.
113400 5200-EXIT.
113500     EXIT.
113600*---------------------------------------------------------------*
113700*    5300-BRANCH-TOTAL -- PRINT LEVEL 1 AND ROLL IT INTO 2.     *
113800*---------------------------------------------------------------*
113900 5300-BRANCH-TOTAL.
114000     MOVE 'BRANCH TOTAL'              TO WS-L-CAPTION.
114100     MOVE SPACES                      TO WS-L-KEY.
114200     STRING WS-LAST-GA-NUMBER '/' WS-LAST-GA-BRANCH
114300         DELIMITED BY SIZE INTO WS-L-KEY.
114400     MOVE 1                           TO WS-LV-SUB.
114500     PERFORM 5600-PRINT-LEVEL THRU 5600-EXIT.
114600     PERFORM 5700-ROLL-LEVEL THRU 5700-EXIT.
114700 5300-EXIT.
114800     EXIT.
114900*---------------------------------------------------------------*
115000*    5400-GA-TOTAL -- PRINT LEVEL 2 AND ROLL IT INTO 3.         *
115100*---------------------------------------------------------------*
115200 5400-GA-TOTAL.
115300     MOVE 'GENERAL AGENT TOTAL'       TO WS-L-CAPTION.
115400     MOVE WS-LAST-GA-NUMBER           TO WS-L-KEY.
115500     MOVE 2                           TO WS-LV-SUB.
115600     PERFORM 5600-PRINT-LEVEL THRU 5600-EXIT.
115700     PERFORM 5700-ROLL-LEVEL THRU 5700-EXIT.
115800 5400-EXIT.
115900     EXIT.
116000*---------------------------------------------------------------*
116100*    5500-SUPER-AGENT-TOTAL -- PRINT LEVEL 3 AND ROLL IT INTO   *
116200*    THE GRAND TOTAL.                                           *
116300*---------------------------------------------------------------*
116400 5500-SUPER-AGENT-TOTAL.
116500     MOVE 'SUPER AGENT TOTAL'         TO WS-L-CAPTION.
116600     MOVE WS-LAST-SUPER-AGENT-CODE    TO WS-L-KEY.
116700     MOVE 3                           TO WS-LV-SUB.
116800     PERFORM 5600-PRINT-LEVEL THRU 5600-EXIT.
116900     PERFORM 5700-ROLL-LEVEL THRU 5700-EXIT.
117000 5500-EXIT.
117100     EXIT.
117200*---------------------------------------------------------------*
117300*    5600-PRINT-LEVEL                                           *
117400*---------------------------------------------------------------*
117500 5600-PRINT-LEVEL.
117600     MOVE LV-AGENTS (WS-LV-SUB)       TO WS-L-AGENTS.
117700     MOVE LV-FORMS (WS-LV-SUB)        TO WS-L-FORMS.
117800     MOVE LV-COMMISSION (WS-LV-SUB)   TO WS-L-COMMISSION.
117900     MOVE LV-FED-WH (WS-LV-SUB)       TO WS-L-FED-WH.
118000     MOVE LV-FILED-DOLLARS (WS-LV-SUB) TO WS-L-FILED-DOLLARS.
118100     WRITE AGENT-RPT-LINE FROM WS-LEVEL-LINE.
118200 5600-EXIT.
118300     EXIT.
118400*---------------------------------------------------------------*
118500*    5700-ROLL-LEVEL -- ADD THE LEVEL INTO THE ONE ABOVE IT AND *
118600*    CLEAR IT.                                                  *
118700*---------------------------------------------------------------*
118800 5700-ROLL-LEVEL.
118900     ADD LV-AGENTS (WS-LV-SUB)     TO LV-AGENTS (WS-LV-SUB + 1).
119000     ADD LV-FORMS (WS-LV-SUB)      TO LV-FORMS (WS-LV-SUB + 1).
119100     ADD LV-COMMISSION (WS-LV-SUB)
119200                                TO LV-COMMISSION (WS-LV-SUB + 1).
119300     ADD LV-FED-WH (WS-LV-SUB)     TO LV-FED-WH (WS-LV-SUB + 1).
119400     ADD LV-FILED-DOLLARS (WS-LV-SUB)
119500                             TO LV-FILED-DOLLARS (WS-LV-SUB + 1).
119600     PERFORM 5010-ZERO-LEVEL THRU 5010-EXIT.
119700 5700-EXIT.
119800     EXIT.
119900*---------------------------------------------------------------*
120000*    7000-READ-TAX-FORM -- THE INPUT COUNT IS TAKEN ON THE      *
120100*    FIRST PASS ONLY.                                           *
120200*---------------------------------------------------------------*
120300 7000-READ-TAX-FORM.
120400     READ TAX-FORM-FILE
120500         AT END
120600             SET END-OF-TAX-FORM-FILE TO TRUE
120700         NOT AT END
120800             IF FIRST-PASS
120900                 ADD 1 TO WS-RC-RECORDS-READ
121000             END-IF
121100     END-READ.
121200 7000-EXIT.
121300     EXIT.
121400*---------------------------------------------------------------*
121500*    7100-READ-THRESHOLD                                        *
121600*---------------------------------------------------------------*
121700 7100-READ-THRESHOLD.
121800     READ THRESHOLD-FILE
121900         AT END
122000             SET END-OF-THRESHOLD-FILE TO TRUE
122100     END-READ.
122200 7100-EXIT.
122300     EXIT.
122400*---------------------------------------------------------------*
122500*    7200-READ-COMMISSION                                       *
122600*---------------------------------------------------------------*
122700 7200-READ-COMMISSION.
122800     READ COMMISSION-FILE
122900         AT END
123000             SET END-OF-COMMISSION-FILE TO TRUE
123100         NOT AT END
123200             ADD 1 TO WS-COMM-READ-COUNT
123300     END-READ.
123400 7200-EXIT.
123500     EXIT.
123600*---------------------------------------------------------------*
123700*    8000-FINISH                                                *
123800*---------------------------------------------------------------*
123900 8000-FINISH.
124000     MOVE SPACES                      TO AGENT-RPT-LINE.
124100     WRITE AGENT-RPT-LINE.
124200     MOVE 'COMMISSION RECORDS READ ------- ' TO WS-T-CAPTION.
124300     MOVE WS-COMM-READ-COUNT          TO WS-T-COUNT.
124400     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
124500     MOVE 'COMMISSION RECORDS REJECTED --- ' TO WS-T-CAPTION.
124600     MOVE WS-COMM-REJECT-COUNT        TO WS-T-COUNT.
124700     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
124800     MOVE 'WRITING AGENTS ---------------- ' TO WS-T-CAPTION.
124900     MOVE WS-AGENT-COUNT              TO WS-T-COUNT.
125000     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
125100     MOVE 'AGENT FORMS FILED ------------- ' TO WS-T-CAPTION.
125200     MOVE WS-FILED-COUNT              TO WS-T-COUNT.
125300     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
125400     MOVE '   KEPT - FEDERAL WITHHOLDING - ' TO WS-T-CAPTION.
125500     MOVE WS-KEPT-WH-COUNT            TO WS-T-COUNT.
125600     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
125700     MOVE '   KEPT - BACKUP WITHHOLDING -- ' TO WS-T-CAPTION.
125800     MOVE WS-KEPT-BWH-COUNT           TO WS-T-COUNT.
125900     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
126000     MOVE 'AGENTS UNDER THRESHOLD -------- ' TO WS-T-CAPTION.
126100     MOVE WS-SCREENED-COUNT           TO WS-T-COUNT.
126200     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
126300     IF WS-CARD-REJECT-COUNT NOT = ZERO
126400         MOVE 'THRESHOLD CARDS REJECTED ------ ' TO WS-T-CAPTION
126500         MOVE WS-CARD-REJECT-COUNT    TO WS-T-COUNT
126600         WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE
126700     END-IF.
126800     MOVE 'TAX FORM RECORDS READ --------- ' TO WS-T-CAPTION.
126900     MOVE WS-RC-RECORDS-READ          TO WS-T-COUNT.
127000     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
127100     MOVE 'RECORDS TO ROLLED-UP FILE ----- ' TO WS-T-CAPTION.
127200     MOVE WS-WRITTEN-COUNT            TO WS-T-COUNT.
127300     WRITE AGENT-RPT-LINE FROM WS-TOTAL-LINE.
127400     CLOSE TAX-FORM-FILE ROLLUP-FILE AGENT-RPT.
127500     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
127600     CLOSE RUN-CONTROL-FILE.
127700 8000-EXIT.
127800     EXIT.
127900*---------------------------------------------------------------*
128000*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
128100*---------------------------------------------------------------*
128200 9000-WRITE-RUN-OPEN.
128300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
128400     ACCEPT WS-RUN-TIME FROM TIME.
128500     MOVE SPACES TO EQC861P22.
128600     INITIALIZE EQC861P22.
128700     MOVE 'EQC861P63'            TO RC-PROGRAM-ID.
128800     SET RC-OPEN-ENTRY TO TRUE.
128900     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
129000     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
129100     SET RC-STEP-STARTED TO TRUE.
129200     WRITE EQC861P22.
129300 9000-EXIT.
129400     EXIT.
129500*---------------------------------------------------------------*
129600*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE.   *
129700*    THE EXCEPTIONS ARE THE COMMISSION RECORDS REJECTED.        *
129800*---------------------------------------------------------------*
129900 9100-WRITE-RUN-CLOSE.
130000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
130100     ACCEPT WS-RUN-TIME FROM TIME.
130200     MOVE SPACES TO EQC861P22.
130300     INITIALIZE EQC861P22.
130400     MOVE 'EQC861P63'            TO RC-PROGRAM-ID.
130500     SET RC-CLOSE-ENTRY TO TRUE.
130600     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
130700     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
130800     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
130900     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
131000     MOVE WS-WRITTEN-COUNT            TO RC-RECORDS-WRITTEN.
131100     MOVE WS-COMM-REJECT-COUNT        TO RC-EXCEPTION-COUNT.
131200     SET RC-STEP-COMPLETED TO TRUE.
131300     WRITE EQC861P22.
131400 9100-EXIT.
131500     EXIT.
131600*---------------------------------------------------------------*
131700*    9999-EXIT -- COMMON PROGRAM EXIT                            *
131800*---------------------------------------------------------------*
131900 9999-EXIT.
132000     STOP RUN.
