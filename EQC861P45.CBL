000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P45.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    FILING-STATUS OPEN-ITEMS REPORT FOR THE EQC861 TAX FORM
000900*    SYSTEM.
001000*
001100*    READS THE SORTED TAX FORM FILE AND, FOR EVERY ORIGINAL
001200*    PAYER GROUP ('A' RECORD -- OWNER-USER / PAYER-NUMBER /
001300*    FORM-TYPE) OF THE TAX YEAR, LOOKS UP ITS FEDERAL FILINGS
001400*    ON THE FILING-STATUS LEDGER MAINTAINED BY EQC861P44:
001500*
001600*      W-2         - SSA EFW2 (CHANNEL W).
001700*      1042-S      - IRS 1042-S (CHANNEL S).
001800*      ALL OTHERS  - IRS FIRE (CHANNEL F) OR MAGNETIC MEDIA
001900*                    TAPE (CHANNEL T); EITHER ONE ACCEPTED
002000*                    SATISFIES THE FILING.
002100*
002200*    A GROUP WITH NO ACCEPTED FILING IS AN OPEN ITEM.  ONCE THE
002300*    AS-OF DATE IS PAST THE FORM'S DUE DATE THE OPEN ITEM IS
002400*    LISTED WITH THE BEST STATUS THE LEDGER HOLDS FOR IT -- NOT
002500*    SUBMITTED, SUBMITTED (AWAITING ACKNOWLEDGMENT), REJECTED
002600*    OR REPLACEMENT REQUIRED -- AND THE AGENCY ERROR, IF ANY.
002700*    OPEN ITEMS NOT YET DUE ARE COUNTED BUT NOT LISTED.
002702*
002704*    A GROUP WHOSE PAYEES EQC861P51 SCREENED OUT ENTIRELY IS
002706*    NEVER FILED -- THE FILING STEPS RELEASE THE 'A' RECORD ONLY
002708*    WITH ITS FIRST 'B' RECORD NOT BELOW THE REPORTING THRESHOLD.
002710*    SUCH A GROUP IS NOT CHECKED AGAINST THE LEDGER; IT IS
002712*    COUNTED ON ITS OWN TOTAL LINE.
002800*
002900*    DUE DATES (MONTH/DAY OF THE YEAR FOLLOWING THE TAX YEAR)
003000*    ARE HELD IN WS-DUE-DATE-LIST; A FORM TYPE NOT LISTED THERE
003100*    TAKES THE GENERAL 03/31 ELECTRONIC DUE DATE.
003200*
003300*    PARM CARD (SYSIN):
003400*      COLS 1-4   TAX YEAR TO REPORT (ZERO = EVERY YEAR ON FILE).
003500*      COLS 5-12  AS-OF DATE CCYYMMDD (ZERO = CURRENT DATE).
003600*
003700*    MODIFICATION HISTORY
003800*    --------------------
003900*    DATE       INIT      DESCRIPTION
004000*    10/15/2026 CT08841   ORIGINAL PROGRAM.
004002*    10/15/2026 CT08841   CHECK A PAYER GROUP ONLY WHEN IT HAS A
004004*                         PAYEE NOT SCREENED OUT BY EQC861P51;
004006*                         COUNT FULLY SCREENED GROUPS SEPARATELY.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.    IBM-370.
004500 OBJECT-COMPUTER.    IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARM-CARD         ASSIGN TO SYSIN
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT TAX-FORM-FILE     ASSIGN TO TAXFORM
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT FILING-LEDGER     ASSIGN TO FILELDGR
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS FL-LEDGER-KEY.
005600     SELECT OPEN-ITEMS-RPT    ASSIGN TO OPENRPT
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PARM-CARD
006300     LABEL RECORDS ARE OMITTED.
006400 01  PARM-RECORD.
006500     05  PARM-TAX-YEAR                PIC 9(04).
006600     05  PARM-AS-OF-DATE              PIC 9(08).
006700     05  FILLER                       PIC X(68).
006800 FD  TAX-FORM-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY EQC861P4.
007100 FD  FILING-LEDGER
007200     LABEL RECORDS ARE STANDARD.
007300     COPY EQC861P43.
007400 FD  OPEN-ITEMS-RPT
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700 01  OPEN-ITEMS-RPT-LINE              PIC X(132).
007800 FD  RUN-CONTROL-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100     COPY EQC861P23.
008200 WORKING-STORAGE SECTION.
008300*---------------------------------------------------------------*
008400*    SWITCHES                                                  *
008500*---------------------------------------------------------------*
008600 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
008700     88  END-OF-TAX-FORMS                 VALUE 'Y'.
008800 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
008900     88  LEDGER-RECORD-FOUND              VALUE 'Y'.
008902 77  WS-PENDING-SW                    PIC X(01)   VALUE 'N'.
008904     88  GROUP-CHECK-PENDING              VALUE 'Y'.
009000*---------------------------------------------------------------*
009100*    WORK AREAS                                                 *
009200*---------------------------------------------------------------*
009300 77  WS-DUE-SUB                       PIC 9(02)   COMP.
009400 77  WS-DUE-DATE                      PIC 9(08).
009500 77  WS-AS-OF-DATE                    PIC 9(08).
009600 77  WS-FORM-COUNT                    PIC 9(07)   COMP-3
009700                                          VALUE ZERO.
009800 77  WS-GROUP-COUNT                   PIC 9(07)   COMP-3
009900                                          VALUE ZERO.
010000 77  WS-ACCEPTED-COUNT                PIC 9(07)   COMP-3
010100                                          VALUE ZERO.
010200 77  WS-NOT-DUE-COUNT                 PIC 9(07)   COMP-3
010300                                          VALUE ZERO.
010400 77  WS-OVERDUE-COUNT                 PIC 9(07)   COMP-3
010500                                          VALUE ZERO.
010600 77  WS-NONE-COUNT                    PIC 9(07)   COMP-3
010700                                          VALUE ZERO.
010800 77  WS-SUBMITTED-COUNT               PIC 9(07)   COMP-3
010900                                          VALUE ZERO.
011000 77  WS-REJECTED-COUNT                PIC 9(07)   COMP-3
011100                                          VALUE ZERO.
011200 77  WS-REPLACEMENT-COUNT             PIC 9(07)   COMP-3
011300                                          VALUE ZERO.
011302 77  WS-SCREENED-COUNT                PIC 9(07)   COMP-3
011304                                          VALUE ZERO.
011400 01  WS-LAST-GROUP.
011500     05  WS-LAST-OWNER-USER           PIC X(06)   VALUE SPACES.
011600     05  WS-LAST-PAYER-NUMBER         PIC 9(03)   VALUE ZERO.
011700     05  WS-LAST-FORM-TYPE            PIC X(02)   VALUE SPACES.
011800     05  WS-LAST-TAX-YEAR             PIC 9(04)   VALUE ZERO.
011900 01  WS-THIS-GROUP.
012000     05  WS-THIS-OWNER-USER           PIC X(06).
012100     05  WS-THIS-PAYER-NUMBER         PIC 9(03).
012200     05  WS-THIS-FORM-TYPE            PIC X(02).
012300     05  WS-THIS-TAX-YEAR             PIC 9(04).
012302 01  WS-GROUP-PAYER.
012304     05  WS-GROUP-PAYER-TIN           PIC 9(09).
012306     05  WS-GROUP-PAYER-NAME          PIC X(40).
012400*---------------------------------------------------------------*
012500*    BEST LEDGER STATUS FOR THE PAYER GROUP.  RANKED NONE (0),  *
012600*    SUBMITTED (1), REJECTED OR REPLACEMENT REQUIRED (2),       *
012700*    ACCEPTED (3); THE LATER SUBMISSION WINS A TIE.             *
012800*---------------------------------------------------------------*
012900 01  WS-BEST-STATUS.
013000     05  WS-BEST-RANK                 PIC 9(01).
013100     05  WS-BEST-CHANNEL              PIC X(01).
013200     05  WS-BEST-FILING-STATUS        PIC X(01).
013300     05  WS-BEST-SUBMIT-DATE          PIC 9(08).
013400     05  WS-BEST-STATUS-DATE          PIC 9(08).
013500     05  WS-BEST-ERROR-CODE           PIC X(04).
013600     05  WS-BEST-ERROR-TEXT           PIC X(40).
013700 77  WS-THIS-RANK                     PIC 9(01).
013800*---------------------------------------------------------------*
013900*    FORM DUE DATES -- MONTH/DAY IN THE YEAR AFTER TAX YEAR.    *
014000*---------------------------------------------------------------*
014100 01  WS-DUE-DATE-LIST.
014200     05  FILLER                  PIC X(06)   VALUE 'W20131'.
014300     05  FILLER                  PIC X(06)   VALUE '9N0131'.
014400     05  FILLER                  PIC X(06)   VALUE '9M0331'.
014500     05  FILLER                  PIC X(06)   VALUE '9D0331'.
014600     05  FILLER                  PIC X(06)   VALUE '9I0331'.
014700     05  FILLER                  PIC X(06)   VALUE '9R0331'.
014800     05  FILLER                  PIC X(06)   VALUE '4S0315'.
014900     05  FILLER                  PIC X(06)   VALUE '980531'.
015000 01  WS-DUE-DATE-TABLE REDEFINES WS-DUE-DATE-LIST.
015100     05  WS-DUE-ENTRY OCCURS 8 TIMES.
015200         10  WS-DUE-FORM-TYPE         PIC X(02).
015300         10  WS-DUE-MMDD              PIC 9(04).
015400 01  WS-DUE-DATE-WORK.
015500     05  WS-DUE-CCYY                  PIC 9(04).
015600     05  WS-DUE-MMDD-WORK             PIC 9(04).
015700*---------------------------------------------------------------*
015800*    REPORT LINES                                               *
015900*---------------------------------------------------------------*
016000 01  WS-HEADING-LINE.
016100     05  FILLER                  PIC X(05)   VALUE SPACES.
016200     05  FILLER                  PIC X(44)
016300         VALUE 'EQC861P45 - FILING-STATUS OPEN ITEMS AS OF '.
016400     05  WS-H-AS-OF-DATE              PIC 9(08).
016500 01  WS-COLUMN-LINE.
016600     05  FILLER                  PIC X(01)   VALUE SPACE.
016700     05  FILLER                  PIC X(08)   VALUE 'OWNER'.
016800     05  FILLER                  PIC X(06)   VALUE 'PAYER'.
016900     05  FILLER                  PIC X(05)   VALUE 'FORM'.
017000     05  FILLER                  PIC X(06)   VALUE 'YEAR'.
017100     05  FILLER                  PIC X(11)   VALUE 'PAYER TIN'.
017200     05  FILLER                  PIC X(31)   VALUE 'PAYER NAME'.
017300     05  FILLER                  PIC X(10)   VALUE 'DUE DATE'.
017400     05  FILLER                  PIC X(24)   VALUE 'STATUS'.
017500     05  FILLER                  PIC X(03)   VALUE 'CH'.
017600     05  FILLER                  PIC X(10)   VALUE 'SUBMITTED'.
017700     05  FILLER                  PIC X(05)   VALUE 'ERR'.
017800 01  WS-DETAIL-LINE.
017900     05  FILLER                       PIC X(01)   VALUE SPACE.
018000     05  WS-D-OWNER-USER              PIC X(06).
018100     05  FILLER                       PIC X(02)   VALUE SPACES.
018200     05  WS-D-PAYER-NUMBER            PIC 9(03).
018300     05  FILLER                       PIC X(03)   VALUE SPACES.
018400     05  WS-D-FORM-TYPE               PIC X(02).
018500     05  FILLER                       PIC X(03)   VALUE SPACES.
018600     05  WS-D-TAX-YEAR                PIC 9(04).
018700     05  FILLER                       PIC X(02)   VALUE SPACES.
018800     05  WS-D-PAYER-TIN               PIC 9(09).
018900     05  FILLER                       PIC X(02)   VALUE SPACES.
019000     05  WS-D-PAYER-NAME              PIC X(30).
019100     05  FILLER                       PIC X(01)   VALUE SPACE.
019200     05  WS-D-DUE-DATE                PIC 9(08).
019300     05  FILLER                       PIC X(02)   VALUE SPACES.
019400     05  WS-D-STATUS-TEXT             PIC X(22).
019500     05  FILLER                       PIC X(02)   VALUE SPACES.
019600     05  WS-D-CHANNEL                 PIC X(01).
019700     05  FILLER                       PIC X(02)   VALUE SPACES.
019800     05  WS-D-SUBMIT-DATE             PIC 9(08).
019900     05  FILLER                       PIC X(02)   VALUE SPACES.
020000     05  WS-D-ERROR-CODE              PIC X(04).
020100 01  WS-ERROR-LINE.
020200     05  FILLER                       PIC X(83)   VALUE SPACES.
020300     05  WS-E-ERROR-TEXT              PIC X(40).
020400 01  WS-TOTAL-LINE.
020500     05  FILLER                       PIC X(05)   VALUE SPACES.
020600     05  WS-T-CAPTION                 PIC X(32).
020700     05  WS-T-COUNT                   PIC ZZZ,ZZ9.
020800*---------------------------------------------------------------*
020900*    RUN-CONTROL WORK AREAS                                     *
021000*---------------------------------------------------------------*
021100 77  WS-RUN-DATE                      PIC 9(08).
021200 77  WS-RUN-TIME                      PIC 9(08).
021300 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
021400 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
021500                                          VALUE ZERO.
021600 77  WS-RC-RECORDS-WRITTEN            PIC 9(09)   COMP-3
021700                                          VALUE ZERO.
021800 PROCEDURE DIVISION.
021900*---------------------------------------------------------------*
022000*    0000-MAINLINE                                              *
022100*---------------------------------------------------------------*
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400     PERFORM 2000-PROCESS-FORM THRU 2000-EXIT
022500         UNTIL END-OF-TAX-FORMS.
022600     PERFORM 8000-FINISH THRU 8000-EXIT.
022700     GO TO 9999-EXIT.
022800*---------------------------------------------------------------*
022900*    1000-INITIALIZE                                            *
023000*---------------------------------------------------------------*
023100 1000-INITIALIZE.
023200     OPEN INPUT  PARM-CARD.
023300     READ PARM-CARD
023400         AT END
023500             MOVE ZERO   TO PARM-TAX-YEAR
023600                            PARM-AS-OF-DATE
023700     END-READ.
023800     CLOSE PARM-CARD.
023900     IF PARM-AS-OF-DATE NOT NUMERIC OR PARM-AS-OF-DATE = ZERO
024000         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
024100     ELSE
024200         MOVE PARM-AS-OF-DATE         TO WS-AS-OF-DATE
024300     END-IF.
024400     IF PARM-TAX-YEAR NOT NUMERIC
024500         MOVE ZERO                    TO PARM-TAX-YEAR
024600     END-IF.
024700     MOVE PARM-TAX-YEAR               TO WS-RC-TAX-YEAR.
024800     OPEN INPUT  TAX-FORM-FILE
024900                 FILING-LEDGER
025000          OUTPUT OPEN-ITEMS-RPT.
025100     MOVE WS-AS-OF-DATE               TO WS-H-AS-OF-DATE.
025200     WRITE OPEN-ITEMS-RPT-LINE FROM WS-HEADING-LINE.
025300     WRITE OPEN-ITEMS-RPT-LINE FROM WS-COLUMN-LINE.
025400     OPEN EXTEND RUN-CONTROL-FILE.
025500     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
025600     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
025700 1000-EXIT.
025800     EXIT.
025900*---------------------------------------------------------------*
026000*    2000-PROCESS-FORM -- THE FIRST ORIGINAL PAYER RECORD OF    *
026100*    EACH PAYER GROUP STARTS THE GROUP; THE GROUP IS CHECKED    *
026200*    AGAINST THE LEDGER WITH ITS FIRST ORIGINAL PAYEE RECORD    *
026300*    NOT SCREENED OUT, AS THAT IS WHEN THE GROUP IS FILED.      *
026400*---------------------------------------------------------------*
026500 2000-PROCESS-FORM.
026600     IF CORRECTION-FLAG NOT = SPACE
026700         GO TO 2000-NEXT
026800     END-IF.
026900     IF TAX-FORMS-PAYEE-RECORD
027000         PERFORM 2200-CHECK-PAYEE THRU 2200-EXIT
027100         GO TO 2000-NEXT
027200     END-IF.
027300     IF NOT TAX-FORMS-PAYER-RECORD
027400         GO TO 2000-NEXT
027500     END-IF.
027600     IF PARM-TAX-YEAR NOT = ZERO AND TAX-YEAR NOT = PARM-TAX-YEAR
027700         GO TO 2000-NEXT
027800     END-IF.
027900     PERFORM 2100-LOAD-GROUP-KEY THRU 2100-EXIT.
028000     IF WS-THIS-GROUP = WS-LAST-GROUP
028100         GO TO 2000-NEXT
028200     END-IF.
028300     PERFORM 2300-END-GROUP THRU 2300-EXIT.
028400     MOVE WS-THIS-GROUP               TO WS-LAST-GROUP.
028402     MOVE FEDERAL-IDENTIFICATION-NUMBER TO WS-GROUP-PAYER-TIN.
028404     MOVE NAME-1                      TO WS-GROUP-PAYER-NAME.
028406     SET GROUP-CHECK-PENDING TO TRUE.
028408 2000-NEXT.
028410     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
028412 2000-EXIT.
028414     EXIT.
028416*---------------------------------------------------------------*
028418*    2100-LOAD-GROUP-KEY                                        *
028420*---------------------------------------------------------------*
028422 2100-LOAD-GROUP-KEY.
028424     MOVE OWNER-USER                  TO WS-THIS-OWNER-USER.
028426     MOVE PAYER-NUMBER                TO WS-THIS-PAYER-NUMBER.
028428     MOVE FORM-TYPE                   TO WS-THIS-FORM-TYPE.
028430     MOVE TAX-YEAR                    TO WS-THIS-TAX-YEAR.
028432 2100-EXIT.
028434     EXIT.
028436*---------------------------------------------------------------*
028438*    2200-CHECK-PAYEE -- THE FIRST PAYEE OF THE PENDING GROUP   *
028440*    THAT IS NOT BELOW THE REPORTING THRESHOLD RELEASES THE     *
028442*    LEDGER CHECK.                                              *
028444*---------------------------------------------------------------*
028446 2200-CHECK-PAYEE.
028448     IF NOT GROUP-CHECK-PENDING OR BELOW-REPORTING-THRESHOLD
028450         GO TO 2200-EXIT
028452     END-IF.
028454     PERFORM 2100-LOAD-GROUP-KEY THRU 2100-EXIT.
028456     IF WS-THIS-GROUP NOT = WS-LAST-GROUP
028458         GO TO 2200-EXIT
028460     END-IF.
028462     MOVE 'N' TO WS-PENDING-SW.
028464     ADD 1 TO WS-GROUP-COUNT.
028466     PERFORM 3000-CHECK-LEDGER THRU 3000-EXIT.
028468 2200-EXIT.
028470     EXIT.
028472*---------------------------------------------------------------*
028474*    2300-END-GROUP -- A GROUP STILL PENDING WHEN THE NEXT      *
028476*    GROUP STARTS (OR THE FILE ENDS) HAD NO PAYEE TO FILE.      *
028478*---------------------------------------------------------------*
028480 2300-END-GROUP.
028482     IF GROUP-CHECK-PENDING
028484         ADD 1 TO WS-SCREENED-COUNT
028486         MOVE 'N' TO WS-PENDING-SW
028488     END-IF.
028490 2300-EXIT.
028492     EXIT.
028500*---------------------------------------------------------------*
028600*    3000-CHECK-LEDGER -- FIND THE BEST FEDERAL STATUS FOR THE  *
028700*    GROUP, THEN REPORT IT IF IT IS OPEN PAST ITS DUE DATE.     *
028800*---------------------------------------------------------------*
028900 3000-CHECK-LEDGER.
029000     MOVE ZERO                        TO WS-BEST-RANK
029100                                         WS-BEST-SUBMIT-DATE
029200                                         WS-BEST-STATUS-DATE.
029300     MOVE SPACES                      TO WS-BEST-CHANNEL
029400                                         WS-BEST-FILING-STATUS
029500                                         WS-BEST-ERROR-CODE
029600                                         WS-BEST-ERROR-TEXT.
029700     MOVE WS-THIS-OWNER-USER          TO FL-OWNER-USER.
029800     MOVE WS-THIS-PAYER-NUMBER        TO FL-PAYER-NUMBER.
029900     MOVE WS-THIS-FORM-TYPE           TO FL-FORM-TYPE.
030000     MOVE WS-THIS-TAX-YEAR            TO FL-TAX-YEAR.
030100     MOVE SPACES                      TO FL-STATE-CODE.
030200     IF FORM-W2
030300         SET FL-CHANNEL-EFW2          TO TRUE
030400         PERFORM 3100-READ-LEDGER THRU 3100-EXIT
030500     ELSE
030600         IF FORM-1042-S
030700             SET FL-CHANNEL-1042-S    TO TRUE
030800             PERFORM 3100-READ-LEDGER THRU 3100-EXIT
030900         ELSE
031000             SET FL-CHANNEL-FIRE      TO TRUE
031100             PERFORM 3100-READ-LEDGER THRU 3100-EXIT
031200             MOVE WS-THIS-OWNER-USER  TO FL-OWNER-USER
031300             MOVE WS-THIS-PAYER-NUMBER TO FL-PAYER-NUMBER
031400             MOVE WS-THIS-FORM-TYPE   TO FL-FORM-TYPE
031500             MOVE WS-THIS-TAX-YEAR    TO FL-TAX-YEAR
031600             MOVE SPACES              TO FL-STATE-CODE
031700             SET FL-CHANNEL-TAPE      TO TRUE
031800             PERFORM 3100-READ-LEDGER THRU 3100-EXIT
031900         END-IF
032000     END-IF.
032100     IF WS-BEST-RANK = 3
032200         ADD 1 TO WS-ACCEPTED-COUNT
032300         GO TO 3000-EXIT
032400     END-IF.
032500     PERFORM 3200-FIND-DUE-DATE THRU 3200-EXIT.
032600     IF WS-AS-OF-DATE NOT > WS-DUE-DATE
032700         ADD 1 TO WS-NOT-DUE-COUNT
032800         GO TO 3000-EXIT
032900     END-IF.
033000     PERFORM 4000-PRINT-OPEN-ITEM THRU 4000-EXIT.
033100 3000-EXIT.
033200     EXIT.
033300*---------------------------------------------------------------*
033400*    3100-READ-LEDGER -- KEEP THE LEDGER RECORD IF IT OUTRANKS  *
033500*    WHAT HAS BEEN FOUND FOR THE GROUP SO FAR.                  *
033600*---------------------------------------------------------------*
033700 3100-READ-LEDGER.
033800     MOVE 'Y' TO WS-FOUND-SW.
033900     READ FILING-LEDGER
034000         INVALID KEY
034100             MOVE 'N' TO WS-FOUND-SW
034200     END-READ.
034300     IF NOT LEDGER-RECORD-FOUND
034400         GO TO 3100-EXIT
034500     END-IF.
034600     MOVE 1 TO WS-THIS-RANK.
034700     IF FL-REJECTED OR FL-REPLACEMENT-REQUIRED
034800         MOVE 2 TO WS-THIS-RANK
034900     END-IF.
035000     IF FL-ACCEPTED
035100         MOVE 3 TO WS-THIS-RANK
035200     END-IF.
035300     IF WS-THIS-RANK < WS-BEST-RANK
035400         GO TO 3100-EXIT
035500     END-IF.
035600     IF WS-THIS-RANK = WS-BEST-RANK
035700             AND FL-SUBMIT-DATE < WS-BEST-SUBMIT-DATE
035800         GO TO 3100-EXIT
035900     END-IF.
036000     MOVE WS-THIS-RANK                TO WS-BEST-RANK.
036100     MOVE FL-CHANNEL                  TO WS-BEST-CHANNEL.
036200     MOVE FL-FILING-STATUS            TO WS-BEST-FILING-STATUS.
036300     MOVE FL-SUBMIT-DATE              TO WS-BEST-SUBMIT-DATE.
036400     MOVE FL-STATUS-DATE              TO WS-BEST-STATUS-DATE.
036500     MOVE FL-ACK-ERROR-CODE           TO WS-BEST-ERROR-CODE.
036600     MOVE FL-ACK-ERROR-TEXT           TO WS-BEST-ERROR-TEXT.
036700 3100-EXIT.
036800     EXIT.
036900*---------------------------------------------------------------*
037000*    3200-FIND-DUE-DATE -- FORMS NOT IN THE LIST ARE DUE 03/31. *
037100*---------------------------------------------------------------*
037200 3200-FIND-DUE-DATE.
037300     COMPUTE WS-DUE-CCYY = WS-THIS-TAX-YEAR + 1.
037400     MOVE 0331                        TO WS-DUE-MMDD-WORK.
037500     PERFORM 3210-SCAN-DUE-DATE THRU 3210-EXIT
037600         VARYING WS-DUE-SUB FROM 1 BY 1
037700             UNTIL WS-DUE-SUB > 8.
037800     MOVE WS-DUE-DATE-WORK            TO WS-DUE-DATE.
037900 3200-EXIT.
038000     EXIT.
038100*---------------------------------------------------------------*
038200*    3210-SCAN-DUE-DATE                                         *
038300*---------------------------------------------------------------*
038400 3210-SCAN-DUE-DATE.
038500     IF WS-DUE-FORM-TYPE (WS-DUE-SUB) = WS-THIS-FORM-TYPE
038600         MOVE WS-DUE-MMDD (WS-DUE-SUB) TO WS-DUE-MMDD-WORK
038700         MOVE 9 TO WS-DUE-SUB
038800     END-IF.
038900 3210-EXIT.
039000     EXIT.
039100*---------------------------------------------------------------*
039200*    4000-PRINT-OPEN-ITEM                                       *
039300*---------------------------------------------------------------*
039400 4000-PRINT-OPEN-ITEM.
039500     ADD 1 TO WS-OVERDUE-COUNT.
039600     MOVE WS-THIS-OWNER-USER          TO WS-D-OWNER-USER.
039700     MOVE WS-THIS-PAYER-NUMBER        TO WS-D-PAYER-NUMBER.
039800     MOVE WS-THIS-FORM-TYPE           TO WS-D-FORM-TYPE.
039900     MOVE WS-THIS-TAX-YEAR            TO WS-D-TAX-YEAR.
040000     MOVE WS-GROUP-PAYER-TIN          TO WS-D-PAYER-TIN.
040100     MOVE WS-GROUP-PAYER-NAME         TO WS-D-PAYER-NAME.
040200     MOVE WS-DUE-DATE                 TO WS-D-DUE-DATE.
040300     MOVE WS-BEST-CHANNEL             TO WS-D-CHANNEL.
040400     MOVE WS-BEST-SUBMIT-DATE         TO WS-D-SUBMIT-DATE.
040500     MOVE WS-BEST-ERROR-CODE          TO WS-D-ERROR-CODE.
040600     IF WS-BEST-RANK = ZERO
040700         ADD 1 TO WS-NONE-COUNT
040800         MOVE 'NOT SUBMITTED'         TO WS-D-STATUS-TEXT
040900     END-IF.
041000     IF WS-BEST-RANK = 1
041100         ADD 1 TO WS-SUBMITTED-COUNT
041200         MOVE 'AWAITING ACKNOWLEDGMT' TO WS-D-STATUS-TEXT
041300     END-IF.
041400     IF WS-BEST-RANK = 2 AND WS-BEST-FILING-STATUS = 'R'
041500         ADD 1 TO WS-REJECTED-COUNT
041600         MOVE 'REJECTED'              TO WS-D-STATUS-TEXT
041700     END-IF.
041800     IF WS-BEST-RANK = 2 AND WS-BEST-FILING-STATUS = 'P'
041900         ADD 1 TO WS-REPLACEMENT-COUNT
042000         MOVE 'REPLACEMENT REQUIRED'  TO WS-D-STATUS-TEXT
042100     END-IF.
042200     WRITE OPEN-ITEMS-RPT-LINE FROM WS-DETAIL-LINE.
042300     ADD 1 TO WS-RC-RECORDS-WRITTEN.
042400     IF WS-BEST-ERROR-TEXT NOT = SPACES
042500         MOVE WS-BEST-ERROR-TEXT      TO WS-E-ERROR-TEXT
042600         WRITE OPEN-ITEMS-RPT-LINE FROM WS-ERROR-LINE
042700     END-IF.
042800 4000-EXIT.
042900     EXIT.
043000*---------------------------------------------------------------*
043100*    7000-READ-TAX-FORM                                         *
043200*---------------------------------------------------------------*
043300 7000-READ-TAX-FORM.
043400     READ TAX-FORM-FILE
043500         AT END
043600             SET END-OF-TAX-FORMS TO TRUE
043700         NOT AT END
043800             ADD 1 TO WS-FORM-COUNT
043900                      WS-RC-RECORDS-READ
044000             IF WS-RC-TAX-YEAR = ZERO
044100                 MOVE TAX-YEAR TO WS-RC-TAX-YEAR
044200             END-IF
044300     END-READ.
044400 7000-EXIT.
044500     EXIT.
044600*---------------------------------------------------------------*
044700*    8000-FINISH                                                *
044800*---------------------------------------------------------------*
044900 8000-FINISH.
044902     PERFORM 2300-END-GROUP THRU 2300-EXIT.
045000     MOVE 'TAX FORM RECORDS READ --------- ' TO WS-T-CAPTION.
045100     MOVE WS-FORM-COUNT               TO WS-T-COUNT.
045200     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
045300     MOVE 'PAYER GROUPS CHECKED ---------- ' TO WS-T-CAPTION.
045400     MOVE WS-GROUP-COUNT              TO WS-T-COUNT.
045500     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
045502     MOVE 'PAYER GROUPS FULLY SCREENED --- ' TO WS-T-CAPTION.
045504     MOVE WS-SCREENED-COUNT           TO WS-T-COUNT.
045506     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
045600     MOVE 'PAYER GROUPS ACCEPTED --------- ' TO WS-T-CAPTION.
045700     MOVE WS-ACCEPTED-COUNT           TO WS-T-COUNT.
045800     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
045900     MOVE 'OPEN -- NOT YET DUE ----------- ' TO WS-T-CAPTION.
046000     MOVE WS-NOT-DUE-COUNT            TO WS-T-COUNT.
046100     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
046200     MOVE 'OPEN -- PAST DUE -------------- ' TO WS-T-CAPTION.
046300     MOVE WS-OVERDUE-COUNT            TO WS-T-COUNT.
046400     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
046500     MOVE '   NOT SUBMITTED -------------- ' TO WS-T-CAPTION.
046600     MOVE WS-NONE-COUNT               TO WS-T-COUNT.
046700     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
046800     MOVE '   AWAITING ACKNOWLEDGMENT ---- ' TO WS-T-CAPTION.
046900     MOVE WS-SUBMITTED-COUNT          TO WS-T-COUNT.
047000     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
047100     MOVE '   REJECTED ------------------- ' TO WS-T-CAPTION.
047200     MOVE WS-REJECTED-COUNT           TO WS-T-COUNT.
047300     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
047400     MOVE '   REPLACEMENT REQUIRED ------- ' TO WS-T-CAPTION.
047500     MOVE WS-REPLACEMENT-COUNT        TO WS-T-COUNT.
047600     WRITE OPEN-ITEMS-RPT-LINE FROM WS-TOTAL-LINE.
047700     CLOSE TAX-FORM-FILE FILING-LEDGER OPEN-ITEMS-RPT.
047800     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
047900     CLOSE RUN-CONTROL-FILE.
048000 8000-EXIT.
048100     EXIT.
048200*---------------------------------------------------------------*
048300*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
048400*---------------------------------------------------------------*
048500 9000-WRITE-RUN-OPEN.
048600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
048700     ACCEPT WS-RUN-TIME FROM TIME.
048800     MOVE SPACES TO EQC861P22.
048900     INITIALIZE EQC861P22.
049000     MOVE 'EQC861P45'                 TO RC-PROGRAM-ID.
049100     SET RC-OPEN-ENTRY TO TRUE.
049200     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
049300     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
049400     SET RC-STEP-STARTED TO TRUE.
049500     WRITE EQC861P22.
049600 9000-EXIT.
049700     EXIT.
049800*---------------------------------------------------------------*
049900*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE    *
050000*---------------------------------------------------------------*
050100 9100-WRITE-RUN-CLOSE.
050200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
050300     ACCEPT WS-RUN-TIME FROM TIME.
050400     MOVE SPACES TO EQC861P22.
050500     INITIALIZE EQC861P22.
050600     MOVE 'EQC861P45'                 TO RC-PROGRAM-ID.
050700     SET RC-CLOSE-ENTRY TO TRUE.
050800     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
050900     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
051000     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
051100     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
051200     MOVE WS-RC-RECORDS-WRITTEN       TO RC-RECORDS-WRITTEN.
051300     MOVE WS-OVERDUE-COUNT            TO RC-EXCEPTION-COUNT.
051400     SET RC-STEP-COMPLETED TO TRUE.
051500     WRITE EQC861P22.
051600 9100-EXIT.
051700     EXIT.
051800*---------------------------------------------------------------*
051900*    9999-EXIT -- COMMON PROGRAM EXIT                            *
052000*---------------------------------------------------------------*
052100 9999-EXIT.
052200     STOP RUN.
