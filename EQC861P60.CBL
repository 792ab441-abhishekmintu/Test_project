000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P60.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    DAILY SOURCE-FEED INTAKE REPORT FOR THE EQC861 TAX FORM
000900*    SYSTEM.
001000*
001100*    PRINTED FROM THE FEED-RECEIPT LOG WRITTEN BY THE INTAKE
001200*    STEP (EQC861P55) AND THE FEED SCHEDULE -- ONE CARD PER
001300*    OWNER-USER AND SOURCE SYSTEM EXPECTED TO SEND A FEED FOR
001400*    THE TAX YEAR, WITH THE DATE IT IS DUE (COPYBOOK
001500*    EQC861P62).  AN '*' IN COLUMN 1 MARKS A COMMENT CARD.
001600*
001700*    PARM CARD:  COLUMNS 1-4   TAX YEAR (ZERO = ALL YEARS ON
001800*                              THE LOG)
001900*                COLUMNS 5-12  REPORT DATE CCYYMMDD (ZERO =
002000*                              TODAY)
002100*
002200*    SECTION 1 LISTS EVERY FEED LOGGED ON THE REPORT DATE.
002300*    SECTION 2 LISTS EACH OWNER-USER AND SOURCE SYSTEM AS OF
002400*    THE REPORT DATE:
002500*        ARRIVED     - AT LEAST ONE FEED ACCEPTED
002600*        REJECTED    - FEEDS RECEIVED BUT NONE ACCEPTED; THE
002700*                      REASON SHOWN IS FROM THE LATEST ONE
002800*        OUTSTANDING - NO FEED RECEIVED, NOT YET DUE
002900*        OVERDUE     - NO FEED RECEIVED, PAST THE DUE DATE
003000*    A FEED FROM AN OWNER-USER NOT ON THE SCHEDULE IS LISTED
003100*    AND FLAGGED UNSCHEDULED.  LOG ENTRIES AFTER THE REPORT
003200*    DATE ARE IGNORED, SO AN EARLIER DAY CAN BE RE-PRINTED.
003300*
003400*    MODIFICATION HISTORY
003500*    --------------------
003600*    DATE       INIT      DESCRIPTION
003700*    10/15/2026 CT08841   ORIGINAL PROGRAM.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.    IBM-370.
004200 OBJECT-COMPUTER.    IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARM-CARD         ASSIGN TO SYSIN
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT FEED-SCHEDULE     ASSIGN TO FEEDSCHD
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT FEED-RECEIPT-LOG  ASSIGN TO FEEDLOG
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT DAILY-INTAKE-RPT  ASSIGN TO INTKDAY
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005400         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PARM-CARD
005800     LABEL RECORDS ARE OMITTED.
005900 01  PARM-RECORD.
006000     05  PARM-TAX-YEAR                PIC 9(04).
006100     05  PARM-REPORT-DATE             PIC 9(08).
006200     05  FILLER                       PIC X(68).
006300 FD  FEED-SCHEDULE
006400     LABEL RECORDS ARE OMITTED.
006500     COPY EQC861P62.
006600 FD  FEED-RECEIPT-LOG
006700     LABEL RECORDS ARE STANDARD.
006800     COPY EQC861P59.
006900 FD  DAILY-INTAKE-RPT
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200 01  DAILY-INTAKE-RPT-LINE            PIC X(132).
007300 FD  RUN-CONTROL-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600     COPY EQC861P23.
007700 WORKING-STORAGE SECTION.
007800*---------------------------------------------------------------*
007900*    SWITCHES                                                   *
008000*---------------------------------------------------------------*
008100 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
008200     88  END-OF-RECEIPT-LOG               VALUE 'Y'.
008300 77  WS-SCHED-EOF-SW                  PIC X(01)   VALUE 'N'.
008400     88  END-OF-FEED-SCHEDULE             VALUE 'Y'.
008500 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
008600     88  OWNER-ENTRY-FOUND                VALUE 'Y'.
008700*---------------------------------------------------------------*
008800*    WORK AREAS                                                 *
008900*---------------------------------------------------------------*
009000 77  WS-OT-SUB                        PIC 9(04)   COMP.
009100 77  WS-OT-COUNT                      PIC 9(04)   COMP VALUE ZERO.
009200 77  WS-REPORT-DATE                   PIC 9(08).
009300 77  WS-TODAY-COUNT                   PIC 9(07)   COMP-3
009400                                          VALUE ZERO.
009500 77  WS-ARRIVED-COUNT                 PIC 9(07)   COMP-3
009600                                          VALUE ZERO.
009700 77  WS-REJECTED-COUNT                PIC 9(07)   COMP-3
009800                                          VALUE ZERO.
009900 77  WS-OUTSTANDING-COUNT             PIC 9(07)   COMP-3
010000                                          VALUE ZERO.
010100 77  WS-OVERDUE-COUNT                 PIC 9(07)   COMP-3
010200                                          VALUE ZERO.
010300 77  WS-UNSCHEDULED-COUNT             PIC 9(07)   COMP-3
010400                                          VALUE ZERO.
010500 77  WS-TABLE-FULL-COUNT              PIC 9(07)   COMP-3
010600                                          VALUE ZERO.
010700*---------------------------------------------------------------*
010800*    OWNER TABLE -- ONE ENTRY PER OWNER-USER AND SOURCE SYSTEM, *
010900*    IN SCHEDULE ORDER, UNSCHEDULED OWNERS AFTER.               *
011000*---------------------------------------------------------------*
011100 01  WS-OWNER-TABLE.
011200     05  OT-ENTRY OCCURS 500 TIMES.
011300         10  OT-OWNER-USER            PIC X(06).
011400         10  OT-SYSTEM-INDICATOR      PIC X(01).
011500         10  OT-EXPECTED-DATE         PIC 9(08).
011600         10  OT-DESCRIPTION           PIC X(30).
011700         10  OT-SCHEDULED-SW          PIC X(01).
011800             88  OT-SCHEDULED             VALUE 'Y'.
011900             88  OT-UNSCHEDULED           VALUE 'N'.
012000         10  OT-ACCEPTED-COUNT        PIC 9(05)   COMP-3.
012100         10  OT-REJECTED-COUNT        PIC 9(05)   COMP-3.
012200         10  OT-LAST-RECEIPT-DATE     PIC 9(08).
012300         10  OT-LAST-REASON           PIC X(30).
012400*---------------------------------------------------------------*
012500*    REPORT LINES                                               *
012600*---------------------------------------------------------------*
012700 01  WS-HEADING-LINE.
012800     05  FILLER              PIC X(05)   VALUE SPACES.
012900     05  FILLER              PIC X(45)
013000         VALUE 'EQC861P60 - DAILY SOURCE FEED INTAKE REPORT'.
013100     05  FILLER              PIC X(10)   VALUE 'TAX YEAR '.
013200     05  WS-H-TAX-YEAR       PIC 9(04).
013300     05  FILLER              PIC X(15)   VALUE '   REPORT DATE '.
013400     05  WS-H-REPORT-DATE    PIC 9(08).
013500 01  WS-SECTION-1-LINE.
013600     05  FILLER              PIC X(01)   VALUE SPACE.
013700     05  FILLER              PIC X(40)
013800         VALUE 'FEEDS RECEIVED ON THE REPORT DATE'.
013900 01  WS-COLUMN-1-LINE.
014000     05  FILLER              PIC X(01)   VALUE SPACE.
014100     05  FILLER              PIC X(05)   VALUE 'SYS'.
014200     05  FILLER              PIC X(08)   VALUE 'OWNER'.
014300     05  FILLER              PIC X(06)   VALUE 'YEAR'.
014400     05  FILLER              PIC X(10)   VALUE 'CREATED'.
014500     05  FILLER              PIC X(05)   VALUE 'SEQ'.
014600     05  FILLER              PIC X(09)   VALUE 'TIME'.
014700     05  FILLER              PIC X(22)   VALUE 'SOURCE'.
014800     05  FILLER              PIC X(14)   VALUE 'RECORDS'.
014900     05  FILLER              PIC X(11)   VALUE 'STATUS'.
015000     05  FILLER              PIC X(30)   VALUE 'REASON'.
015100 01  WS-RECEIPT-LINE.
015200     05  FILLER                       PIC X(02)   VALUE SPACES.
015300     05  WS-R-SYSTEM-INDICATOR        PIC X(01).
015400     05  FILLER                       PIC X(03)   VALUE SPACES.
015500     05  WS-R-OWNER-USER              PIC X(06).
015600     05  FILLER                       PIC X(02)   VALUE SPACES.
015700     05  WS-R-TAX-YEAR                PIC 9(04).
015800     05  FILLER                       PIC X(02)   VALUE SPACES.
015900     05  WS-R-CREATION-DATE           PIC 9(08).
016000     05  FILLER                       PIC X(02)   VALUE SPACES.
016100     05  WS-R-FEED-SEQUENCE           PIC 9(03).
016200     05  FILLER                       PIC X(02)   VALUE SPACES.
016300     05  WS-R-RECEIPT-TIME            PIC 9(06).
016400     05  FILLER                       PIC X(03)   VALUE SPACES.
016500     05  WS-R-SOURCE-NAME             PIC X(20).
016600     05  FILLER                       PIC X(02)   VALUE SPACES.
016700     05  WS-R-RECORDS-RECEIVED        PIC ZZZ,ZZZ,ZZ9.
016800     05  FILLER                       PIC X(03)   VALUE SPACES.
016900     05  WS-R-STATUS                  PIC X(08).
017000     05  FILLER                       PIC X(03)   VALUE SPACES.
017100     05  WS-R-REASON                  PIC X(30).
017200 01  WS-SECTION-2-LINE.
017300     05  FILLER              PIC X(01)   VALUE SPACE.
017400     05  FILLER              PIC X(40)
017500         VALUE 'FEED STATUS BY OWNER-USER'.
017600 01  WS-COLUMN-2-LINE.
017700     05  FILLER              PIC X(01)   VALUE SPACE.
017800     05  FILLER              PIC X(08)   VALUE 'OWNER'.
017900     05  FILLER              PIC X(05)   VALUE 'SYS'.
018000     05  FILLER              PIC X(32)   VALUE 'DESCRIPTION'.
018100     05  FILLER              PIC X(10)   VALUE 'DUE'.
018200     05  FILLER              PIC X(13)   VALUE 'STATUS'.
018300     05  FILLER              PIC X(10)   VALUE 'ACCEPTED'.
018400     05  FILLER              PIC X(10)   VALUE 'REJECTED'.
018500     05  FILLER              PIC X(10)   VALUE 'LAST RCVD'.
018600     05  FILLER              PIC X(30)   VALUE 'REASON'.
018700 01  WS-OWNER-LINE.
018800     05  FILLER                       PIC X(01)   VALUE SPACE.
018900     05  WS-O-OWNER-USER              PIC X(06).
019000     05  FILLER                       PIC X(03)   VALUE SPACES.
019100     05  WS-O-SYSTEM-INDICATOR        PIC X(01).
019200     05  FILLER                       PIC X(02)   VALUE SPACES.
019300     05  WS-O-DESCRIPTION             PIC X(30).
019400     05  FILLER                       PIC X(02)   VALUE SPACES.
019500     05  WS-O-EXPECTED-DATE           PIC 9(08).
019600     05  FILLER                       PIC X(02)   VALUE SPACES.
019700     05  WS-O-STATUS                  PIC X(11).
019800     05  FILLER                       PIC X(02)   VALUE SPACES.
019900     05  WS-O-ACCEPTED-COUNT          PIC ZZ,ZZ9.
020000     05  FILLER                       PIC X(04)   VALUE SPACES.
020100     05  WS-O-REJECTED-COUNT          PIC ZZ,ZZ9.
020200     05  FILLER                       PIC X(04)   VALUE SPACES.
020300     05  WS-O-LAST-RECEIPT-DATE       PIC 9(08).
020400     05  FILLER                       PIC X(02)   VALUE SPACES.
020500     05  WS-O-REASON                  PIC X(30).
020600 01  WS-TOTAL-LINE.
020700     05  FILLER                       PIC X(05)   VALUE SPACES.
020800     05  WS-T-CAPTION                 PIC X(32).
020900     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
021000*---------------------------------------------------------------*
021100*    RUN-CONTROL WORK AREAS                                     *
021200*---------------------------------------------------------------*
021300 77  WS-RUN-DATE                      PIC 9(08).
021400 77  WS-RUN-TIME                      PIC 9(08).
021500 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
021600 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
021700                                          VALUE ZERO.
021800 PROCEDURE DIVISION.
021900*---------------------------------------------------------------*
022000*    0000-MAINLINE                                              *
022100*---------------------------------------------------------------*
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
022500         UNTIL END-OF-RECEIPT-LOG.
022600     PERFORM 3000-PRINT-OWNERS THRU 3000-EXIT.
022700     PERFORM 8000-FINISH THRU 8000-EXIT.
022800     GO TO 9999-EXIT.
022900*---------------------------------------------------------------*
023000*    1000-INITIALIZE -- READ THE PARM CARD AND TABLE THE FEED   *
023100*    SCHEDULE.                                                  *
023200*---------------------------------------------------------------*
023300 1000-INITIALIZE.
023400     OPEN INPUT  PARM-CARD.
023500     READ PARM-CARD
023600         AT END
023700             MOVE ZERO   TO PARM-TAX-YEAR
023800                            PARM-REPORT-DATE
023900     END-READ.
024000     CLOSE PARM-CARD.
024100     IF PARM-REPORT-DATE NOT NUMERIC OR PARM-REPORT-DATE = ZERO
024200         ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
024300     ELSE
024400         MOVE PARM-REPORT-DATE        TO WS-REPORT-DATE
024500     END-IF.
024600     IF PARM-TAX-YEAR NOT NUMERIC
024700         MOVE ZERO                    TO PARM-TAX-YEAR
024800     END-IF.
024900     MOVE PARM-TAX-YEAR               TO WS-RC-TAX-YEAR.
025000     OPEN INPUT  FEED-SCHEDULE.
025100     PERFORM 7100-READ-SCHEDULE THRU 7100-EXIT.
025200     PERFORM 1100-TABLE-SCHEDULE THRU 1100-EXIT
025300         UNTIL END-OF-FEED-SCHEDULE.
025400     CLOSE FEED-SCHEDULE.
025500     OPEN INPUT  FEED-RECEIPT-LOG
025600          OUTPUT DAILY-INTAKE-RPT.
025700     MOVE PARM-TAX-YEAR               TO WS-H-TAX-YEAR.
025800     MOVE WS-REPORT-DATE              TO WS-H-REPORT-DATE.
025900     WRITE DAILY-INTAKE-RPT-LINE FROM WS-HEADING-LINE.
026000     WRITE DAILY-INTAKE-RPT-LINE FROM WS-SECTION-1-LINE.
026100     WRITE DAILY-INTAKE-RPT-LINE FROM WS-COLUMN-1-LINE.
026200     OPEN EXTEND RUN-CONTROL-FILE.
026300     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
026400     PERFORM 7000-READ-RECEIPT-LOG THRU 7000-EXIT.
026500 1000-EXIT.
026600     EXIT.
026700*---------------------------------------------------------------*
026800*    1100-TABLE-SCHEDULE                                        *
026900*---------------------------------------------------------------*
027000 1100-TABLE-SCHEDULE.
027100     IF FS-OWNER-USER (1:1) = '*' OR FS-OWNER-USER = SPACES
027200         GO TO 1100-NEXT
027300     END-IF.
027400     IF WS-OT-COUNT NOT < 500
027500         ADD 1 TO WS-TABLE-FULL-COUNT
027600         GO TO 1100-NEXT
027700     END-IF.
027800     ADD 1 TO WS-OT-COUNT.
027900     MOVE WS-OT-COUNT                 TO WS-OT-SUB.
028000     MOVE FS-OWNER-USER TO OT-OWNER-USER (WS-OT-SUB).
028100     MOVE FS-SYSTEM-INDICATOR
028200                               TO OT-SYSTEM-INDICATOR (WS-OT-SUB).
028300     IF FS-EXPECTED-DATE NUMERIC
028400         MOVE FS-EXPECTED-DATE   TO OT-EXPECTED-DATE (WS-OT-SUB)
028500     ELSE
028600         MOVE ZERO               TO OT-EXPECTED-DATE (WS-OT-SUB)
028700     END-IF.
028800     MOVE FS-DESCRIPTION TO OT-DESCRIPTION (WS-OT-SUB).
028900     SET OT-SCHEDULED (WS-OT-SUB) TO TRUE.
029000     PERFORM 1200-CLEAR-COUNTS THRU 1200-EXIT.
029100 1100-NEXT.
029200     PERFORM 7100-READ-SCHEDULE THRU 7100-EXIT.
029300 1100-EXIT.
029400     EXIT.
029500*---------------------------------------------------------------*
029600*    1200-CLEAR-COUNTS                                          *
029700*---------------------------------------------------------------*
029800 1200-CLEAR-COUNTS.
029900     MOVE ZERO TO OT-ACCEPTED-COUNT (WS-OT-SUB)
030000                  OT-REJECTED-COUNT (WS-OT-SUB)
030100                  OT-LAST-RECEIPT-DATE (WS-OT-SUB).
030200     MOVE SPACES                 TO OT-LAST-REASON (WS-OT-SUB).
030300 1200-EXIT.
030400     EXIT.
030500*---------------------------------------------------------------*
030600*    2000-PROCESS-LOG -- LIST TODAY'S FEEDS AND POST EACH FEED  *
030700*    TO ITS OWNER-USER.                                         *
030800*---------------------------------------------------------------*
030900 2000-PROCESS-LOG.
031000     IF PARM-TAX-YEAR NOT = ZERO
031100             AND FR-TAX-YEAR NOT = PARM-TAX-YEAR
031200         GO TO 2000-NEXT
031300     END-IF.
031400     IF FR-RECEIPT-DATE > WS-REPORT-DATE
031500         GO TO 2000-NEXT
031600     END-IF.
031700     IF FR-RECEIPT-DATE = WS-REPORT-DATE
031800         PERFORM 2100-PRINT-RECEIPT THRU 2100-EXIT
031900     END-IF.
032000     PERFORM 2200-FIND-OWNER THRU 2200-EXIT.
032100     IF NOT OWNER-ENTRY-FOUND
032200         PERFORM 2300-ADD-UNSCHEDULED THRU 2300-EXIT
032300     END-IF.
032400     IF NOT OWNER-ENTRY-FOUND
032500         GO TO 2000-NEXT
032600     END-IF.
032700     IF FR-FEED-ACCEPTED
032800         ADD 1 TO OT-ACCEPTED-COUNT (WS-OT-SUB)
032900     ELSE
033000         ADD 1 TO OT-REJECTED-COUNT (WS-OT-SUB)
033100         MOVE FR-REJECT-REASON   TO OT-LAST-REASON (WS-OT-SUB)
033200     END-IF.
033300     MOVE FR-RECEIPT-DATE TO OT-LAST-RECEIPT-DATE (WS-OT-SUB).
033400 2000-NEXT.
033500     PERFORM 7000-READ-RECEIPT-LOG THRU 7000-EXIT.
033600 2000-EXIT.
033700     EXIT.
033800*---------------------------------------------------------------*
033900*    2100-PRINT-RECEIPT                                         *
034000*---------------------------------------------------------------*
034100 2100-PRINT-RECEIPT.
034200     ADD 1 TO WS-TODAY-COUNT.
034300     MOVE FR-SYSTEM-INDICATOR         TO WS-R-SYSTEM-INDICATOR.
034400     MOVE FR-OWNER-USER               TO WS-R-OWNER-USER.
034500     MOVE FR-TAX-YEAR                 TO WS-R-TAX-YEAR.
034600     MOVE FR-CREATION-DATE            TO WS-R-CREATION-DATE.
034700     MOVE FR-FEED-SEQUENCE            TO WS-R-FEED-SEQUENCE.
034800     MOVE FR-RECEIPT-TIME             TO WS-R-RECEIPT-TIME.
034900     MOVE FR-SOURCE-NAME              TO WS-R-SOURCE-NAME.
035000     MOVE FR-RECORDS-RECEIVED         TO WS-R-RECORDS-RECEIVED.
035100     IF FR-FEED-ACCEPTED
035200         MOVE 'ACCEPTED'              TO WS-R-STATUS
035300     ELSE
035400         MOVE 'REJECTED'              TO WS-R-STATUS
035500     END-IF.
035600     MOVE FR-REJECT-REASON            TO WS-R-REASON.
035700     WRITE DAILY-INTAKE-RPT-LINE FROM WS-RECEIPT-LINE.
035800 2100-EXIT.
035900     EXIT.
036000*---------------------------------------------------------------*
036100*    2200-FIND-OWNER                                            *
036200*---------------------------------------------------------------*
036300 2200-FIND-OWNER.
036400     MOVE 'N' TO WS-FOUND-SW.
036500     PERFORM 2210-SCAN-OWNER THRU 2210-EXIT
036600         VARYING WS-OT-SUB FROM 1 BY 1
036700             UNTIL WS-OT-SUB > WS-OT-COUNT
036800                OR OWNER-ENTRY-FOUND.
036900     IF OWNER-ENTRY-FOUND
037000         SUBTRACT 1 FROM WS-OT-SUB
037100     END-IF.
037200 2200-EXIT.
037300     EXIT.
037400*---------------------------------------------------------------*
037500*    2210-SCAN-OWNER                                            *
037600*---------------------------------------------------------------*
037700 2210-SCAN-OWNER.
037800     IF OT-OWNER-USER (WS-OT-SUB) = FR-OWNER-USER
037900             AND OT-SYSTEM-INDICATOR (WS-OT-SUB) =
038000                                      FR-SYSTEM-INDICATOR
038100         SET OWNER-ENTRY-FOUND TO TRUE
038200     END-IF.
038300 2210-EXIT.
038400     EXIT.
038500*---------------------------------------------------------------*
038600*    2300-ADD-UNSCHEDULED -- A FEED FROM AN OWNER-USER NOT ON   *
038700*    THE SCHEDULE.                                              *
038800*---------------------------------------------------------------*
038900 2300-ADD-UNSCHEDULED.
039000     IF WS-OT-COUNT NOT < 500
039100         ADD 1 TO WS-TABLE-FULL-COUNT
039200         GO TO 2300-EXIT
039300     END-IF.
039400     ADD 1 TO WS-OT-COUNT.
039500     MOVE WS-OT-COUNT                 TO WS-OT-SUB.
039600     MOVE FR-OWNER-USER TO OT-OWNER-USER (WS-OT-SUB).
039700     MOVE FR-SYSTEM-INDICATOR
039800                               TO OT-SYSTEM-INDICATOR (WS-OT-SUB).
039900     MOVE ZERO                   TO OT-EXPECTED-DATE (WS-OT-SUB).
040000     MOVE 'NOT ON FEED SCHEDULE' TO OT-DESCRIPTION (WS-OT-SUB).
040100     SET OT-UNSCHEDULED (WS-OT-SUB) TO TRUE.
040200     PERFORM 1200-CLEAR-COUNTS THRU 1200-EXIT.
040300     SET OWNER-ENTRY-FOUND TO TRUE.
040400 2300-EXIT.
040500     EXIT.
040600*---------------------------------------------------------------*
040700*    3000-PRINT-OWNERS                                          *
040800*---------------------------------------------------------------*
040900 3000-PRINT-OWNERS.
041000     WRITE DAILY-INTAKE-RPT-LINE FROM WS-SECTION-2-LINE.
041100     WRITE DAILY-INTAKE-RPT-LINE FROM WS-COLUMN-2-LINE.
041200     PERFORM 3100-PRINT-OWNER THRU 3100-EXIT
041300         VARYING WS-OT-SUB FROM 1 BY 1
041400             UNTIL WS-OT-SUB > WS-OT-COUNT.
041500 3000-EXIT.
041600     EXIT.
041700*---------------------------------------------------------------*
041800*    3100-PRINT-OWNER -- ONE ACCEPTED FEED IS ENOUGH TO COUNT   *
041900*    THE OWNER-USER AS ARRIVED.                                 *
042000*---------------------------------------------------------------*
042100 3100-PRINT-OWNER.
042200     MOVE SPACES                      TO WS-O-REASON.
042300     EVALUATE TRUE
042400         WHEN OT-ACCEPTED-COUNT (WS-OT-SUB) > ZERO
042500             MOVE 'ARRIVED'           TO WS-O-STATUS
042600             ADD 1 TO WS-ARRIVED-COUNT
042700         WHEN OT-REJECTED-COUNT (WS-OT-SUB) > ZERO
042800             MOVE 'REJECTED'          TO WS-O-STATUS
042900             MOVE OT-LAST-REASON (WS-OT-SUB) TO WS-O-REASON
043000             ADD 1 TO WS-REJECTED-COUNT
043100         WHEN OT-EXPECTED-DATE (WS-OT-SUB) < WS-REPORT-DATE
043200             MOVE 'OVERDUE'           TO WS-O-STATUS
043300             ADD 1 TO WS-OVERDUE-COUNT
043400         WHEN OTHER
043500             MOVE 'OUTSTANDING'       TO WS-O-STATUS
043600             ADD 1 TO WS-OUTSTANDING-COUNT
043700     END-EVALUATE.
043800     IF OT-UNSCHEDULED (WS-OT-SUB)
043900         ADD 1 TO WS-UNSCHEDULED-COUNT
044000     END-IF.
044100     MOVE OT-OWNER-USER (WS-OT-SUB)   TO WS-O-OWNER-USER.
044200     MOVE OT-SYSTEM-INDICATOR (WS-OT-SUB)
044300                                      TO WS-O-SYSTEM-INDICATOR.
044400     MOVE OT-DESCRIPTION (WS-OT-SUB)  TO WS-O-DESCRIPTION.
044500     MOVE OT-EXPECTED-DATE (WS-OT-SUB) TO WS-O-EXPECTED-DATE.
044600     MOVE OT-ACCEPTED-COUNT (WS-OT-SUB) TO WS-O-ACCEPTED-COUNT.
044700     MOVE OT-REJECTED-COUNT (WS-OT-SUB) TO WS-O-REJECTED-COUNT.
044800     MOVE OT-LAST-RECEIPT-DATE (WS-OT-SUB)
044900                                      TO WS-O-LAST-RECEIPT-DATE.
045000     WRITE DAILY-INTAKE-RPT-LINE FROM WS-OWNER-LINE.
045100 3100-EXIT.
045200     EXIT.
045300*---------------------------------------------------------------*
045400*    7000-READ-RECEIPT-LOG                                      *
045500*---------------------------------------------------------------*
045600 7000-READ-RECEIPT-LOG.
045700     READ FEED-RECEIPT-LOG
045800         AT END
045900             SET END-OF-RECEIPT-LOG TO TRUE
046000         NOT AT END
046100             ADD 1 TO WS-RC-RECORDS-READ
046200     END-READ.
046300 7000-EXIT.
046400     EXIT.
046500*---------------------------------------------------------------*
046600*    7100-READ-SCHEDULE                                         *
046700*---------------------------------------------------------------*
046800 7100-READ-SCHEDULE.
046900     READ FEED-SCHEDULE
047000         AT END
047100             SET END-OF-FEED-SCHEDULE TO TRUE
047200     END-READ.
047300 7100-EXIT.
047400     EXIT.
047500*---------------------------------------------------------------*
047600*    8000-FINISH                                                *
047700*---------------------------------------------------------------*
047800 8000-FINISH.
047900     MOVE 'FEEDS RECEIVED ON REPORT DATE - ' TO WS-T-CAPTION.
048000     MOVE WS-TODAY-COUNT              TO WS-T-COUNT.
048100     WRITE DAILY-INTAKE-RPT-LINE FROM WS-TOTAL-LINE.
048200     MOVE 'OWNER-USERS ARRIVED ----------- ' TO WS-T-CAPTION.
048300     MOVE WS-ARRIVED-COUNT            TO WS-T-COUNT.
048400     WRITE DAILY-INTAKE-RPT-LINE FROM WS-TOTAL-LINE.
048500     MOVE 'OWNER-USERS REJECTED ---------- ' TO WS-T-CAPTION.
048600     MOVE WS-REJECTED-COUNT           TO WS-T-COUNT.
048700     WRITE DAILY-INTAKE-RPT-LINE FROM WS-TOTAL-LINE.
048800     MOVE 'OWNER-USERS OUTSTANDING ------- ' TO WS-T-CAPTION.
048900     MOVE WS-OUTSTANDING-COUNT        TO WS-T-COUNT.
049000     WRITE DAILY-INTAKE-RPT-LINE FROM WS-TOTAL-LINE.
049100     MOVE 'OWNER-USERS OVERDUE ----------- ' TO WS-T-CAPTION.
049200     MOVE WS-OVERDUE-COUNT            TO WS-T-COUNT.
049300     WRITE DAILY-INTAKE-RPT-LINE FROM WS-TOTAL-LINE.
049400     MOVE '   NOT ON FEED SCHEDULE ------- ' TO WS-T-CAPTION.
049500     MOVE WS-UNSCHEDULED-COUNT        TO WS-T-COUNT.
049600     WRITE DAILY-INTAKE-RPT-LINE FROM WS-TOTAL-LINE.
049700     IF WS-TABLE-FULL-COUNT NOT = ZERO
049800         MOVE 'NOT LISTED - OWNER TABLE FULL - ' TO WS-T-CAPTION
049900         MOVE WS-TABLE-FULL-COUNT     TO WS-T-COUNT
050000         WRITE DAILY-INTAKE-RPT-LINE FROM WS-TOTAL-LINE
050100     END-IF.
050200     CLOSE FEED-RECEIPT-LOG DAILY-INTAKE-RPT.
050300     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
050400     CLOSE RUN-CONTROL-FILE.
050500 8000-EXIT.
050600     EXIT.
050700*---------------------------------------------------------------*
050800*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
050900*---------------------------------------------------------------*
051000 9000-WRITE-RUN-OPEN.
051100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
051200     ACCEPT WS-RUN-TIME FROM TIME.
051300     MOVE SPACES TO EQC861P22.
051400     INITIALIZE EQC861P22.
051500     MOVE 'EQC861P60'            TO RC-PROGRAM-ID.
051600     SET RC-OPEN-ENTRY TO TRUE.
051700     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
051800     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
051900     SET RC-STEP-STARTED TO TRUE.
052000     WRITE EQC861P22.
052100 9000-EXIT.
052200     EXIT.
052300*---------------------------------------------------------------*
052400*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE.   *
052500*    THE EXCEPTIONS ARE OWNER-USERS REJECTED OR OVERDUE.        *
052600*---------------------------------------------------------------*
052700 9100-WRITE-RUN-CLOSE.
052800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
052900     ACCEPT WS-RUN-TIME FROM TIME.
053000     MOVE SPACES TO EQC861P22.
053100     INITIALIZE EQC861P22.
053200     MOVE 'EQC861P60'            TO RC-PROGRAM-ID.
053300     SET RC-CLOSE-ENTRY TO TRUE.
053400     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
053500     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
053600     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
053700     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
053800     MOVE WS-OT-COUNT                 TO RC-RECORDS-WRITTEN.
053900     COMPUTE RC-EXCEPTION-COUNT = WS-REJECTED-COUNT
054000                                + WS-OVERDUE-COUNT.
054100     SET RC-STEP-COMPLETED TO TRUE.
054200     WRITE EQC861P22.
054300 9100-EXIT.
054400     EXIT.
054500*---------------------------------------------------------------*
054600*    9999-EXIT -- COMMON PROGRAM EXIT                            *
054700*---------------------------------------------------------------*
054800 9999-EXIT.
054900     STOP RUN.
