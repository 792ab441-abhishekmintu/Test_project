003132*                         THE FIRE 1099 RECORD SET -- 1042-S
003134*                         FILES ON ITS OWN IRS FORMAT, BUILT
003136*                         BY EQC861P41.
003138*    10/15/2026 CT08841   LOG ONE SUBMISSION ENTRY PER FIRE
003140*                         PAYER GROUP TO THE SHARED FILING
003142*                         SUBMISSION LOG (FILESUB) FOR THE
003144*                         EQC861P44 FILING-STATUS LEDGER.
003146*    10/15/2026 CT08841   LEAVE PAYEES MARKED BELOW THE MINIMUM
003148*                         REPORTING THRESHOLD BY EQC861P51 OFF
003150*                         THE FIRE FILE, SO THE 'C' RECORD
003152*                         TOTALS AGREE WITH THE ADJUSTED 'A'
003154*                         RECORD CONTROL TOTALS.
003156*    10/15/2026 CT08841   RUN AGAINST ONE PARTITION OF THE
003158*                         SPLIT TAX FORM FILE (EQC861P67) WHEN
003160*                         THE PARAMETER CARD CARRIES A
003162*                         PARTITION ID.  THE ID IS STAMPED ON
003164*                         THE RUN-CONTROL ENTRIES AND THE
003166*                         STARTUP GATE LOOKS ONLY AT THAT
003168*                         PARTITION'S EQC861P14 AND EQC861P5
003170*                         CLOSE ENTRIES.
003172*    10/15/2026 CT08841   HOLD EACH PAYER 'A' RECORD UNTIL THE
003174*                         GROUP'S FIRST PAYEE IS WRITTEN, SO A
003176*                         GROUP WHOSE PAYEES WERE ALL SCREENED
003178*                         OUT GETS NO 'A' OR 'C' RECORD, IS
003180*                         LEFT OUT OF THE 'F' PAYER COUNT AND
003182*                         LOGS NO SUBMISSION ENTRY.
003184*    10/15/2026 CT08841   STAMP THE PARTITION ID ON EACH FILING
003186*                         SUBMISSION LOG ENTRY.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004200         ORGANIZATION IS SEQUENTIAL.
004202     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004204         ORGANIZATION IS SEQUENTIAL.
004206     SELECT SUBMISSION-LOG   ASSIGN TO FILESUB
004208         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004410 FD  PARM-CARD
004430 01  PARM-RECORD.
004440     05  PARM-TAX-YEAR                PIC 9(04).
004450     05  PARM-OVERRIDE-IND            PIC X(01).
004452     05  PARM-PARTITION-ID            PIC X(02).
004460     05  FILLER                       PIC X(73).
004500 FD  TAX-FORM-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY EQC861P4.
009204     LABEL RECORDS ARE STANDARD
009206     RECORDING MODE IS F.
009208     COPY EQC861P23.
009210 FD  SUBMISSION-LOG
009212     LABEL RECORDS ARE STANDARD
009214     RECORDING MODE IS F.
009216     COPY EQC861P43.
009300 WORKING-STORAGE SECTION.
009400 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
009500     88  END-OF-TAX-FORM-FILE             VALUE 'Y'.
010050 77  WS-PAYEE-TIN                     PIC 9(09).
010100 77  WS-PAYER-COUNT                   PIC 9(07)   COMP-3
010200                                          VALUE ZERO.
010210 77  WS-A-PENDING-SW                  PIC X(01)   VALUE 'N'.
010220     88  PAYER-A-PENDING                  VALUE 'Y'.
010230 77  WS-A-WRITTEN-SW                  PIC X(01)   VALUE 'N'.
010240     88  PAYER-A-WRITTEN                  VALUE 'Y'.
010250*---------------------------------------------------------------*
010260*    THE PAYER 'A' RECORD, HELD UNTIL THE GROUP'S FIRST PAYEE   *
010270*    GOES ON THE FILE.                                          *
010280*---------------------------------------------------------------*
010290 01  WS-SAVED-A-RECORD                PIC X(750).
010300 01  WS-PAYER-TOTALS.
010400     05  WS-PAYER-PAYEE-COUNT         PIC 9(07)   COMP-3.
010500     05  WS-PAYER-AMOUNT OCCURS 12 TIMES
011626         AT END
011628             MOVE ZERO   TO PARM-TAX-YEAR
011630             MOVE SPACE  TO PARM-OVERRIDE-IND
011631             MOVE SPACES TO PARM-PARTITION-ID
011632     END-READ.
011634     CLOSE PARM-CARD.
011636     OPEN INPUT RUN-CONTROL-FILE.
011680     IF RC-CLOSE-ENTRY AND RC-STEP-COMPLETED
011682             AND (PARM-TAX-YEAR = ZERO
011684                  OR RC-TAX-YEAR = PARM-TAX-YEAR)
011685             AND RC-PARTITION-ID = PARM-PARTITION-ID
011686         IF RC-PROGRAM-ID = 'EQC861P5'
011688             SET BALANCE-CLOSE-FOUND TO TRUE
011690             MOVE RC-RECORDS-READ TO WS-P5-RECORDS-READ
012200          OUTPUT FIRE-EXTRACT-FILE.
012202     OPEN EXTEND RUN-CONTROL-FILE.
012204     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
012206     OPEN EXTEND SUBMISSION-LOG.
012300     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
012350     INITIALIZE FIRE-T-RECORD.
012400     IF NOT END-OF-TAX-FORM-FILE
013600         PERFORM 3000-START-PAYER THRU 3000-EXIT
013700     END-IF.
013800     IF TAX-FORMS-PAYEE-RECORD AND PAYER-IS-ELIGIBLE
013802             AND NOT BELOW-REPORTING-THRESHOLD
013900         PERFORM 4000-WRITE-PAYEE THRU 4000-EXIT
014000     END-IF.
014100     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
014590*    ON ITS OWN IRS FORMAT, BUILT BY EQC861P41.                  *
014600*---------------------------------------------------------------*
014700 3000-START-PAYER.
014800     IF GROUP-IN-PROGRESS AND PAYER-A-WRITTEN
014900         PERFORM 5000-WRITE-END-OF-PAYER THRU 5000-EXIT
015000     END-IF.
015100     SET GROUP-IN-PROGRESS TO TRUE.
015200     MOVE 'N' TO WS-ELIGIBLE-SW
015210                 WS-A-PENDING-SW
015220                 WS-A-WRITTEN-SW.
015250     IF DST-TCC AND NOT FORM-W2 AND NOT FORM-1042-S
015400         SET PAYER-IS-ELIGIBLE TO TRUE
015500         PERFORM 3100-WRITE-PAYER THRU 3100-EXIT
015700 3000-EXIT.
015800     EXIT.
015900*---------------------------------------------------------------*
016000*    3100-WRITE-PAYER -- BUILD THE 'A' RECORD AND HOLD IT.  IT  *
016010*    GOES ON THE FILE WITH THE GROUP'S FIRST PAYEE, SO A GROUP  *
016020*    WHOSE PAYEES WERE ALL SCREENED OUT BY EQC861P51 IS LEFT    *
016030*    OFF ALTOGETHER -- NO 'A' OR 'C' RECORD, NO PAYER COUNT AND *
016040*    NO SUBMISSION LOG ENTRY.                                   *
016100*---------------------------------------------------------------*
016200 3100-WRITE-PAYER.
016250     INITIALIZE FIRE-A-RECORD.
016400     MOVE ZERO TO WS-PAYER-PAYEE-COUNT.
016500     PERFORM 3110-ZERO-PAYER-AMOUNT THRU 3110-EXIT
016600         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
018000     MOVE TYPE-OF-RETURN               TO FA-TYPE-OF-RETURN (1:1).
018100     PERFORM 3120-MOVE-AMT-IND THRU 3120-EXIT
018200         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
018300     MOVE FIRE-A-RECORD               TO WS-SAVED-A-RECORD.
018301     SET PAYER-A-PENDING TO TRUE.
018302     MOVE SPACES                      TO EQC861P42.
018304     INITIALIZE EQC861P42.
018306     MOVE OWNER-USER                  TO FL-OWNER-USER.
018308     MOVE PAYER-NUMBER                TO FL-PAYER-NUMBER.
018310     MOVE FORM-TYPE                   TO FL-FORM-TYPE.
018312     MOVE TAX-YEAR                    TO FL-TAX-YEAR.
018314     SET FL-CHANNEL-FIRE              TO TRUE.
018316     MOVE FEDERAL-IDENTIFICATION-NUMBER TO FL-PAYER-TIN.
018400 3100-EXIT.
018500     EXIT.
018600*---------------------------------------------------------------*
019800                     TO FA-AMOUNT-CODES (WS-BOX-SUB:1).
019900 3120-EXIT.
020000     EXIT.
020010*---------------------------------------------------------------*
020020*    3200-RELEASE-PAYER -- THE GROUP'S FIRST PAYEE IS GOING ON  *
020030*    THE FILE; WRITE THE HELD 'A' RECORD AHEAD OF IT.           *
020040*---------------------------------------------------------------*
020050 3200-RELEASE-PAYER.
020060     WRITE FIRE-A-RECORD FROM WS-SAVED-A-RECORD.
020070     ADD 1 TO WS-PAYER-COUNT.
020080     MOVE 'N' TO WS-A-PENDING-SW.
020085     SET PAYER-A-WRITTEN TO TRUE.
020090 3200-EXIT.
020095     EXIT.
020100*---------------------------------------------------------------*
020200*    4000-WRITE-PAYEE                                           *
020300*---------------------------------------------------------------*
020400 4000-WRITE-PAYEE.
020410     IF PAYER-A-PENDING
020420         PERFORM 3200-RELEASE-PAYER THRU 3200-EXIT
020430     END-IF.
020450     INITIALIZE FIRE-B-RECORD.
020500     ADD 1 TO WS-PAYER-PAYEE-COUNT.
020600     MOVE TAX-YEAR                    TO FB-PAYMENT-YEAR.
024000     PERFORM 5100-MOVE-PAYER-TOTAL THRU 5100-EXIT
024100         VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12.
024200     WRITE FIRE-C-RECORD.
024202     PERFORM 9200-WRITE-SUBMISSION-LOG THRU 9200-EXIT.
024300 5000-EXIT.
024400     EXIT.
024500*---------------------------------------------------------------*
026300*    8000-FINISH                                                *
026400*---------------------------------------------------------------*
026500 8000-FINISH.
026600     IF GROUP-IN-PROGRESS AND PAYER-A-WRITTEN
026700         PERFORM 5000-WRITE-END-OF-PAYER THRU 5000-EXIT
026800     END-IF.
026850     INITIALIZE FIRE-F-RECORD.
027100     CLOSE TAX-FORM-FILE FIRE-EXTRACT-FILE.
027102     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
027104     CLOSE RUN-CONTROL-FILE.
027106     CLOSE SUBMISSION-LOG.
027200 8000-EXIT.
027300     EXIT.
027302*---------------------------------------------------------------*
027314     MOVE SPACES TO EQC861P22.
027316     INITIALIZE EQC861P22.
027318     MOVE 'EQC861P9'             TO RC-PROGRAM-ID.
027319     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
027320     SET RC-OPEN-ENTRY TO TRUE.
027322     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
027324     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
027346     MOVE SPACES TO EQC861P22.
027348     INITIALIZE EQC861P22.
027350     MOVE 'EQC861P9'             TO RC-PROGRAM-ID.
027351     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
027352     SET RC-CLOSE-ENTRY TO TRUE.
027354     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
027356     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
027368     WRITE EQC861P22.
027370 9100-EXIT.
027372     EXIT.
027373*---------------------------------------------------------------*
027374*    9200-WRITE-SUBMISSION-LOG -- ONE ENTRY PER PAYER GROUP     *
027375*    SUBMITTED, POSTED TO THE LEDGER BY EQC861P44.  THE KEY     *
027376*    WAS SET UP WHEN THE PAYER 'A' RECORD WAS WRITTEN.          *
027377*---------------------------------------------------------------*
027378 9200-WRITE-SUBMISSION-LOG.
027379     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027380     ACCEPT WS-RUN-TIME FROM TIME.
027381     MOVE 'EQC861P9'                  TO FL-SUBMIT-PROGRAM.
027382     MOVE WS-RUN-DATE                 TO FL-SUBMIT-DATE.
027383     MOVE WS-RUN-TIME (1:6)           TO FL-SUBMIT-TIME.
027384     MOVE PARM-PARTITION-ID           TO FL-PARTITION-ID.
027385     MOVE WS-PAYER-PAYEE-COUNT        TO FL-PAYEE-COUNT.
027386     MOVE 1                           TO FL-SUBMIT-COUNT.
027387     SET FL-SUBMITTED                 TO TRUE.
027388     WRITE EQC861P42.
027389 9200-EXIT.
027391     EXIT.
027400*---------------------------------------------------------------*
027500*    9999-EXIT -- COMMON PROGRAM EXIT                            *
027600*---------------------------------------------------------------*
