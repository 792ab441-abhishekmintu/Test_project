002518*                         ON THE INPUT COUNT.  A PARAMETER-
002520*                         CARD OVERRIDE IS HONORED AND LOGGED
002522*                         ON THE RUN-CONTROL OPEN ENTRY.
002524*    10/15/2026 CT08841   LOG ONE SUBMISSION ENTRY PER PAYER
002526*                         GROUP WRITTEN TO THE TAPE TO THE
002528*                         SHARED FILING SUBMISSION LOG
002530*                         (FILESUB) FOR THE EQC861P44 FILING-
002532*                         STATUS LEDGER.
002534*    10/15/2026 CT08841   LEAVE PAYEES MARKED BELOW THE MINIMUM
002536*                         REPORTING THRESHOLD BY EQC861P51 OFF
002538*                         THE TAPE.  THEIR PAYER 'A' RECORD
002540*                         CONTROL TOTALS ALREADY EXCLUDE THEM.
002542*    10/15/2026 CT08841   RUN AGAINST ONE PARTITION OF THE
002544*                         SPLIT TAX FORM FILE (EQC861P67) WHEN
002546*                         THE PARAMETER CARD CARRIES A
002548*                         PARTITION ID.  THE ID IS STAMPED ON
002550*                         THE RUN-CONTROL ENTRIES AND THE
002552*                         STARTUP GATE LOOKS ONLY AT THAT
002554*                         PARTITION'S EQC861P14 AND EQC861P5
002556*                         CLOSE ENTRIES.
002558*    10/15/2026 CT08841   HOLD EACH PAYER 'A' RECORD UNTIL ITS
002560*                         FIRST PAYEE GOES ON THE TAPE, SO A
002562*                         GROUP WHOSE PAYEES WERE ALL SCREENED
002564*                         OUT PUTS NO 'A' RECORD ON THE TAPE
002566*                         AND LOGS NO SUBMISSION ENTRY.
002568*    10/15/2026 CT08841   STAMP THE PARTITION ID ON EACH FILING
002570*                         SUBMISSION LOG ENTRY.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004000         ORGANIZATION IS SEQUENTIAL.
004002     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004004         ORGANIZATION IS SEQUENTIAL.
004006     SELECT SUBMISSION-LOG   ASSIGN TO FILESUB
004008         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PARM-CARD
004700         88  RESTART-THIS-RUN             VALUE 'Y'.
004720     05  PARM-TAX-YEAR                PIC 9(04).
004740     05  PARM-OVERRIDE-IND            PIC X(01).
004742     05  PARM-PARTITION-ID            PIC X(02).
004800     05  FILLER                       PIC X(72).
004900 FD  TAX-FORM-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY EQC861P4.
006304     LABEL RECORDS ARE STANDARD
006306     RECORDING MODE IS F.
006308     COPY EQC861P23.
006310 FD  SUBMISSION-LOG
006312     LABEL RECORDS ARE STANDARD
006314     RECORDING MODE IS F.
006316     COPY EQC861P43.
006400 WORKING-STORAGE SECTION.
006500 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
006600     88  END-OF-TAX-FORM-FILE             VALUE 'Y'.
008252                                          VALUE ZERO.
008254 77  WS-RC-RECORDS-WRITTEN            PIC 9(09)   COMP-3
008256                                          VALUE ZERO.
008258 77  WS-LOG-PENDING-SW                PIC X(01)   VALUE 'N'.
008260     88  SUBMISSION-LOG-PENDING            VALUE 'Y'.
008262 77  WS-LOG-PAYEE-COUNT               PIC 9(07)   COMP-3
008264                                          VALUE ZERO.
008266 77  WS-PAYER-PENDING-SW              PIC X(01)   VALUE 'N'.
008268     88  PAYER-RECORD-PENDING             VALUE 'Y'.
008270*---------------------------------------------------------------*
008272*    THE PAYER 'A' RECORD, HELD UNTIL ITS FIRST PAYEE GOES ON   *
008274*    THE TAPE.                                                  *
008276*---------------------------------------------------------------*
008278 01  WS-PENDING-PAYER-RECORD          PIC X(600).
008300 PROCEDURE DIVISION.
008400*---------------------------------------------------------------*
008500*    0000-MAINLINE                                              *
009228             MOVE 'N'    TO PARM-RESTART-IND
009230             MOVE ZERO   TO PARM-TAX-YEAR
009232             MOVE SPACE  TO PARM-OVERRIDE-IND
009233             MOVE SPACES TO PARM-PARTITION-ID
009234     END-READ.
009236     CLOSE PARM-CARD.
009238     OPEN INPUT RUN-CONTROL-FILE.
009282     IF RC-CLOSE-ENTRY AND RC-STEP-COMPLETED
009284             AND (PARM-TAX-YEAR = ZERO
009286                  OR RC-TAX-YEAR = PARM-TAX-YEAR)
009287             AND RC-PARTITION-ID = PARM-PARTITION-ID
009288         IF RC-PROGRAM-ID = 'EQC861P5'
009290             SET BALANCE-CLOSE-FOUND TO TRUE
009292             MOVE RC-RECORDS-READ TO WS-P5-RECORDS-READ
011100     OPEN INPUT TAX-FORM-FILE.
011102     OPEN EXTEND RUN-CONTROL-FILE.
011104     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
011106     OPEN EXTEND SUBMISSION-LOG.
011200     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
011300 1000-EXIT.
011400     EXIT.
015500         PERFORM 3000-START-GROUP THRU 3000-EXIT
015600     END-IF.
015700     IF NOT SKIPPING-COMPLETED-GROUP
015702             AND NOT (TAX-FORMS-PAYEE-RECORD
015704                      AND BELOW-REPORTING-THRESHOLD)
015800         PERFORM 4000-WRITE-TAPE-RECORD THRU 4000-EXIT
015900     END-IF.
016000     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
020300 3100-EXIT.
020400     EXIT.
020500*---------------------------------------------------------------*
020600*    4000-WRITE-TAPE-RECORD -- A PAYER 'A' RECORD IS HELD AND   *
020610*    GOES ON THE TAPE AHEAD OF ITS FIRST PAYEE, SO AN 'A' WHOSE *
020620*    PAYEES WERE ALL SCREENED OUT BY EQC861P51 IS LEFT OFF THE  *
020630*    TAPE AND LOGS NO SUBMISSION ENTRY.                         *
020700*---------------------------------------------------------------*
020800 4000-WRITE-TAPE-RECORD.
020802     IF TAX-FORMS-PAYER-RECORD
020804         MOVE EQC861P3            TO WS-PENDING-PAYER-RECORD
020806         SET PAYER-RECORD-PENDING TO TRUE
020808         GO TO 4000-EXIT
020810     END-IF.
020812     IF PAYER-RECORD-PENDING
020814         PERFORM 4200-RELEASE-PAYER-RECORD THRU 4200-EXIT
020816     END-IF.
020900     MOVE EQC861P3 TO TAPE-OUT-RECORD.
021000     WRITE TAPE-OUT-RECORD.
021002     ADD 1 TO WS-RC-RECORDS-WRITTEN.
021010     ADD 1 TO WS-LOG-PAYEE-COUNT.
021100 4000-EXIT.
021200     EXIT.
021202*---------------------------------------------------------------*
021204*    4100-START-SUBMISSION-LOG -- EACH PAYER 'A' RECORD PUT ON  *
021206*    THE TAPE OPENS A SUBMISSION LOG ENTRY FOR ITS PAYER GROUP; *
021208*    THE PRIOR GROUP'S ENTRY IS WRITTEN FIRST.  GROUPS SKIPPED  *
021210*    ON A RESTART WERE LOGGED BY THE RUN THAT WROTE THEM.  THE  *
021211*    PAYEE RECORD IN HAND CARRIES THE SAME PAYER KEY AND FEIN   *
021212*    AS THE 'A' RECORD JUST RELEASED.                           *
021213*---------------------------------------------------------------*
021214 4100-START-SUBMISSION-LOG.
021216     IF SUBMISSION-LOG-PENDING
021218         PERFORM 9200-WRITE-SUBMISSION-LOG THRU 9200-EXIT
021220     END-IF.
021222     MOVE SPACES                      TO EQC861P42.
021224     INITIALIZE EQC861P42.
021226     MOVE OWNER-USER                  TO FL-OWNER-USER.
021228     MOVE PAYER-NUMBER                TO FL-PAYER-NUMBER.
021230     MOVE FORM-TYPE                   TO FL-FORM-TYPE.
021232     MOVE TAX-YEAR                    TO FL-TAX-YEAR.
021234     SET FL-CHANNEL-TAPE              TO TRUE.
021236     MOVE FEDERAL-IDENTIFICATION-NUMBER TO FL-PAYER-TIN.
021238     MOVE ZERO                        TO WS-LOG-PAYEE-COUNT.
021240     SET SUBMISSION-LOG-PENDING       TO TRUE.
021242 4100-EXIT.
021244     EXIT.
021250*---------------------------------------------------------------*
021255*    4200-RELEASE-PAYER-RECORD -- WRITE THE HELD 'A' RECORD     *
021260*    AHEAD OF ITS FIRST PAYEE AND OPEN ITS LOG ENTRY.           *
021265*---------------------------------------------------------------*
021270 4200-RELEASE-PAYER-RECORD.
021275     MOVE WS-PENDING-PAYER-RECORD     TO TAPE-OUT-RECORD.
021280     WRITE TAPE-OUT-RECORD.
021285     ADD 1 TO WS-RC-RECORDS-WRITTEN.
021290     MOVE 'N' TO WS-PAYER-PENDING-SW.
021292     PERFORM 4100-START-SUBMISSION-LOG THRU 4100-EXIT.
021294 4200-EXIT.
021296     EXIT.
021300*---------------------------------------------------------------*
021400*    5000-WRITE-CHECKPOINT -- THE PRIOR PAYER GROUP HAS BEEN     *
021500*    FULLY WRITTEN (OR FULLY SKIPPED).  RECORD IT AS THE NEW     *
024700     IF GROUP-IN-PROGRESS
024800         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
024900     END-IF.
024902     IF SUBMISSION-LOG-PENDING
024904         PERFORM 9200-WRITE-SUBMISSION-LOG THRU 9200-EXIT
024906     END-IF.
025000     CLOSE TAX-FORM-FILE TAPE-BUILD-OUT CHECKPOINT-FILE.
025002     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
025004     CLOSE RUN-CONTROL-FILE.
025006     CLOSE SUBMISSION-LOG.
025100 8000-EXIT.
025200     EXIT.
025202*---------------------------------------------------------------*
025214     MOVE SPACES TO EQC861P22.
025216     INITIALIZE EQC861P22.
025218     MOVE 'EQC861P7'             TO RC-PROGRAM-ID.
025219     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
025220     SET RC-OPEN-ENTRY TO TRUE.
025222     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
025224     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
025246     MOVE SPACES TO EQC861P22.
025248     INITIALIZE EQC861P22.
025250     MOVE 'EQC861P7'             TO RC-PROGRAM-ID.
025251     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
025252     SET RC-CLOSE-ENTRY TO TRUE.
025254     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
025256     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
025268     WRITE EQC861P22.
025270 9100-EXIT.
025272     EXIT.
025273*---------------------------------------------------------------*
025274*    9200-WRITE-SUBMISSION-LOG -- ONE ENTRY PER PAYER GROUP     *
025275*    WRITTEN TO THE TAPE, POSTED TO THE LEDGER BY EQC861P44.    *
025276*---------------------------------------------------------------*
025277 9200-WRITE-SUBMISSION-LOG.
025278     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025279     ACCEPT WS-RUN-TIME FROM TIME.
025280     MOVE 'EQC861P7'                  TO FL-SUBMIT-PROGRAM.
025281     MOVE WS-RUN-DATE                 TO FL-SUBMIT-DATE.
025282     MOVE WS-RUN-TIME (1:6)           TO FL-SUBMIT-TIME.
025283     MOVE PARM-PARTITION-ID           TO FL-PARTITION-ID.
025284     MOVE WS-LOG-PAYEE-COUNT          TO FL-PAYEE-COUNT.
025285     MOVE 1                           TO FL-SUBMIT-COUNT.
025286     SET FL-SUBMITTED                 TO TRUE.
025287     WRITE EQC861P42.
025288     MOVE 'N' TO WS-LOG-PENDING-SW.
025289 9200-EXIT.
025291     EXIT.
025300*---------------------------------------------------------------*
025400*    9999-EXIT -- COMMON PROGRAM EXIT                            *
025500*---------------------------------------------------------------*
