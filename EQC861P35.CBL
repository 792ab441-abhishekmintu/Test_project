004500*    --------------------
004600*    DATE       INIT      DESCRIPTION
004700*    09/02/2026 CT08841   ORIGINAL PROGRAM.
004702*    10/15/2026 CT08841   LOG ONE SUBMISSION ENTRY PER PAYER
004704*                         GROUP AND STATE TO THE SHARED FILING
004706*                         SUBMISSION LOG (FILESUB) FOR THE
004708*                         EQC861P44 FILING-STATUS LEDGER.
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
006400         ORGANIZATION IS SEQUENTIAL.
006402     SELECT SUBMISSION-LOG    ASSIGN TO FILESUB
006404         ORGANIZATION IS SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  PARM-CARD
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200     COPY EQC861P23.
010202 FD  SUBMISSION-LOG
010204     LABEL RECORDS ARE STANDARD
010206     RECORDING MODE IS F.
010208     COPY EQC861P43.
010300 WORKING-STORAGE SECTION.
010400*---------------------------------------------------------------*
010500*    SWITCHES                                                  *
014100     05  WS-SWAP-STATE-CODE           PIC X(02).
014200     05  WS-SWAP-RECORD-COUNT         PIC 9(07)   COMP-3.
014300     05  WS-SWAP-WITHHELD-AMOUNT      PIC 9(16)V99 COMP-3.
014302*---------------------------------------------------------------*
014304*    SUBMISSION LOG WORK AREAS -- STATES FILED FOR THE CURRENT  *
014306*    PAYER GROUP, LOGGED WHEN THE GROUP ENDS.                   *
014308*---------------------------------------------------------------*
014310 77  WS-PS-SUB                        PIC 9(02)   COMP.
014312 77  WS-PS-HIT                        PIC 9(02)   COMP.
014314 01  WS-CUR-PAYER-GROUP.
014316     05  WS-CUR-OWNER-USER            PIC X(06)   VALUE SPACES.
014318     05  WS-CUR-PAYER-NUMBER          PIC 9(03)   VALUE ZERO.
014320     05  WS-CUR-FORM-TYPE             PIC X(02)   VALUE SPACES.
014322     05  WS-CUR-TAX-YEAR              PIC 9(04)   VALUE ZERO.
014324 01  WS-PAYER-STATE-TABLE.
014326     05  WS-PS-COUNT                  PIC 9(02)   COMP VALUE ZERO.
014328     05  WS-PS-ENTRY OCCURS 60 TIMES.
014330         10  PS-STATE-CODE            PIC X(02).
014332         10  PS-PAYEE-COUNT           PIC 9(07)   COMP-3.
014400*---------------------------------------------------------------*
014500*    REPORT LINES                                               *
014600*---------------------------------------------------------------*
020700     WRITE STATE-CTL-RPT-LINE FROM WS-COLUMN-LINE.
020800     OPEN EXTEND RUN-CONTROL-FILE.
020900     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
020902     OPEN EXTEND SUBMISSION-LOG.
021000     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
021100 1000-EXIT.
021200     EXIT.
022800*    3000-START-PAYER                                           *
022900*---------------------------------------------------------------*
023000 3000-START-PAYER.
023002     PERFORM 3100-LOG-PAYER-STATES THRU 3100-EXIT
023004         VARYING WS-PS-SUB FROM 1 BY 1
023006             UNTIL WS-PS-SUB > WS-PS-COUNT.
023008     MOVE ZERO                        TO WS-PS-COUNT.
023010     MOVE OWNER-USER                  TO WS-CUR-OWNER-USER.
023012     MOVE PAYER-NUMBER                TO WS-CUR-PAYER-NUMBER.
023014     MOVE FORM-TYPE                   TO WS-CUR-FORM-TYPE.
023016     MOVE TAX-YEAR                    TO WS-CUR-TAX-YEAR.
023100     IF IS-COMBINED
023200         SET PAYER-IS-COMBINED TO TRUE
023300     ELSE
023800     MOVE NAME-1                      TO WS-CUR-PAYER-NAME.
023900 3000-EXIT.
024000     EXIT.
024002*---------------------------------------------------------------*
024004*    3100-LOG-PAYER-STATES -- ONE SUBMISSION LOG ENTRY FOR EACH *
024006*    STATE THE ENDING PAYER GROUP FILED DIRECT TO, POSTED TO    *
024008*    THE LEDGER BY EQC861P44.                                   *
024010*---------------------------------------------------------------*
024012 3100-LOG-PAYER-STATES.
024014     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024016     ACCEPT WS-RUN-TIME FROM TIME.
024018     MOVE SPACES                      TO EQC861P42.
024020     INITIALIZE EQC861P42.
024022     MOVE WS-CUR-OWNER-USER           TO FL-OWNER-USER.
024024     MOVE WS-CUR-PAYER-NUMBER         TO FL-PAYER-NUMBER.
024026     MOVE WS-CUR-FORM-TYPE            TO FL-FORM-TYPE.
024028     MOVE WS-CUR-TAX-YEAR             TO FL-TAX-YEAR.
024030     SET FL-CHANNEL-STATE             TO TRUE.
024032     MOVE PS-STATE-CODE (WS-PS-SUB)   TO FL-STATE-CODE.
024034     MOVE WS-CUR-PAYER-TIN            TO FL-PAYER-TIN.
024036     MOVE 'EQC861P35'                 TO FL-SUBMIT-PROGRAM.
024038     MOVE WS-RUN-DATE                 TO FL-SUBMIT-DATE.
024040     MOVE WS-RUN-TIME (1:6)           TO FL-SUBMIT-TIME.
024042     MOVE PS-PAYEE-COUNT (WS-PS-SUB)  TO FL-PAYEE-COUNT.
024044     MOVE 1                           TO FL-SUBMIT-COUNT.
024046     SET FL-SUBMITTED                 TO TRUE.
024048     WRITE EQC861P42.
024050 3100-EXIT.
024052     EXIT.
024100*---------------------------------------------------------------*
024200*    4000-SELECT-PAYEE -- PULL THE STATE FIELDS OFF THE OVERLAY  *
024300*    THAT CARRIES THEM, THEN DECIDE WHETHER THIS PAYEE FILES     *
031700     WRITE STATE-SUBM-RECORD.
031800     ADD 1 TO WS-WRITTEN-COUNT.
031900     PERFORM 5100-ACCUM-STATE THRU 5100-EXIT.
031902     PERFORM 5200-ACCUM-PAYER-STATE THRU 5200-EXIT.
032000 5000-EXIT.
032100     EXIT.
032200*---------------------------------------------------------------*
035600     END-IF.
035700 5110-EXIT.
035800     EXIT.
035802*---------------------------------------------------------------*
035804*    5200-ACCUM-PAYER-STATE -- COUNT THE PAYEE UNDER ITS STATE  *
035806*    FOR THE CURRENT PAYER GROUP'S SUBMISSION LOG ENTRIES.      *
035808*---------------------------------------------------------------*
035810 5200-ACCUM-PAYER-STATE.
035812     MOVE ZERO TO WS-PS-HIT.
035814     PERFORM 5210-FIND-PAYER-STATE THRU 5210-EXIT
035816         VARYING WS-PS-SUB FROM 1 BY 1
035818             UNTIL WS-PS-SUB > WS-PS-COUNT.
035820     IF WS-PS-HIT = ZERO
035822         IF WS-PS-COUNT NOT < 60
035824             GO TO 5200-EXIT
035826         END-IF
035828         ADD 1 TO WS-PS-COUNT
035830         MOVE WS-PS-COUNT         TO WS-PS-HIT
035832         MOVE WS-PE-STATE-CODE    TO PS-STATE-CODE (WS-PS-HIT)
035834         MOVE ZERO                TO PS-PAYEE-COUNT (WS-PS-HIT)
035836     END-IF.
035838     ADD 1 TO PS-PAYEE-COUNT (WS-PS-HIT).
035840 5200-EXIT.
035842     EXIT.
035844*---------------------------------------------------------------*
035846*    5210-FIND-PAYER-STATE -- A HIT ENDS THE SCAN.              *
035848*---------------------------------------------------------------*
035850 5210-FIND-PAYER-STATE.
035852     IF PS-STATE-CODE (WS-PS-SUB) = WS-PE-STATE-CODE
035854         MOVE WS-PS-SUB           TO WS-PS-HIT
035856         MOVE WS-PS-COUNT         TO WS-PS-SUB
035858     END-IF.
035860 5210-EXIT.
035862     EXIT.
035900*---------------------------------------------------------------*
036000*    7000-READ-TAX-FORM                                         *
036100*---------------------------------------------------------------*
038900     END-IF.
039000     MOVE WS-WRITTEN-COUNT            TO WS-T-WRITTEN-COUNT.
039100     WRITE STATE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
039102     PERFORM 3100-LOG-PAYER-STATES THRU 3100-EXIT
039104         VARYING WS-PS-SUB FROM 1 BY 1
039106             UNTIL WS-PS-SUB > WS-PS-COUNT.
039200     CLOSE TAX-FORM-FILE STATE-SUBM-FILE STATE-CTL-RPT.
039300     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
039400     CLOSE RUN-CONTROL-FILE.
039402     CLOSE SUBMISSION-LOG.
039500 8000-EXIT.
039600     EXIT.
039700*---------------------------------------------------------------*
