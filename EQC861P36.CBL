002400*    THE CONTROL REPORT -- THEY CANNOT BE MATCHED AND ARE THE
002500*    SOLICITATION WORKLIST.  CORRECTION ('X'/'Z') RECORDS ARE
002600*    NOT EXTRACTED.
002602*
002604*    EVERY REQUEST WRITTEN ALSO GETS AN ACTIVITY INDEX RECORD
002606*    (COPYBOOK EQC861P72, ROUTE 'T') STAMPED WITH THIS RUN'S
002608*    RUN-CONTROL OPEN DATE AND TIME.  TINMOUT IS REWRITTEN BY
002610*    EACH RUN, BUT THE ACTIVITY INDEX GENERATIONS ARE KEPT FOR
002612*    THE SEASON SO THE CHARGEBACK BILLING STEP (EQC861P70) CAN
002614*    CHARGE EVERY RUN'S REQUESTS AND TIE THEM BACK TO THAT RUN.
002700*
002800*    MODIFICATION HISTORY
002900*    --------------------
003000*    DATE       INIT      DESCRIPTION
003100*    09/02/2026 CT08841   ORIGINAL PROGRAM.
003102*    10/15/2026 CT08841   WRITE AN ACTIVITY INDEX RECORD (COPYBOOK
003104*                         EQC861P72, ROUTE 'T') FOR EVERY REQUEST,
003106*                         STAMPED WITH THE RUN-CONTROL OPEN DATE
003108*                         AND TIME, SO THE CHARGEBACK BILLING STEP
003110*                         (EQC861P70) BILLS EVERY RUN, NOT ONLY
003112*                         THE ONE LEFT ON TINMOUT.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT TIN-MATCH-RPT     ASSIGN TO TINMRPT
004400         ORGANIZATION IS SEQUENTIAL.
004402     SELECT ACTIVITY-INDEX-FILE ASSIGN TO ACTVIDX
004404         ORGANIZATION IS SEQUENTIAL.
004500     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  TIN-MATCH-RPT-LINE               PIC X(132).
006902 FD  ACTIVITY-INDEX-FILE
006904     LABEL RECORDS ARE STANDARD
006906     RECORDING MODE IS F.
006908     COPY EQC861P72.
007000 FD  RUN-CONTROL-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
014000 1000-INITIALIZE.
014100     OPEN INPUT  TAX-FORM-FILE
014200          OUTPUT TIN-MATCH-FILE
014300                 TIN-MATCH-RPT
014302                 ACTIVITY-INDEX-FILE.
014400     WRITE TIN-MATCH-RPT-LINE FROM WS-HEADING-LINE.
014500     OPEN EXTEND RUN-CONTROL-FILE.
014600     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
018700     MOVE CONTROL-NUMBER              TO BT-CONTROL-NUMBER.
018800     WRITE TIN-MATCH-RECORD.
018900     ADD 1 TO WS-EXTRACT-COUNT.
018902     PERFORM 3100-WRITE-ACTIVITY-INDEX THRU 3100-EXIT.
019000 3000-EXIT.
019100     EXIT.
019102*---------------------------------------------------------------*
019104*    3100-WRITE-ACTIVITY-INDEX -- ONE RECORD PER REQUEST,       *
019106*    STAMPED WITH THIS RUN'S RUN-CONTROL OPEN DATE AND TIME,    *
019108*    WHICH WS-RUN-DATE / WS-RUN-TIME HOLD UNTIL THE CLOSE ENTRY *
019110*    IS WRITTEN.                                                *
019112*---------------------------------------------------------------*
019114 3100-WRITE-ACTIVITY-INDEX.
019116     MOVE SPACES                      TO EQC861P71.
019118     MOVE OWNER-USER                  TO RX-OWNER-USER.
019120     MOVE PAYER-NUMBER                TO RX-PAYER-NUMBER.
019122     MOVE TAX-YEAR                    TO RX-TAX-YEAR.
019124     MOVE FORM-TYPE                   TO RX-FORM-TYPE.
019126     MOVE CONTROL-NUMBER              TO RX-CONTROL-NUMBER.
019128     SET RX-TIN-MATCH-REQUESTED       TO TRUE.
019130     MOVE 'EQC861P36'                 TO RX-PROGRAM-ID.
019132     MOVE WS-RUN-DATE                 TO RX-RUN-DATE.
019134     MOVE WS-RUN-TIME (1:6)           TO RX-RUN-TIME.
019138     WRITE EQC861P71.
019140 3100-EXIT.
019142     EXIT.
019200*---------------------------------------------------------------*
019300*    4000-REPORT-NO-TIN                                         *
019400*---------------------------------------------------------------*
022600     MOVE WS-NO-TIN-COUNT             TO WS-T-NO-TIN-COUNT.
022700     WRITE TIN-MATCH-RPT-LINE FROM WS-TOTAL-LINE-1.
022800     WRITE TIN-MATCH-RPT-LINE FROM WS-TOTAL-LINE-2.
022900     CLOSE TAX-FORM-FILE TIN-MATCH-FILE TIN-MATCH-RPT
022902           ACTIVITY-INDEX-FILE.
023000     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
023100     CLOSE RUN-CONTROL-FILE.
023200 8000-EXIT.
