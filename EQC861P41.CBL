003800*    LIKE THE OTHER PRODUCING STEPS, THE SEASON RUN ORDER IS
003900*    ENFORCED AT STARTUP:  THE STEP REFUSES TO RUN UNLESS THE
004000*    TIN EDIT (EQC861P14) AND THE BALANCE (EQC861P5) HAVE
004100*    COMPLETED CLOSE ENTRIES FOR THE TAX YEAR, FROM RUNS OVER
004110*    THE WHOLE FILE RATHER THAN ONE PARTITION, AND AGREE ON
004200*    THE INPUT COUNT.  A PARAMETER-CARD OVERRIDE IS HONORED
004300*    AND LOGGED ON THE RUN-CONTROL OPEN ENTRY.
004400*
004600*    --------------------
004700*    DATE       INIT      DESCRIPTION
004800*    09/02/2026 CT08841   ORIGINAL PROGRAM.
004802*    10/15/2026 CT08841   LOG ONE SUBMISSION ENTRY PER 1042-S
004804*                         AGENT GROUP TO THE SHARED FILING
004806*                         SUBMISSION LOG (FILESUB) FOR THE
004808*                         EQC861P44 FILING-STATUS LEDGER.
004810*    10/15/2026 CT08841   THE STARTUP GATE TAKES ONLY THE
004812*                         UNPARTITIONED EQC861P5 / EQC861P14
004814*                         CLOSE ENTRIES.  THIS STEP READS THE
004816*                         WHOLE TAX FORM FILE, SO A PARTITION'S
004818*                         COUNTS CANNOT SATISFY THE GATE.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
006300         ORGANIZATION IS SEQUENTIAL.
006302     SELECT SUBMISSION-LOG    ASSIGN TO FILESUB
006304         ORGANIZATION IS SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PARM-CARD
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600     COPY EQC861P23.
012602 FD  SUBMISSION-LOG
012604     LABEL RECORDS ARE STANDARD
012606     RECORDING MODE IS F.
012608     COPY EQC861P43.
012700 WORKING-STORAGE SECTION.
012800*---------------------------------------------------------------*
012900*    SWITCHES                                                  *
023000     IF RC-CLOSE-ENTRY AND RC-STEP-COMPLETED
023100             AND (PARM-TAX-YEAR = ZERO
023200                  OR RC-TAX-YEAR = PARM-TAX-YEAR)
023210             AND RC-UNPARTITIONED-RUN
023300         IF RC-PROGRAM-ID = 'EQC861P5'
023400             SET BALANCE-CLOSE-FOUND TO TRUE
023500             MOVE RC-RECORDS-READ TO WS-P5-RECORDS-READ
026000          OUTPUT F1042S-EXTRACT.
026100     OPEN EXTEND RUN-CONTROL-FILE.
026200     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
026202     OPEN EXTEND SUBMISSION-LOG.
026300     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
026400     INITIALIZE Q1042S-T-RECORD.
026500     MOVE 'T'                         TO QT-RECORD-TYPE.
032300     MOVE TAX-ZIP-CODE                TO QW-AGENT-ZIP (1:5).
032400     MOVE TAX-ZIP-ROUTE               TO QW-AGENT-ZIP (6:4).
032500     WRITE Q1042S-W-RECORD.
032502     MOVE SPACES                      TO EQC861P42.
032504     INITIALIZE EQC861P42.
032506     MOVE OWNER-USER                  TO FL-OWNER-USER.
032508     MOVE PAYER-NUMBER                TO FL-PAYER-NUMBER.
032510     MOVE FORM-TYPE                   TO FL-FORM-TYPE.
032512     MOVE TAX-YEAR                    TO FL-TAX-YEAR.
032514     SET FL-CHANNEL-1042-S            TO TRUE.
032516     MOVE FEDERAL-IDENTIFICATION-NUMBER TO FL-PAYER-TIN.
032600 3100-EXIT.
032700     EXIT.
032800*---------------------------------------------------------------*
037200     MOVE WS-AGENT-GROSS-TOTAL        TO QC-GROSS-INCOME-TOTAL.
037300     MOVE WS-AGENT-WH-TOTAL           TO QC-TAX-WITHHELD-TOTAL.
037400     WRITE Q1042S-C-RECORD.
037402     PERFORM 9200-WRITE-SUBMISSION-LOG THRU 9200-EXIT.
037500 5000-EXIT.
037600     EXIT.
037700*---------------------------------------------------------------*
040300     CLOSE TAX-FORM-FILE F1042S-EXTRACT.
040400     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
040500     CLOSE RUN-CONTROL-FILE.
040502     CLOSE SUBMISSION-LOG.
040600 8000-EXIT.
040700     EXIT.
040800*---------------------------------------------------------------*
044400     WRITE EQC861P22.
044500 9100-EXIT.
044600     EXIT.
044602*---------------------------------------------------------------*
044604*    9200-WRITE-SUBMISSION-LOG -- ONE ENTRY PER AGENT GROUP     *
044606*    SUBMITTED, POSTED TO THE LEDGER BY EQC861P44.  THE KEY     *
044608*    WAS SET UP WHEN THE W RECORD WAS WRITTEN.                  *
044610*---------------------------------------------------------------*
044612 9200-WRITE-SUBMISSION-LOG.
044614     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
044616     ACCEPT WS-RUN-TIME FROM TIME.
044618     MOVE 'EQC861P41'                 TO FL-SUBMIT-PROGRAM.
044620     MOVE WS-RUN-DATE                 TO FL-SUBMIT-DATE.
044622     MOVE WS-RUN-TIME (1:6)           TO FL-SUBMIT-TIME.
044624     MOVE WS-AGENT-Q-COUNT            TO FL-PAYEE-COUNT.
044626     MOVE 1                           TO FL-SUBMIT-COUNT.
044628     SET FL-SUBMITTED                 TO TRUE.
044630     WRITE EQC861P42.
044632 9200-EXIT.
044634     EXIT.
044700*---------------------------------------------------------------*
044800*    9999-EXIT -- COMMON PROGRAM EXIT                            *
044900*---------------------------------------------------------------*
