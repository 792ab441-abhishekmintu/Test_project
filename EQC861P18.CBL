003618*                         ON THE INPUT COUNT.  A PARAMETER-
003620*                         CARD OVERRIDE IS HONORED AND LOGGED
003622*                         ON THE RUN-CONTROL OPEN ENTRY.
003624*    10/15/2026 CT08841   LOG ONE SUBMISSION ENTRY PER EFW2
003626*                         EMPLOYER GROUP TO THE SHARED FILING
003628*                         SUBMISSION LOG (FILESUB) FOR THE
003630*                         EQC861P44 FILING-STATUS LEDGER.
003632*    10/15/2026 CT08841   RUN AGAINST ONE PARTITION OF THE
003634*                         SPLIT TAX FORM FILE (EQC861P67) WHEN
003636*                         THE PARAMETER CARD CARRIES A
003638*                         PARTITION ID.  THE ID IS STAMPED ON
003640*                         THE RUN-CONTROL ENTRIES AND THE
003642*                         STARTUP GATE LOOKS ONLY AT THAT
003644*                         PARTITION'S EQC861P14 AND EQC861P5
003646*                         CLOSE ENTRIES.
003648*    10/15/2026 CT08841   STAMP THE PARTITION ID ON EACH FILING
003650*                         SUBMISSION LOG ENTRY.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004900         ORGANIZATION IS SEQUENTIAL.
004902     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004904         ORGANIZATION IS SEQUENTIAL.
004906     SELECT SUBMISSION-LOG   ASSIGN TO FILESUB
004908         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PARM-CARD
005700     05  PARM-SUBMITTER-NAME          PIC X(40).
005720     05  PARM-TAX-YEAR                PIC 9(04).
005740     05  PARM-OVERRIDE-IND            PIC X(01).
005742     05  PARM-PARTITION-ID            PIC X(02).
005800     05  FILLER                       PIC X(16).
005900 FD  TAX-FORM-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY EQC861P4.
011904     LABEL RECORDS ARE STANDARD
011906     RECORDING MODE IS F.
011908     COPY EQC861P23.
011910 FD  SUBMISSION-LOG
011912     LABEL RECORDS ARE STANDARD
011914     RECORDING MODE IS F.
011916     COPY EQC861P43.
012000 WORKING-STORAGE SECTION.
012100 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
012200     88  END-OF-TAX-FORM-FILE             VALUE 'Y'.
014932             MOVE SPACES TO PARM-SUBMITTER-USER-ID
014934                            PARM-SUBMITTER-NAME
014936             MOVE SPACE  TO PARM-OVERRIDE-IND
014937             MOVE SPACES TO PARM-PARTITION-ID
014938     END-READ.
014940     CLOSE PARM-CARD.
014942     OPEN INPUT RUN-CONTROL-FILE.
014986     IF RC-CLOSE-ENTRY AND RC-STEP-COMPLETED
014988             AND (PARM-TAX-YEAR = ZERO
014990                  OR RC-TAX-YEAR = PARM-TAX-YEAR)
014991             AND RC-PARTITION-ID = PARM-PARTITION-ID
014992         IF RC-PROGRAM-ID = 'EQC861P5'
014994             SET BALANCE-CLOSE-FOUND TO TRUE
014996             MOVE RC-RECORDS-READ TO WS-P5-RECORDS-READ
016900     WRITE EFW2-RA-RECORD.
016902     OPEN EXTEND RUN-CONTROL-FILE.
016904     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
016906     OPEN EXTEND SUBMISSION-LOG.
017000     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
017100 1000-EXIT.
017200     EXIT.
021700     MOVE TAX-ZIP-CODE                TO RE-ZIP.
021800     MOVE TAX-ZIP-ROUTE               TO RE-ZIP-EXT.
021900     WRITE EFW2-RE-RECORD.
021902     MOVE SPACES                      TO EQC861P42.
021904     INITIALIZE EQC861P42.
021906     MOVE OWNER-USER                  TO FL-OWNER-USER.
021908     MOVE PAYER-NUMBER                TO FL-PAYER-NUMBER.
021910     MOVE FORM-TYPE                   TO FL-FORM-TYPE.
021912     MOVE TAX-YEAR                    TO FL-TAX-YEAR.
021914     SET FL-CHANNEL-EFW2              TO TRUE.
021916     MOVE FEDERAL-IDENTIFICATION-NUMBER TO FL-PAYER-TIN.
022000 3100-EXIT.
022100     EXIT.
022200*---------------------------------------------------------------*
027600     MOVE WS-TOT-LOCAL-WAGES          TO RT-LOCAL-WAGES.
027700     MOVE WS-TOT-LOCAL-TAX-WITHHELD   TO RT-LOCAL-TAX-WITHHELD.
027800     WRITE EFW2-RT-RECORD.
027802     PERFORM 9200-WRITE-SUBMISSION-LOG THRU 9200-EXIT.
027900 5000-EXIT.
028000     EXIT.
028100*---------------------------------------------------------------*
030200     CLOSE TAX-FORM-FILE EFW2-EXTRACT-FILE.
030202     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
030204     CLOSE RUN-CONTROL-FILE.
030206     CLOSE SUBMISSION-LOG.
030300 8000-EXIT.
030400     EXIT.
030402*---------------------------------------------------------------*
030414     MOVE SPACES TO EQC861P22.
030416     INITIALIZE EQC861P22.
030418     MOVE 'EQC861P18'            TO RC-PROGRAM-ID.
030419     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
030420     SET RC-OPEN-ENTRY TO TRUE.
030422     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
030424     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
030446     MOVE SPACES TO EQC861P22.
030448     INITIALIZE EQC861P22.
030450     MOVE 'EQC861P18'            TO RC-PROGRAM-ID.
030451     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
030452     SET RC-CLOSE-ENTRY TO TRUE.
030454     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
030456     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
030468     WRITE EQC861P22.
030470 9100-EXIT.
030472     EXIT.
030473*---------------------------------------------------------------*
030474*    9200-WRITE-SUBMISSION-LOG -- ONE ENTRY PER EMPLOYER GROUP  *
030475*    SUBMITTED, POSTED TO THE LEDGER BY EQC861P44.  THE KEY     *
030476*    WAS SET UP WHEN THE RE RECORD WAS WRITTEN.                 *
030477*---------------------------------------------------------------*
030478 9200-WRITE-SUBMISSION-LOG.
030479     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030480     ACCEPT WS-RUN-TIME FROM TIME.
030481     MOVE 'EQC861P18'                 TO FL-SUBMIT-PROGRAM.
030482     MOVE WS-RUN-DATE                 TO FL-SUBMIT-DATE.
030483     MOVE WS-RUN-TIME (1:6)           TO FL-SUBMIT-TIME.
030484     MOVE PARM-PARTITION-ID           TO FL-PARTITION-ID.
030485     MOVE WS-EMP-RW-COUNT             TO FL-PAYEE-COUNT.
030486     MOVE 1                           TO FL-SUBMIT-COUNT.
030487     SET FL-SUBMITTED                 TO TRUE.
030488     WRITE EQC861P42.
030489 9200-EXIT.
030491     EXIT.
030500*---------------------------------------------------------------*
030600*    9999-EXIT -- COMMON PROGRAM EXIT                            *
030700*---------------------------------------------------------------*
