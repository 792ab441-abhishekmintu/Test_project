004300*    --------------------
004400*    DATE       INIT      DESCRIPTION
004500*    09/02/2026 CT08841   ORIGINAL PROGRAM.
004502*    10/15/2026 CT08841   JOURNAL THE BEFORE AND AFTER IMAGE OF
004504*                         EVERY REWRITE TO THE UPDATE JOURNAL
004506*                         (UPDJRNL) FOR THE EQC861P66 BACK-OUT,
004508*                         WITH A BATCH ID FROM THE SYSIN CARD.
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006600         ORGANIZATION IS SEQUENTIAL.
006602     SELECT PARM-CARD         ASSIGN TO SYSIN
006604         ORGANIZATION IS SEQUENTIAL.
006606     SELECT UPDATE-JOURNAL   ASSIGN TO UPDJRNL
006608         ORGANIZATION IS SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CP2100-FILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORDING MODE IS F.
010100     COPY EQC861P23.
010102 FD  PARM-CARD
010104     LABEL RECORDS ARE OMITTED.
010106 01  PARM-RECORD.
010108     05  PARM-BATCH-ID                PIC X(08).
010110     05  FILLER                       PIC X(72).
010112 FD  UPDATE-JOURNAL
010114     LABEL RECORDS ARE STANDARD
010116     RECORDING MODE IS F.
010118     COPY EQC861P65.
010200 WORKING-STORAGE SECTION.
010300*---------------------------------------------------------------*
010400*    SWITCHES                                                  *
012700                                          VALUE ZERO.
012800 77  WS-REJECTED-COUNT                PIC 9(07)   COMP-3
012900                                          VALUE ZERO.
012902 77  WS-JRNL-SEQUENCE                 PIC 9(07)   COMP-3
012904                                          VALUE ZERO.
012906 77  WS-JRNL-RUN-DATE                 PIC 9(08).
012908 77  WS-JRNL-RUN-TIME                 PIC 9(06).
012910 01  WS-BEFORE-IMAGE                  PIC X(600).
013000*---------------------------------------------------------------*
013100*    NOTICE LETTER LINES                                        *
013200*---------------------------------------------------------------*
023400     WRITE BNOTICE-RPT-LINE FROM WS-HEADING-LINE.
023500     OPEN EXTEND RUN-CONTROL-FILE.
023600     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
023602     MOVE WS-RUN-DATE                 TO WS-JRNL-RUN-DATE.
023604     MOVE WS-RUN-TIME (1:6)           TO WS-JRNL-RUN-TIME.
023606     OPEN INPUT  PARM-CARD.
023608     READ PARM-CARD
023610         AT END
023612             MOVE SPACES TO PARM-BATCH-ID
023614     END-READ.
023616     CLOSE PARM-CARD.
023618     OPEN EXTEND UPDATE-JOURNAL.
023700     PERFORM 7000-READ-CP2100 THRU 7000-EXIT.
023800 1000-EXIT.
023900     EXIT.
036700             PERFORM 6000-REJECT-ENTRY THRU 6000-EXIT
036800             GO TO 4000-EXIT
036900     END-READ.
036902     MOVE EQC861P3                    TO WS-BEFORE-IMAGE.
037000     IF NAME-CONTROL NOT = CP-NAME-CONTROL
037100         MOVE 'N' TO WS-REASON-CODE
037200         PERFORM 6000-REJECT-ENTRY THRU 6000-EXIT
039200         GO TO 4000-EXIT
039300     END-IF.
039400     ADD 1 TO WS-MATCHED-COUNT.
039402     PERFORM 9200-WRITE-JOURNAL THRU 9200-EXIT.
039500     IF WS-NOTICE-CDE = '2'
039600         ADD 1 TO WS-SECOND-COUNT
039700         MOVE 'SECOND    '             TO WS-D-DISPOSITION
051700           CP-REJECT-FILE BNOTICE-RPT.
051800     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
051900     CLOSE RUN-CONTROL-FILE.
051902     CLOSE UPDATE-JOURNAL.
052000 8000-EXIT.
052100     EXIT.
052200*---------------------------------------------------------------*
055500     WRITE EQC861P22.
055600 9100-EXIT.
055700     EXIT.
055702*---------------------------------------------------------------*
055704*    9200-WRITE-JOURNAL -- BEFORE AND AFTER IMAGE OF A RECORD   *
055706*    JUST REWRITTEN, FOR THE EQC861P66 BACK-OUT.                *
055708*---------------------------------------------------------------*
055710 9200-WRITE-JOURNAL.
055712     ADD 1 TO WS-JRNL-SEQUENCE.
055714     MOVE SPACES                      TO EQC861P64.
055716     MOVE 'EQC861P38'                 TO UJ-PROGRAM-ID.
055718     MOVE WS-JRNL-RUN-DATE            TO UJ-RUN-DATE.
055720     MOVE WS-JRNL-RUN-TIME            TO UJ-RUN-TIME.
055722     MOVE PARM-BATCH-ID               TO UJ-BATCH-ID.
055724     MOVE WS-JRNL-SEQUENCE            TO UJ-SEQUENCE.
055726     MOVE TAX-FORM-KEY                TO UJ-RECORD-KEY.
055728     SET UJ-BEFORE-IMAGE TO TRUE.
055730     MOVE WS-BEFORE-IMAGE             TO UJ-RECORD-IMAGE.
055732     WRITE EQC861P64.
055734     SET UJ-AFTER-IMAGE TO TRUE.
055736     MOVE EQC861P3                    TO UJ-RECORD-IMAGE.
055738     WRITE EQC861P64.
055740 9200-EXIT.
055742     EXIT.
055800*---------------------------------------------------------------*
055900*    9999-EXIT -- COMMON PROGRAM EXIT                            *
056000*---------------------------------------------------------------*
