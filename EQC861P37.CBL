003600*    --------------------
003700*    DATE       INIT      DESCRIPTION
003800*    09/02/2026 CT08841   ORIGINAL PROGRAM.
003802*    10/15/2026 CT08841   JOURNAL THE BEFORE AND AFTER IMAGE OF
003804*                         EVERY REWRITE TO THE UPDATE JOURNAL
003806*                         (UPDJRNL) FOR THE EQC861P66 BACK-OUT,
003808*                         WITH A BATCH ID FROM THE SYSIN CARD.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005700         ORGANIZATION IS SEQUENTIAL.
005702     SELECT PARM-CARD         ASSIGN TO SYSIN
005704         ORGANIZATION IS SEQUENTIAL.
005706     SELECT UPDATE-JOURNAL   ASSIGN TO UPDJRNL
005708         ORGANIZATION IS SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  TIN-RESP-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100     COPY EQC861P23.
009102 FD  PARM-CARD
009104     LABEL RECORDS ARE OMITTED.
009106 01  PARM-RECORD.
009108     05  PARM-BATCH-ID                PIC X(08).
009110     05  FILLER                       PIC X(72).
009112 FD  UPDATE-JOURNAL
009114     LABEL RECORDS ARE STANDARD
009116     RECORDING MODE IS F.
009118     COPY EQC861P65.
009200 WORKING-STORAGE SECTION.
009300*---------------------------------------------------------------*
009400*    SWITCHES                                                  *
011000                                          VALUE ZERO.
011100 77  WS-REJECTED-COUNT                PIC 9(07)   COMP-3
011200                                          VALUE ZERO.
011202 77  WS-JRNL-SEQUENCE                 PIC 9(07)   COMP-3
011204                                          VALUE ZERO.
011206 77  WS-JRNL-RUN-DATE                 PIC 9(08).
011208 77  WS-JRNL-RUN-TIME                 PIC 9(06).
011210 01  WS-BEFORE-IMAGE                  PIC X(600).
011300 01  WS-RESULT-CODE-TOTALS.
011400     05  WS-CODE-COUNT  OCCURS 9 TIMES
011500                                      PIC 9(07)   COMP-3.
020100         VARYING WS-CODE-SUB FROM 1 BY 1 UNTIL WS-CODE-SUB > 9.
020200     OPEN EXTEND RUN-CONTROL-FILE.
020300     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
020302     MOVE WS-RUN-DATE                 TO WS-JRNL-RUN-DATE.
020304     MOVE WS-RUN-TIME (1:6)           TO WS-JRNL-RUN-TIME.
020306     OPEN INPUT  PARM-CARD.
020308     READ PARM-CARD
020310         AT END
020312             MOVE SPACES TO PARM-BATCH-ID
020314     END-READ.
020316     CLOSE PARM-CARD.
020318     OPEN EXTEND UPDATE-JOURNAL.
020400     PERFORM 7000-READ-RESPONSE THRU 7000-EXIT.
020500 1000-EXIT.
020600     EXIT.
029800             PERFORM 6000-REJECT-RESPONSE THRU 6000-EXIT
029900             GO TO 4000-EXIT
030000     END-READ.
030002     MOVE EQC861P3                    TO WS-BEFORE-IMAGE.
030100     MOVE RS-RESULT-CODE              TO PAYEE-TIN-MATCH-CDE.
030200     MOVE 'Y' TO WS-REWRITE-OK-SW.
030300     REWRITE EQC861P3
031000         GO TO 4000-EXIT
031100     END-IF.
031200     ADD 1 TO WS-APPLIED-COUNT.
031202     PERFORM 9200-WRITE-JOURNAL THRU 9200-EXIT.
031300     MOVE RS-RESULT-CODE TO WS-RESULT-CODE-X.
031400     COMPUTE WS-CODE-SUB = WS-RESULT-CODE-N + 1.
031500     ADD 1 TO WS-CODE-COUNT (WS-CODE-SUB).
037300           TIN-APPLY-RPT.
037400     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
037500     CLOSE RUN-CONTROL-FILE.
037502     CLOSE UPDATE-JOURNAL.
037600 8000-EXIT.
037700     EXIT.
037800*---------------------------------------------------------------*
042300     WRITE EQC861P22.
042400 9100-EXIT.
042500     EXIT.
042502*---------------------------------------------------------------*
042504*    9200-WRITE-JOURNAL -- BEFORE AND AFTER IMAGE OF A RECORD   *
042506*    JUST REWRITTEN, FOR THE EQC861P66 BACK-OUT.                *
042508*---------------------------------------------------------------*
042510 9200-WRITE-JOURNAL.
042512     ADD 1 TO WS-JRNL-SEQUENCE.
042514     MOVE SPACES                      TO EQC861P64.
042516     MOVE 'EQC861P37'                 TO UJ-PROGRAM-ID.
042518     MOVE WS-JRNL-RUN-DATE            TO UJ-RUN-DATE.
042520     MOVE WS-JRNL-RUN-TIME            TO UJ-RUN-TIME.
042522     MOVE PARM-BATCH-ID               TO UJ-BATCH-ID.
042524     MOVE WS-JRNL-SEQUENCE            TO UJ-SEQUENCE.
042526     MOVE TAX-FORM-KEY                TO UJ-RECORD-KEY.
042528     SET UJ-BEFORE-IMAGE TO TRUE.
042530     MOVE WS-BEFORE-IMAGE             TO UJ-RECORD-IMAGE.
042532     WRITE EQC861P64.
042534     SET UJ-AFTER-IMAGE TO TRUE.
042536     MOVE EQC861P3                    TO UJ-RECORD-IMAGE.
042538     WRITE EQC861P64.
042540 9200-EXIT.
042542     EXIT.
042600*---------------------------------------------------------------*
042700*    9999-EXIT -- COMMON PROGRAM EXIT                            *
042800*---------------------------------------------------------------*
