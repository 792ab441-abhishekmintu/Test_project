003400*    DELIVERY INDEX RECORD, INSTEAD OF PAPER.  THE CONTROL
003500*    REPORT SHOWS THE PAPER, E-DELIVERED, SUPPRESSED AND
003600*    TAPE-ONLY COUNTS AND THE PAYEE TOTAL THEY ADD BACK TO.
003602*    EVERY FORM PRINTED OR E-DELIVERED ALSO GETS A ROUTING
003604*    INDEX RECORD (COPYBOOK EQC861P72) STAMPED WITH THE ROUTE
003606*    AND THIS RUN'S RUN-CONTROL KEY, FOR THE CLIENT CHARGEBACK
003608*    BILLING STEP (EQC861P70).
003700*
003800*    MODIFICATION HISTORY
003900*    --------------------
008200*                         REPORT IDENTIFIES A REPRINT OR
008300*                         RESTARTED RUN SO ITS COUNTS ARE NOT
008400*                         MISTAKEN FOR SEASON TOTALS.
008402*    10/15/2026 CT08841   HOLD A PAYEE ON MISSING-ADDRESS HOLD
008404*                         ON THE RETURNED-MAIL LOG (COPYBOOK
008406*                         EQC861P47, MAINTAINED BY EQC861P50)
008408*                         OUT OF THE PAPER PATH -- THIS
008410*                         SEASON'S KEY, OR THE PRIOR YEAR'S
008412*                         WHERE LAST SEASON'S RETURNS WERE
008414*                         LOGGED.  E-DELIVERY IS UNAFFECTED.
008416*                         THE CONTROL REPORT SHOWS THE HELD
008418*                         COUNT IN THE PAYEE TOTAL.
008420*    10/15/2026 CT08841   PAYEES MARKED BELOW THE MINIMUM
008422*                         REPORTING THRESHOLD BY EQC861P51 ARE
008424*                         NOT PRINTED OR E-DELIVERED.  THE
008426*                         CONTROL REPORT SHOWS THE BELOW-
008428*                         THRESHOLD COUNT IN THE PAYEE TOTAL.
008430*    10/15/2026 CT08841   RUN AGAINST ONE PARTITION OF THE
008432*                         SPLIT TAX FORM FILE (EQC861P67) WHEN
008434*                         THE PARAMETER CARD CARRIES A
008436*                         PARTITION ID.  THE ID IS STAMPED ON
008438*                         THE RUN-CONTROL ENTRIES AND THE
008440*                         STARTUP GATE LOOKS ONLY AT THAT
008442*                         PARTITION'S EQC861P14 AND EQC861P5
008444*                         CLOSE ENTRIES.
008446*    10/15/2026 CT08841   WRITE A ROUTING INDEX RECORD (COPYBOOK
008448*                         EQC861P72) FOR EVERY FORM PRINTED OR
008450*                         E-DELIVERED, CARRYING THE ROUTE, THE
008452*                         RUN-CONTROL OPEN DATE AND TIME AND
008454*                         THE PARTITION ID, SO THE CHARGEBACK
008456*                         BILLING STEP (EQC861P70) CAN COUNT
008458*                         PAPER FORMS BY OWNER-USER AND TIE
008460*                         THEM BACK TO THIS RUN.
008500******************************************************************
008600 ENVIRONMENT DIVISION.
008700 CONFIGURATION SECTION.
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS RANDOM
010100         RECORD KEY IS CM-CONSENT-KEY.
010102     SELECT RETURNED-MAIL-LOG ASSIGN TO RMLVSAM
010104         ORGANIZATION IS INDEXED
010106         ACCESS MODE IS RANDOM
010108         RECORD KEY IS RM-TRAN-KEY.
010200     SELECT EDELIV-IMAGE-FILE ASSIGN TO EDLVIMG
010300         ORGANIZATION IS SEQUENTIAL.
010400     SELECT DELIV-INDEX-FILE ASSIGN TO EDLVIDX
010500         ORGANIZATION IS SEQUENTIAL.
010502     SELECT ROUTING-INDEX-FILE ASSIGN TO ROUTIDX
010504         ORGANIZATION IS SEQUENTIAL.
010600     SELECT CHECKPOINT-FILE  ASSIGN TO PRNTCKPT
010700         ORGANIZATION IS SEQUENTIAL.
010800     SELECT PRINT-CTL-RPT    ASSIGN TO PRNTRPT
012400     05  PARM-RP-PAYER-NUMBER         PIC 9(03).
012500     05  PARM-RP-CTL-LOW              PIC X(20).
012600     05  PARM-RP-CTL-HIGH             PIC X(20).
012602     05  PARM-PARTITION-ID            PIC X(02).
012700     05  FILLER                       PIC X(22).
012800 FD  TAX-FORM-FILE
012900     LABEL RECORDS ARE STANDARD.
013000     COPY EQC861P4.
013500 FD  CONSENT-MASTER
013600     LABEL RECORDS ARE STANDARD.
013700     COPY EQC861P31.
013702 FD  RETURNED-MAIL-LOG
013704     LABEL RECORDS ARE STANDARD.
013706     COPY EQC861P47.
013800 FD  EDELIV-IMAGE-FILE
013900     LABEL RECORDS ARE STANDARD
014000     RECORDING MODE IS F.
015100     05  DX-DELIVERY-ADDRESS          PIC X(50).
015200     05  DX-CONSENT-DATE              PIC 9(08).
015300     05  FILLER                       PIC X(07).
015302 FD  ROUTING-INDEX-FILE
015304     LABEL RECORDS ARE STANDARD
015306     RECORDING MODE IS F.
015308     COPY EQC861P72.
015400 FD  CHECKPOINT-FILE
015500     LABEL RECORDS ARE STANDARD.
015600 01  CHECKPOINT-RECORD.
018700     88  GROUP-SELECTED                    VALUE 'Y'.
018800 77  WS-RANGE-SW                      PIC X(01)   VALUE 'Y'.
018900     88  PAYEE-IN-RANGE                    VALUE 'Y'.
018902 77  WS-HOLD-SW                       PIC X(01)   VALUE 'N'.
018904     88  ADDRESS-ON-HOLD                  VALUE 'Y'.
019000*---------------------------------------------------------------*
019100*    WORK AREAS                                                *
019200*---------------------------------------------------------------*
020200                                          VALUE ZERO.
020300 77  WS-PAYEE-TOTAL-COUNT             PIC 9(07)   COMP-3
020400                                          VALUE ZERO.
020402 77  WS-HELD-COUNT                    PIC 9(07)   COMP-3
020404                                          VALUE ZERO.
020406 77  WS-SCREENED-COUNT                PIC 9(07)   COMP-3
020408                                          VALUE ZERO.
020500*---------------------------------------------------------------*
020600*    PAYER-GROUP CHECKPOINT WORK AREAS                           *
020700*---------------------------------------------------------------*
028400     05  FILLER                       PIC X(24)
028500         VALUE 'PAYEES ON FILE -------- '.
028600     05  WS-T-PAYEE-TOTAL-COUNT       PIC ZZZ,ZZZ,ZZ9.
028602 01  WS-TOTAL-LINE-6.
028604     05  FILLER                       PIC X(05)   VALUE SPACES.
028606     05  FILLER                       PIC X(24)
028608         VALUE 'ADDRESS HOLD ---------- '.
028610     05  WS-T-HELD-COUNT              PIC ZZZ,ZZZ,ZZ9.
028612 01  WS-TOTAL-LINE-7.
028614     05  FILLER                       PIC X(05)   VALUE SPACES.
028616     05  FILLER                       PIC X(24)
028618         VALUE 'BELOW THRESHOLD ------- '.
028620     05  WS-T-SCREENED-COUNT          PIC ZZZ,ZZZ,ZZ9.
028700 01  WS-REPRINT-LINE-1.
028800     05  FILLER                       PIC X(05)   VALUE '*** '.
028900     05  FILLER                       PIC X(26)
036800             MOVE SPACES TO PARM-RP-OWNER-USER
036900                            PARM-RP-CTL-LOW
037000                            PARM-RP-CTL-HIGH
037002             MOVE SPACES TO PARM-PARTITION-ID
037100     END-READ.
037200     CLOSE PARM-CARD.
037300     OPEN INPUT RUN-CONTROL-FILE.
039500     IF RC-CLOSE-ENTRY AND RC-STEP-COMPLETED
039600             AND (PARM-TAX-YEAR = ZERO
039700                  OR RC-TAX-YEAR = PARM-TAX-YEAR)
039702             AND RC-PARTITION-ID = PARM-PARTITION-ID
039800         IF RC-PROGRAM-ID = 'EQC861P5'
039900             SET BALANCE-CLOSE-FOUND TO TRUE
040000             MOVE RC-RECORDS-READ TO WS-P5-RECORDS-READ
042600         OPEN EXTEND PRINT-IMAGE-FILE
042700                     EDELIV-IMAGE-FILE
042800                     DELIV-INDEX-FILE
042802                     ROUTING-INDEX-FILE
042900                     CHECKPOINT-FILE
043000     ELSE
043100         OPEN OUTPUT PRINT-IMAGE-FILE
043200                     EDELIV-IMAGE-FILE
043300                     DELIV-INDEX-FILE
043302                     ROUTING-INDEX-FILE
043400                     CHECKPOINT-FILE
043500     END-IF.
043600     OPEN INPUT  TAX-FORM-FILE
043700                 CONSENT-MASTER
043702                 RETURNED-MAIL-LOG
043800          OUTPUT PRINT-CTL-RPT.
043900     WRITE PRINT-CTL-RPT-LINE FROM WS-HEADING-LINE.
044000     IF REPRINT-RUN
050600         END-IF
050700         ADD 1 TO WS-PAYEE-TOTAL-COUNT
050800         EVALUATE TRUE
050802             WHEN BELOW-REPORTING-THRESHOLD
050804                 ADD 1 TO WS-SCREENED-COUNT
050900             WHEN DO-NOT-PRINT-THIS
051000                 ADD 1 TO WS-SUPPRESSED-COUNT
051100             WHEN TAPE-ONLY
060700*    2100-ROUTE-PAYEE -- AN ELIGIBLE PAYEE WITH AN ACTIVE        *
060800*    CONSENT GETS THE SAME LAID-OUT FORM IMAGE ON THE            *
060900*    E-DELIVERY EXTRACT PLUS A DELIVERY INDEX RECORD; EVERYONE   *
061000*    ELSE GETS PAPER, UNLESS THE RETURNED-MAIL LOG HAS THE       *
061005*    PAYEE ON MISSING-ADDRESS HOLD.                              *
061100*---------------------------------------------------------------*
061200 2100-ROUTE-PAYEE.
061300     PERFORM 2200-CHECK-CONSENT THRU 2200-EXIT.
061500         MOVE 'Y' TO WS-ROUTE-SW
061600         PERFORM 3000-PRINT-PAYEE THRU 3000-EXIT
061700         PERFORM 2300-WRITE-INDEX THRU 2300-EXIT
061702         PERFORM 2600-WRITE-ROUTING-INDEX THRU 2600-EXIT
061800         ADD 1 TO WS-EDELIV-COUNT
061900     ELSE
061902         PERFORM 2500-CHECK-ADDRESS-HOLD THRU 2500-EXIT
061904         IF ADDRESS-ON-HOLD
061906             ADD 1 TO WS-HELD-COUNT
061908             GO TO 2100-EXIT
061910         END-IF
062000         MOVE 'N' TO WS-ROUTE-SW
062100         PERFORM 3000-PRINT-PAYEE THRU 3000-EXIT
062102         PERFORM 2600-WRITE-ROUTING-INDEX THRU 2600-EXIT
062200         ADD 1 TO WS-PRINTED-COUNT
062300     END-IF.
062400 2100-EXIT.
065700     WRITE DELIV-INDEX-RECORD.
065800 2300-EXIT.
065900     EXIT.
065902*---------------------------------------------------------------*
065904*    2500-CHECK-ADDRESS-HOLD -- A PAYEE ON MISSING-ADDRESS HOLD  *
065906*    ON THE RETURNED-MAIL LOG IS HELD OUT OF THE PAPER PATH.     *
065908*    THIS SEASON'S KEY IS TRIED FIRST, THEN THE SAME KEY FOR     *
065910*    THE PRIOR TAX YEAR, WHERE LAST SEASON'S RETURNS WERE        *
065912*    LOGGED.                                                     *
065914*---------------------------------------------------------------*
065916 2500-CHECK-ADDRESS-HOLD.
065918     MOVE 'N' TO WS-HOLD-SW.
065920     MOVE OWNER-USER                  TO RM-OWNER-USER.
065922     MOVE PAYER-NUMBER                TO RM-PAYER-NUMBER.
065924     MOVE TAX-YEAR                    TO RM-TAX-YEAR.
065926     MOVE FORM-TYPE                   TO RM-FORM-TYPE.
065928     MOVE CONTROL-NUMBER              TO RM-CONTROL-NUMBER.
065930     READ RETURNED-MAIL-LOG
065932         INVALID KEY
065934             GO TO 2500-PRIOR-YEAR
065936     END-READ.
065938     IF RM-MAIL-HELD
065940         SET ADDRESS-ON-HOLD TO TRUE
065942     END-IF.
065944     GO TO 2500-EXIT.
065946 2500-PRIOR-YEAR.
065948     MOVE OWNER-USER                  TO RM-OWNER-USER.
065950     MOVE PAYER-NUMBER                TO RM-PAYER-NUMBER.
065952     COMPUTE RM-TAX-YEAR = TAX-YEAR - 1.
065954     MOVE FORM-TYPE                   TO RM-FORM-TYPE.
065956     MOVE CONTROL-NUMBER              TO RM-CONTROL-NUMBER.
065958     READ RETURNED-MAIL-LOG
065960         INVALID KEY
065962             GO TO 2500-EXIT
065964     END-READ.
065966     IF RM-MAIL-HELD
065968         SET ADDRESS-ON-HOLD TO TRUE
065970     END-IF.
065972 2500-EXIT.
065974     EXIT.
065975*---------------------------------------------------------------*
065976*    2600-WRITE-ROUTING-INDEX -- ONE RECORD PER FORM PRINTED OR  *
065977*    E-DELIVERED, STAMPED WITH THIS RUN'S RUN-CONTROL OPEN DATE  *
065978*    AND TIME, WHICH WS-RUN-DATE / WS-RUN-TIME HOLD UNTIL THE    *
065979*    CLOSE ENTRY IS WRITTEN.                                     *
065980*---------------------------------------------------------------*
065981 2600-WRITE-ROUTING-INDEX.
065982     MOVE SPACES                      TO EQC861P71.
065983     MOVE OWNER-USER                  TO RX-OWNER-USER.
065984     MOVE PAYER-NUMBER                TO RX-PAYER-NUMBER.
065985     MOVE TAX-YEAR                    TO RX-TAX-YEAR.
065986     MOVE FORM-TYPE                   TO RX-FORM-TYPE.
065987     MOVE CONTROL-NUMBER              TO RX-CONTROL-NUMBER.
065988     IF ROUTE-E-DELIVERY
065989         SET RX-ROUTED-TO-EDELIVERY   TO TRUE
065990     ELSE
065991         SET RX-ROUTED-TO-PAPER       TO TRUE
065992     END-IF.
065993     MOVE 'EQC861P17'                 TO RX-PROGRAM-ID.
065994     MOVE WS-RUN-DATE                 TO RX-RUN-DATE.
065995     MOVE WS-RUN-TIME (1:6)           TO RX-RUN-TIME.
065996     MOVE PARM-PARTITION-ID           TO RX-PARTITION-ID.
065997     WRITE EQC861P71.
065998 2600-EXIT.
065999     EXIT.
066000*---------------------------------------------------------------*
066100*    3000-PRINT-PAYEE                                           *
066200*---------------------------------------------------------------*
112200     MOVE WS-TAPE-ONLY-COUNT          TO WS-T-TAPE-ONLY-COUNT.
112300     MOVE WS-EDELIV-COUNT             TO WS-T-EDELIV-COUNT.
112400     MOVE WS-PAYEE-TOTAL-COUNT        TO WS-T-PAYEE-TOTAL-COUNT.
112402     MOVE WS-HELD-COUNT               TO WS-T-HELD-COUNT.
112404     MOVE WS-SCREENED-COUNT           TO WS-T-SCREENED-COUNT.
112500     WRITE PRINT-CTL-RPT-LINE FROM WS-TOTAL-LINE-1.
112600     WRITE PRINT-CTL-RPT-LINE FROM WS-TOTAL-LINE-4.
112700     WRITE PRINT-CTL-RPT-LINE FROM WS-TOTAL-LINE-2.
112800     WRITE PRINT-CTL-RPT-LINE FROM WS-TOTAL-LINE-3.
112802     WRITE PRINT-CTL-RPT-LINE FROM WS-TOTAL-LINE-6.
112804     WRITE PRINT-CTL-RPT-LINE FROM WS-TOTAL-LINE-7.
112900     WRITE PRINT-CTL-RPT-LINE FROM WS-TOTAL-LINE-5.
113000     CLOSE TAX-FORM-FILE CONSENT-MASTER PRINT-IMAGE-FILE
113100           EDELIV-IMAGE-FILE DELIV-INDEX-FILE ROUTING-INDEX-FILE
113200           CHECKPOINT-FILE PRINT-CTL-RPT RETURNED-MAIL-LOG.
113300     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
113400     CLOSE RUN-CONTROL-FILE.
113500 8000-EXIT.
114300     MOVE SPACES TO EQC861P22.
114400     INITIALIZE EQC861P22.
114500     MOVE 'EQC861P17'            TO RC-PROGRAM-ID.
114502     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
114600     SET RC-OPEN-ENTRY TO TRUE.
114700     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
114800     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
116200     MOVE SPACES TO EQC861P22.
116300     INITIALIZE EQC861P22.
116400     MOVE 'EQC861P17'            TO RC-PROGRAM-ID.
116402     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
116500     SET RC-CLOSE-ENTRY TO TRUE.
116600     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
116700     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
117000     MOVE WS-PRINTED-COUNT             TO RC-RECORDS-WRITTEN.
117100     ADD  WS-EDELIV-COUNT              TO RC-RECORDS-WRITTEN.
117200     MOVE WS-SUPPRESSED-COUNT          TO RC-EXCEPTION-COUNT.
117202     ADD  WS-HELD-COUNT                TO RC-EXCEPTION-COUNT.
117300     SET RC-STEP-COMPLETED TO TRUE.
117400     WRITE EQC861P22.
117500 9100-EXIT.
