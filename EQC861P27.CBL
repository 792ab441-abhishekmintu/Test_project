002640*    THE REJECT FILE.  AN APPLIED CHANGE PRINTS WITH ITS
002700*    BEFORE AND AFTER IMAGES -- HELD UNTIL THE REWRITE HAS
002800*    COMPLETED -- FOR THE COMPLIANCE FILE.
002802*
002804*    AN APPLIED CHANGE THAT LEAVES THE PAYEE AT A NEW ADDRESS
002806*    ALSO RELEASES ANY MISSING-ADDRESS HOLD ON THE RETURNED-MAIL
002808*    LOG (COPYBOOK EQC861P47, MAINTAINED BY EQC861P50) AND
002810*    CLEARS ITS RETURNS-SINCE-UPDATE COUNT, UNDER THE PAYEE'S
002812*    OWN KEY AND THE SAME KEY FOR THE PRIOR TAX YEAR, WHERE LAST
002814*    SEASON'S RETURNS WERE LOGGED.  NCOA CHANGES REACH THE
002816*    MASTER THIS WAY FROM EQC861P49, SO A PAYEE STAYS HELD UNTIL
002818*    ITS NEW ADDRESS IS ACTUALLY ON FILE.  A LOG ENTRY WHOSE
002820*    RETURNED ADDRESS IS STILL THE ONE ON FILE STAYS HELD.
002900*
003000*    TAPE-NUMBER SITS INSIDE THE PHYSICAL KEY BETWEEN FORM-
003100*    TYPE AND OWNER-USER AND IS NOT A TERM THE TRANSACTION
003960*                         AUDIT LINES UNTIL THE REWRITE HAS
003980*                         COMPLETED, AND STAMP A REWRITE
003990*                         FAILURE WITH ITS OWN REASON CODE.
003992*    10/15/2026 CT08841   JOURNAL THE BEFORE AND AFTER IMAGE OF
003994*                         EVERY REWRITE TO THE UPDATE JOURNAL
003996*                         (UPDJRNL) FOR THE EQC861P66 BACK-OUT,
003998*                         WITH A BATCH ID FROM THE SYSIN CARD.
004000*    10/15/2026 CT08841   RELEASE THE RETURNED-MAIL LOG'S
004002*                         MISSING-ADDRESS HOLD WHEN A NEW
004004*                         ADDRESS IS APPLIED TO THE MASTER.
004006******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.    IBM-370.
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005800         ORGANIZATION IS SEQUENTIAL.
005802     SELECT PARM-CARD         ASSIGN TO SYSIN
005804         ORGANIZATION IS SEQUENTIAL.
005806     SELECT UPDATE-JOURNAL   ASSIGN TO UPDJRNL
005808         ORGANIZATION IS SEQUENTIAL.
005810     SELECT RETURNED-MAIL-LOG ASSIGN TO RMLVSAM
005812         ORGANIZATION IS INDEXED
005814         ACCESS MODE IS RANDOM
005816         RECORD KEY IS RM-TRAN-KEY.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  MAINT-TRAN-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600     COPY EQC861P23.
009602 FD  PARM-CARD
009604     LABEL RECORDS ARE OMITTED.
009606 01  PARM-RECORD.
009608     05  PARM-BATCH-ID                PIC X(08).
009610     05  FILLER                       PIC X(72).
009612 FD  UPDATE-JOURNAL
009614     LABEL RECORDS ARE STANDARD
009616     RECORDING MODE IS F.
009618     COPY EQC861P65.
009620 FD  RETURNED-MAIL-LOG
009622     LABEL RECORDS ARE STANDARD.
009624     COPY EQC861P47.
009700 WORKING-STORAGE SECTION.
009800*---------------------------------------------------------------*
009900*    SWITCHES                                                  *
010400     88  SCAN-COMPLETE                    VALUE 'Y'.
010500 77  WS-REWRITE-OK-SW                 PIC X(01)   VALUE 'Y'.
010600     88  REWRITE-WENT-OK                  VALUE 'Y'.
010602 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
010604     88  LOG-ENTRY-FOUND                  VALUE 'Y'.
010700*---------------------------------------------------------------*
010800*    WORK AREAS                                                *
010900*---------------------------------------------------------------*
011400                                          VALUE ZERO.
011500 77  WS-REJECTED-COUNT                PIC 9(07)   COMP-3
011600                                          VALUE ZERO.
011602 77  WS-RELEASED-COUNT                PIC 9(07)   COMP-3
011604                                          VALUE ZERO.
011620 77  WS-AUDIT-SUB                     PIC 9(02)   COMP.
011622 77  WS-JRNL-SEQUENCE                 PIC 9(07)   COMP-3
011624                                          VALUE ZERO.
011626 77  WS-JRNL-RUN-DATE                 PIC 9(08).
011628 77  WS-JRNL-RUN-TIME                 PIC 9(06).
011630 01  WS-BEFORE-IMAGE                  PIC X(600).
011640*---------------------------------------------------------------*
011660*    BEFORE/AFTER IMAGES HELD HERE UNTIL THE REWRITE HAS        *
011680*    COMPLETED, SO A FAILED REWRITE PRINTS NOTHING AS APPLIED.  *
015900     05  FILLER                       PIC X(24)
016000         VALUE 'TRANSACTIONS REJECTED - '.
016100     05  WS-T-REJECTED-COUNT          PIC ZZZ,ZZ9.
016102 01  WS-TOTAL-LINE-3.
016104     05  FILLER                       PIC X(05)   VALUE SPACES.
016106     05  FILLER                       PIC X(24)
016108         VALUE 'MAIL HOLDS RELEASED --- '.
016110     05  WS-T-RELEASED-COUNT          PIC ZZZ,ZZ9.
016112*---------------------------------------------------------------*
016114*    RUN-CONTROL WORK AREAS                                     *
016116*---------------------------------------------------------------*
016118 77  WS-RUN-DATE                      PIC 9(08).
016120 77  WS-RUN-TIME                      PIC 9(08).
016122 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
016124 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
016126                                          VALUE ZERO.
016200 PROCEDURE DIVISION.
016300*---------------------------------------------------------------*
016400*    0000-MAINLINE                                              *
018000     WRITE AUDIT-RPT-LINE FROM WS-HEADING-LINE.
018100     OPEN EXTEND RUN-CONTROL-FILE.
018200     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
018202     MOVE WS-RUN-DATE                 TO WS-JRNL-RUN-DATE.
018204     MOVE WS-RUN-TIME (1:6)           TO WS-JRNL-RUN-TIME.
018206     OPEN INPUT  PARM-CARD.
018208     READ PARM-CARD
018210         AT END
018212             MOVE SPACES TO PARM-BATCH-ID
018214     END-READ.
018216     CLOSE PARM-CARD.
018218     OPEN EXTEND UPDATE-JOURNAL.
018220     OPEN I-O    RETURNED-MAIL-LOG.
018300     PERFORM 7000-READ-TRAN THRU 7000-EXIT.
018400 1000-EXIT.
018500     EXIT.
027300             PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
027400             GO TO 4000-EXIT
027500     END-READ.
027502     MOVE EQC861P3                    TO WS-BEFORE-IMAGE.
027600     MOVE ZERO TO WS-AUDIT-COUNT.
027700     PERFORM 4100-APPLY-NAMES THRU 4100-EXIT.
027800     PERFORM 4200-APPLY-ADDRESS THRU 4200-EXIT.
028300     END-REWRITE.
028400     IF REWRITE-WENT-OK
028500         ADD 1 TO WS-APPLIED-COUNT
028502         PERFORM 9200-WRITE-JOURNAL THRU 9200-EXIT
028504         PERFORM 4300-RELEASE-HOLD THRU 4300-EXIT
028550         MOVE TR-OWNER-USER           TO WS-T-OWNER-USER
028600         MOVE TR-PAYER-NUMBER         TO WS-T-PAYER-NUMBER
028650         MOVE TR-TAX-YEAR             TO WS-T-TAX-YEAR
041200     END-IF.
041300 4200-EXIT.
041400     EXIT.
041401*---------------------------------------------------------------*
041402*    4300-RELEASE-HOLD -- AFTER A SUCCESSFUL REWRITE THAT       *
041403*    TOUCHED THE ADDRESS, RELEASE THE RETURNED-MAIL LOG ENTRY   *
041404*    UNDER THE PAYEE'S KEY AND UNDER THE PRIOR YEAR'S KEY.      *
041405*---------------------------------------------------------------*
041406 4300-RELEASE-HOLD.
041407     IF TR-STREET-ADDRESS = SPACES AND TR-TAX-CITY = SPACES
041408             AND TR-TAX-STATE = SPACES AND TR-TAX-ZIP = SPACES
041409         GO TO 4300-EXIT
041410     END-IF.
041411     MOVE TR-OWNER-USER               TO RM-OWNER-USER.
041412     MOVE TR-PAYER-NUMBER             TO RM-PAYER-NUMBER.
041413     MOVE TR-TAX-YEAR                 TO RM-TAX-YEAR.
041414     MOVE TR-FORM-TYPE                TO RM-FORM-TYPE.
041415     MOVE TR-CONTROL-NUMBER           TO RM-CONTROL-NUMBER.
041416     PERFORM 4310-STAMP-LOG THRU 4310-EXIT.
041417     MOVE TR-OWNER-USER               TO RM-OWNER-USER.
041418     MOVE TR-PAYER-NUMBER             TO RM-PAYER-NUMBER.
041419     COMPUTE RM-TAX-YEAR = TR-TAX-YEAR - 1.
041420     MOVE TR-FORM-TYPE                TO RM-FORM-TYPE.
041421     MOVE TR-CONTROL-NUMBER           TO RM-CONTROL-NUMBER.
041422     PERFORM 4310-STAMP-LOG THRU 4310-EXIT.
041423 4300-EXIT.
041424     EXIT.
041425*---------------------------------------------------------------*
041426*    4310-STAMP-LOG -- A PAYEE WITH NO RETURNED PIECES HAS NO   *
041427*    LOG ENTRY AND NEEDS NONE.  AN ENTRY WHOSE RETURNED ADDRESS *
041428*    IS STILL THE ADDRESS ON THE MASTER IS LEFT AS IT IS.       *
041429*---------------------------------------------------------------*
041430 4310-STAMP-LOG.
041431     MOVE 'Y' TO WS-FOUND-SW.
041432     READ RETURNED-MAIL-LOG
041433         INVALID KEY
041434             MOVE 'N' TO WS-FOUND-SW
041435     END-READ.
041436     IF NOT LOG-ENTRY-FOUND
041437         GO TO 4310-EXIT
041438     END-IF.
041439     IF STREET-ADDRESS = RM-STREET-ADDRESS
041440             AND TAX-CITY = RM-TAX-CITY
041441             AND TAX-STATE = RM-TAX-STATE
041442             AND TAX-ZIP = RM-TAX-ZIP
041443         GO TO 4310-EXIT
041444     END-IF.
041445     IF RM-MAIL-HELD
041446         ADD 1 TO WS-RELEASED-COUNT
041447     END-IF.
041448     MOVE ZERO                        TO RM-RETURNS-SINCE-UPDATE
041449                                         RM-HOLD-DATE.
041450     SET RM-MAIL-RELEASED             TO TRUE.
041451     REWRITE EQC861P46
041452         INVALID KEY
041453             GO TO 4310-EXIT
041454     END-REWRITE.
041455 4310-EXIT.
041456     EXIT.
041500*---------------------------------------------------------------*
041600*    5000-AUDIT-BEFORE -- HOLD THE FIELD'S BEFORE IMAGE IN THE   *
041620*    STASH UNTIL THE REWRITE OUTCOME IS KNOWN.                   *
047800 8000-FINISH.
047900     MOVE WS-APPLIED-COUNT            TO WS-T-APPLIED-COUNT.
048000     MOVE WS-REJECTED-COUNT           TO WS-T-REJECTED-COUNT.
048100     MOVE WS-RELEASED-COUNT           TO WS-T-RELEASED-COUNT.
048200     WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE-1.
048300     WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE-2.
048400     WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE-3.
048402     CLOSE MAINT-TRAN-FILE TAX-FORM-MASTER TRAN-REJECT-FILE
048404           AUDIT-RPT RETURNED-MAIL-LOG.
048500     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
048600     CLOSE RUN-CONTROL-FILE.
048602     CLOSE UPDATE-JOURNAL.
048700 8000-EXIT.
048800     EXIT.
048900*---------------------------------------------------------------*
052200     WRITE EQC861P22.
052300 9100-EXIT.
052400     EXIT.
052402*---------------------------------------------------------------*
052404*    9200-WRITE-JOURNAL -- BEFORE AND AFTER IMAGE OF A RECORD   *
052406*    JUST REWRITTEN, FOR THE EQC861P66 BACK-OUT.                *
052408*---------------------------------------------------------------*
052410 9200-WRITE-JOURNAL.
052412     ADD 1 TO WS-JRNL-SEQUENCE.
052414     MOVE SPACES                      TO EQC861P64.
052416     MOVE 'EQC861P27'                 TO UJ-PROGRAM-ID.
052418     MOVE WS-JRNL-RUN-DATE            TO UJ-RUN-DATE.
052420     MOVE WS-JRNL-RUN-TIME            TO UJ-RUN-TIME.
052422     MOVE PARM-BATCH-ID               TO UJ-BATCH-ID.
052424     MOVE WS-JRNL-SEQUENCE            TO UJ-SEQUENCE.
052426     MOVE TAX-FORM-KEY                TO UJ-RECORD-KEY.
052428     SET UJ-BEFORE-IMAGE TO TRUE.
052430     MOVE WS-BEFORE-IMAGE             TO UJ-RECORD-IMAGE.
052432     WRITE EQC861P64.
052434     SET UJ-AFTER-IMAGE TO TRUE.
052436     MOVE EQC861P3                    TO UJ-RECORD-IMAGE.
052438     WRITE EQC861P64.
052440 9200-EXIT.
052442     EXIT.
052500*---------------------------------------------------------------*
052600*    9999-EXIT -- COMMON PROGRAM EXIT                            *
052700*---------------------------------------------------------------*
