003000*    ORIGINALS ON THE KEYED MASTER THE SAME WAY IT VERIFIES
003100*    SOURCE-SYSTEM ONES.
003200*
003300*    FORM W-2 TRANSACTIONS NAME THE BOX AS PRINTED ON THE FORM
003320*    -- 1 WAGES, 2 FEDERAL TAX WITHHELD, 3 SOCIAL SECURITY
003340*    WAGES, 4 SOCIAL SECURITY TAX, 9 ADVANCE EIC, 16 STATE
003360*    WAGES, 17 STATE TAX, 18 LOCAL WAGES, 19 LOCAL TAX -- AND
003380*    ANY OTHER BOX IS REJECTED.  THE W2 LAYOUT DOES NOT FOLLOW
003400*    THE GENERIC TWELVE-BOX AMOUNT TABLE.  A CORRECTED AMOUNT
003500*    TOO LARGE FOR THE W2 FIELD IS REJECTED.  SSA TAKES W-2
003550*    CORRECTIONS ONLY ON FORM W-2C, WHICH THE EFW2C STEP
003552*    (EQC861P69) BUILDS ONCE THEY ARE MERGED ONTO THE TAX FORM
003554*    FILE.
003600*
003700*    TAPE-NUMBER SITS INSIDE THE PHYSICAL KEY BETWEEN FORM-
003800*    TYPE AND OWNER-USER AND IS NOT A TERM THE TRANSACTION
003900*    CARRIES, SO THE MASTER IS POSITIONED AT THE TAX-YEAR /
004000*    FORM-TYPE PREFIX AND SCANNED FORWARD FOR THE MATCH, THE
004100*    SAME WAY THE MAINTENANCE STEP (EQC861P27) LOCATES A PAYEE.
004102*
004104*    EVERY CORRECTION GENERATED ALSO GETS AN ACTIVITY INDEX
004106*    RECORD (COPYBOOK EQC861P72, ROUTE 'C') STAMPED WITH THIS
004108*    RUN'S RUN-CONTROL OPEN DATE AND TIME.  COROUT IS REWRITTEN
004110*    BY EACH RUN, BUT THE ACTIVITY INDEX GENERATIONS ARE KEPT
004112*    FOR THE SEASON SO THE CHARGEBACK BILLING STEP (EQC861P70)
004114*    CAN CHARGE EVERY RUN'S CORRECTIONS AND TIE THEM BACK TO
004116*    THAT RUN.
004200*
004300*    MODIFICATION HISTORY
004400*    --------------------
004500*    DATE       INIT      DESCRIPTION
004600*    09/02/2026 CT08841   ORIGINAL PROGRAM.
004602*    10/15/2026 CT08841   ACCEPT FORM W-2 TRANSACTIONS FOR THE
004604*                         W-2 BOXES 1-4, 9 AND 16-19 AS PRINTED
004606*                         ON THE FORM; AN AMOUNT TOO LARGE FOR
004608*                         THE W2 FIELD IS REJECTED AS A BAD
004610*                         AMOUNT.  THE CORRECTIONS GO TO SSA ON
004612*                         THE EFW2C SUBMISSION (EQC861P69).
004614*    10/15/2026 CT08841   WRITE AN ACTIVITY INDEX RECORD (COPYBOOK
004616*                         EQC861P72, ROUTE 'C') FOR EVERY
004618*                         CORRECTION GENERATED, STAMPED WITH THE
004620*                         RUN-CONTROL OPEN DATE AND TIME, SO THE
004622*                         CHARGEBACK BILLING STEP (EQC861P70)
004624*                         BILLS EVERY RUN, NOT ONLY THE ONE LEFT
004626*                         ON COROUT.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT CORR-AUDIT-RPT   ASSIGN TO CORAUDIT
006500         ORGANIZATION IS SEQUENTIAL.
006502     SELECT ACTIVITY-INDEX-FILE ASSIGN TO ACTVIDX
006504         ORGANIZATION IS SEQUENTIAL.
006600     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006700         ORGANIZATION IS SEQUENTIAL.
006800 DATA DIVISION.
007900     05  TR-BOX-NUMBER                PIC X(02).
008000     05  TR-BOX-NUMBER-N  REDEFINES  TR-BOX-NUMBER
008100                                      PIC 9(02).
008102         88  TR-W2-BOX-NUMBER             VALUES 1 THRU 4 9
008104                                                 16 THRU 19.
008200     05  TR-CORRECTED-AMOUNT          PIC X(18).
008300     05  TR-CORRECTED-AMOUNT-N  REDEFINES  TR-CORRECTED-AMOUNT
008400                                      PIC 9(16)V99.
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400 01  CORR-AUDIT-LINE                  PIC X(132).
010402 FD  ACTIVITY-INDEX-FILE
010404     LABEL RECORDS ARE STANDARD
010406     RECORDING MODE IS F.
010408     COPY EQC861P72.
010500 FD  RUN-CONTROL-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORDING MODE IS F.
012200 77  WS-REASON-CODE                   PIC X(01).
012300 77  WS-BOX-SUB                       PIC 9(02)   COMP.
012400 77  WS-BEFORE-AMOUNT                 PIC 9(16)V99 COMP-3.
012440 77  WS-W2-AMOUNT-LIMIT               PIC 9(11)V99 COMP-3
012460                                          VALUE 99999999999.99.
012500 77  WS-GENERATED-COUNT               PIC 9(07)   COMP-3
012600                                          VALUE ZERO.
012700 77  WS-REJECTED-COUNT                PIC 9(07)   COMP-3
019200                 TAX-FORM-MASTER
019300          OUTPUT CORRECTION-OUT
019400                 CORR-REJECT-FILE
019500                 CORR-AUDIT-RPT
019502                 ACTIVITY-INDEX-FILE.
019600     WRITE CORR-AUDIT-LINE FROM WS-HEADING-LINE.
019700     OPEN EXTEND RUN-CONTROL-FILE.
019800     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
020400*---------------------------------------------------------------*
020500 2000-PROCESS-TRAN.
020600     MOVE SPACE TO WS-REASON-CODE.
020700     IF TR-BOX-NUMBER NOT NUMERIC
020800             OR (TR-FORM-TYPE = 'W2' AND NOT TR-W2-BOX-NUMBER)
020900             OR (TR-FORM-TYPE NOT = 'W2'
021000                 AND (TR-BOX-NUMBER-N < 1
021100                      OR TR-BOX-NUMBER-N > 12))
021200         MOVE 'B' TO WS-REASON-CODE
021300         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
021400         GO TO 2000-NEXT
021500     END-IF.
021900     IF TR-CORRECTED-AMOUNT NOT NUMERIC
022000         MOVE 'E' TO WS-REASON-CODE
022100         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
022200         GO TO 2000-NEXT
022300     END-IF.
022310     IF TR-FORM-TYPE = 'W2'
022320             AND TR-CORRECTED-AMOUNT-N > WS-W2-AMOUNT-LIMIT
022330         MOVE 'E' TO WS-REASON-CODE
022340         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
022350         GO TO 2000-NEXT
022360     END-IF.
022400     IF NOT TR-TYPE-1 AND NOT TR-TYPE-2
022500         MOVE 'E' TO WS-REASON-CODE
022600         PERFORM 6000-REJECT-TRAN THRU 6000-EXIT
030600             GO TO 4000-EXIT
030700     END-READ.
030800     MOVE TR-BOX-NUMBER-N             TO WS-BOX-SUB.
030850     IF FORM-W2
030900         PERFORM 4100-OVERLAY-W2-BOX THRU 4100-EXIT
030920     ELSE
030940         MOVE TBL-AMOUNT (WS-BOX-SUB) TO WS-BEFORE-AMOUNT
030960         MOVE TR-CORRECTED-AMOUNT-N   TO TBL-AMOUNT (WS-BOX-SUB)
031000     END-IF.
031100     IF TR-TYPE-2
031200         MOVE 'Z' TO CORRECTION-FLAG
031300     ELSE
031600     MOVE EQC861P3                    TO CORRECTION-OUT-RECORD.
031700     WRITE CORRECTION-OUT-RECORD.
031800     ADD 1 TO WS-GENERATED-COUNT.
031802     PERFORM 4200-WRITE-ACTIVITY-INDEX THRU 4200-EXIT.
031900     MOVE TR-OWNER-USER               TO WS-T-OWNER-USER.
032000     MOVE TR-PAYER-NUMBER             TO WS-T-PAYER-NUMBER.
032100     MOVE TR-TAX-YEAR                 TO WS-T-TAX-YEAR.
033600     WRITE CORR-AUDIT-LINE FROM WS-AMOUNT-LINE.
033700 4000-EXIT.
033800     EXIT.
033802*---------------------------------------------------------------*
033804*    4100-OVERLAY-W2-BOX -- THE TRANSACTION NAMES THE BOX AS    *
033806*    PRINTED ON FORM W-2 (EQC861P17 5700-PRINT-W2-BOXES), NOT   *
033808*    THE COPYBOOK ORDER OF THE W2 AMOUNTS.                      *
033810*---------------------------------------------------------------*
033812 4100-OVERLAY-W2-BOX.
033814     EVALUATE WS-BOX-SUB
033816         WHEN 1
033818             MOVE W23-GROSS-TIPS-WAGES-OTH-COMP
033820                                      TO WS-BEFORE-AMOUNT
033822             MOVE TR-CORRECTED-AMOUNT-N
033824                                  TO W23-GROSS-TIPS-WAGES-OTH-COMP
033826         WHEN 2
033828             MOVE W25-FEDERAL-TAX-WITHHELD TO WS-BEFORE-AMOUNT
033830             MOVE TR-CORRECTED-AMOUNT-N
033832                                  TO W25-FEDERAL-TAX-WITHHELD
033834         WHEN 3
033836             MOVE W21-SS-WAGES        TO WS-BEFORE-AMOUNT
033838             MOVE TR-CORRECTED-AMOUNT-N TO W21-SS-WAGES
033840         WHEN 4
033842             MOVE W24-SS-TAX-WITHHELD TO WS-BEFORE-AMOUNT
033844             MOVE TR-CORRECTED-AMOUNT-N TO W24-SS-TAX-WITHHELD
033846         WHEN 9
033848             MOVE W22-ADV-EARNED-INC-CREDIT TO WS-BEFORE-AMOUNT
033850             MOVE TR-CORRECTED-AMOUNT-N
033852                                  TO W22-ADV-EARNED-INC-CREDIT
033854         WHEN 16
033856             MOVE W26-STATE-WAGES     TO WS-BEFORE-AMOUNT
033858             MOVE TR-CORRECTED-AMOUNT-N TO W26-STATE-WAGES
033860         WHEN 17
033862             MOVE W27-STATE-TAX-WITHHELD TO WS-BEFORE-AMOUNT
033864             MOVE TR-CORRECTED-AMOUNT-N TO W27-STATE-TAX-WITHHELD
033866         WHEN 18
033868             MOVE W28-LOCAL-WAGES     TO WS-BEFORE-AMOUNT
033870             MOVE TR-CORRECTED-AMOUNT-N TO W28-LOCAL-WAGES
033872         WHEN 19
033874             MOVE W29-LOCAL-TAX-WITHHELD TO WS-BEFORE-AMOUNT
033876             MOVE TR-CORRECTED-AMOUNT-N TO W29-LOCAL-TAX-WITHHELD
033877     END-EVALUATE.
033878 4100-EXIT.
033880     EXIT.
033881*---------------------------------------------------------------*
033882*    4200-WRITE-ACTIVITY-INDEX -- ONE RECORD PER CORRECTION,    *
033883*    STAMPED WITH THE RUN-CONTROL OPEN DATE AND TIME.           *
033884*---------------------------------------------------------------*
033885 4200-WRITE-ACTIVITY-INDEX.
033886     MOVE SPACES                      TO EQC861P71.
033887     MOVE OWNER-USER                  TO RX-OWNER-USER.
033888     MOVE PAYER-NUMBER                TO RX-PAYER-NUMBER.
033889     MOVE TAX-YEAR                    TO RX-TAX-YEAR.
033890     MOVE FORM-TYPE                   TO RX-FORM-TYPE.
033891     MOVE CONTROL-NUMBER              TO RX-CONTROL-NUMBER.
033892     SET RX-CORRECTION-GENERATED      TO TRUE.
033893     MOVE 'EQC861P34'                 TO RX-PROGRAM-ID.
033894     MOVE WS-RUN-DATE                 TO RX-RUN-DATE.
033895     MOVE WS-RUN-TIME (1:6)           TO RX-RUN-TIME.
033896     WRITE EQC861P71.
033897 4200-EXIT.
033898     EXIT.
033900*---------------------------------------------------------------*
034000*    6000-REJECT-TRAN -- STAMP THE REASON ON THE TRANSACTION     *
034100*    IMAGE AND REPORT IT:  'U' UNMATCHED, 'A' AMBIGUOUS,         *
034200*    'B' BAD BOX NUMBER, 'E' BAD AMOUNT OR TYPE.                 *
034400*---------------------------------------------------------------*
034500 6000-REJECT-TRAN.
034600     MOVE CORR-TRAN-RECORD            TO REJ-TRAN-IMAGE.
036200         WHEN 'B'
036300             MOVE 'REJECTED - BAD BOX'
036400                                      TO WS-T-DISPOSITION
036800         WHEN OTHER
036900             MOVE 'REJECTED - BAD FIELD'
037000                                      TO WS-T-DISPOSITION
039600     WRITE CORR-AUDIT-LINE FROM WS-TOTAL-LINE-1.
039700     WRITE CORR-AUDIT-LINE FROM WS-TOTAL-LINE-2.
039800     CLOSE CORR-TRAN-FILE TAX-FORM-MASTER CORRECTION-OUT
039900           CORR-REJECT-FILE CORR-AUDIT-RPT ACTIVITY-INDEX-FILE.
040000     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
040100     CLOSE RUN-CONTROL-FILE.
040200 8000-EXIT.
