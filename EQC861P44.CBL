000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P44.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    FILING-STATUS LEDGER POSTING AND IRS ACKNOWLEDGMENT INTAKE
000900*    FOR THE EQC861 TAX FORM SYSTEM.
001000*
001100*    THE FILING-STATUS LEDGER (COPYBOOK EQC861P43) HOLDS ONE
001200*    KEYED RECORD PER PAYER GROUP (OWNER-USER / PAYER-NUMBER /
001300*    FORM-TYPE), TAX YEAR AND SUBMISSION CHANNEL:
001400*
001500*      T - MAGNETIC MEDIA TAPE, BUILT BY EQC861P7.
001600*      F - IRS FIRE, BUILT BY EQC861P9.
001700*      W - SSA EFW2, BUILT BY EQC861P18.
001800*      S - IRS 1042-S, BUILT BY EQC861P41.
001900*      C - DIRECT-TO-STATE, BUILT BY EQC861P35 (ONE RECORD PER
002000*          STATE FILED).
002100*
002200*    EACH SUBMISSION STEP APPENDS ONE ENTRY PER PAYER GROUP IT
002300*    SUBMITTED TO THE SHARED FILING SUBMISSION LOG (FILESUB).
002400*    THIS STEP FIRST POSTS THAT LOG TO THE LEDGER:  A NEW KEY IS
002500*    ADDED AS SUBMITTED; AN EXISTING KEY WHOSE LOG ENTRY IS
002600*    LATER THAN THE LEDGER'S LAST SUBMISSION IS A RESUBMISSION
002700*    -- THE SUBMISSION IS RECORDED, THE SUBMISSION COUNT BUMPED
002800*    AND THE STATUS SET BACK TO SUBMITTED UNTIL THE AGENCY
002900*    ANSWERS AGAIN.  A LOG ENTRY NO LATER THAN THE LEDGER'S
003000*    LAST SUBMISSION HAS ALREADY BEEN POSTED AND IS PASSED
003100*    OVER, SO THE LOG MAY BE CARRIED FOR THE WHOLE SEASON.
003200*
003300*    THE STEP THEN READS THE AGENCY ACKNOWLEDGMENT AND ERROR
003400*    RECORDS (IRSACK -- THE ACKNOWLEDGMENT FILE AND THE ERROR
003500*    FILE ARE CONCATENATED UNDER THE ONE DD).  AN ACKNOWLEDG-
003600*    MENT NAMES THE CHANNEL, TAX YEAR AND PAYER TIN, AND MAY
003700*    NARROW TO ONE FORM TYPE OR ONE STATE; IT POSTS ACCEPTED,
003800*    REJECTED OR REPLACEMENT-REQUIRED, WITH ANY ERROR CODE AND
003900*    TEXT, TO EVERY LEDGER RECORD IT NAMES.  AN ACKNOWLEDGMENT
004000*    DATED BEFORE THE LEDGER'S LAST SUBMISSION BELONGS TO AN
004100*    EARLIER SUBMISSION AND IS NOT POSTED.  ACKNOWLEDGMENTS ARE
004200*    TABLED AND APPLIED IN ONE SEQUENTIAL PASS OF THE LEDGER,
004300*    SINCE THE PAYER TIN IS NOT PART OF THE LEDGER KEY.  AN
004400*    ACKNOWLEDGMENT THAT POSTS TO NO LEDGER RECORD IS LISTED
004500*    FOR FOLLOW-UP.
004600*
004700*    THE OPEN-ITEMS REPORT (EQC861P45) READS THE LEDGER THIS
004800*    STEP MAINTAINS.
004900*
005000*    MODIFICATION HISTORY
005100*    --------------------
005200*    DATE       INIT      DESCRIPTION
005300*    10/15/2026 CT08841   ORIGINAL PROGRAM.
005302*    10/15/2026 CT08841   CARRY THE SUBMITTING PARTITION ONTO THE
005304*                         LEDGER WITH A RESUBMISSION.
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.    IBM-370.
005800 OBJECT-COMPUTER.    IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT SUBMISSION-LOG   ASSIGN TO FILESUB
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT ACK-FILE         ASSIGN TO IRSACK
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT FILING-LEDGER    ASSIGN TO FILELDGR
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS FL-LEDGER-KEY.
006900     SELECT ACK-POST-RPT     ASSIGN TO ACKRPT
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007200         ORGANIZATION IS SEQUENTIAL.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  SUBMISSION-LOG
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800*    MIRROR OF THE EQC861P42 LAYOUT -- THE COPYBOOK IS ALREADY
007900*    EXPANDED UNDER FILING-LEDGER, SO ONLY THE TERMS POSTED ARE
008000*    NAMED HERE.
008100 01  SUBMISSION-LOG-RECORD.
008200     05  SL-LEDGER-KEY                PIC X(18).
008300     05  SL-PAYER-TIN                 PIC 9(09).
008400     05  SL-SUBMIT-PROGRAM            PIC X(09).
008500     05  SL-SUBMIT-STAMP.
008600         10  SL-SUBMIT-DATE           PIC 9(08).
008700         10  SL-SUBMIT-TIME           PIC 9(06).
008800     05  SL-PAYEE-COUNT               PIC 9(07)   COMP-3.
008900     05  FILLER                       PIC X(55).
008902     05  SL-PARTITION-ID              PIC X(02).
008904     05  FILLER                       PIC X(38).
009000 FD  ACK-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  ACK-RECORD.
009400     05  AK-CHANNEL                   PIC X(01).
009500     05  AK-TAX-YEAR                  PIC 9(04).
009600     05  AK-PAYER-TIN                 PIC 9(09).
009700     05  AK-FORM-TYPE                 PIC X(02).
009800     05  AK-STATE-CODE                PIC X(02).
009900     05  AK-ACK-STATUS                PIC X(01).
010000         88  AK-ACCEPTED                  VALUE 'A'.
010100         88  AK-REJECTED                  VALUE 'R'.
010200         88  AK-REPLACEMENT-REQUIRED      VALUE 'P'.
010300     05  AK-ACK-DATE                  PIC 9(08).
010400     05  AK-ERROR-CODE                PIC X(04).
010500     05  AK-ERROR-TEXT                PIC X(40).
010600     05  FILLER                       PIC X(29).
010700 FD  FILING-LEDGER
010800     LABEL RECORDS ARE STANDARD.
010900     COPY EQC861P43.
011000 FD  ACK-POST-RPT
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300 01  ACK-POST-RPT-LINE                PIC X(132).
011400 FD  RUN-CONTROL-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700     COPY EQC861P23.
011800 WORKING-STORAGE SECTION.
011900*---------------------------------------------------------------*
012000*    SWITCHES                                                  *
012100*---------------------------------------------------------------*
012200 77  WS-LOG-EOF-SW                    PIC X(01)   VALUE 'N'.
012300     88  END-OF-SUBMISSION-LOG            VALUE 'Y'.
012400 77  WS-ACK-EOF-SW                    PIC X(01)   VALUE 'N'.
012500     88  END-OF-ACK-FILE                  VALUE 'Y'.
012600 77  WS-LEDGER-EOF-SW                 PIC X(01)   VALUE 'N'.
012700     88  END-OF-LEDGER                    VALUE 'Y'.
012800 77  WS-FOUND-SW                      PIC X(01)   VALUE 'N'.
012900     88  LEDGER-RECORD-FOUND              VALUE 'Y'.
013000 77  WS-CHANGED-SW                    PIC X(01)   VALUE 'N'.
013100     88  LEDGER-RECORD-CHANGED            VALUE 'Y'.
013200*---------------------------------------------------------------*
013300*    WORK AREAS                                                *
013400*---------------------------------------------------------------*
013500 77  WS-ACK-SUB                       PIC 9(04)   COMP.
013600 77  WS-OLD-STATUS                    PIC X(01).
013700 77  WS-LEDGER-STAMP                  PIC 9(14).
013800 77  WS-LOG-COUNT                     PIC 9(07)   COMP-3
013900                                          VALUE ZERO.
014000 77  WS-ADDED-COUNT                   PIC 9(07)   COMP-3
014100                                          VALUE ZERO.
014200 77  WS-RESUBMIT-COUNT                PIC 9(07)   COMP-3
014300                                          VALUE ZERO.
014400 77  WS-ALREADY-POSTED-COUNT          PIC 9(07)   COMP-3
014500                                          VALUE ZERO.
014600 77  WS-ACK-READ-COUNT                PIC 9(07)   COMP-3
014700                                          VALUE ZERO.
014800 77  WS-POSTED-COUNT                  PIC 9(07)   COMP-3
014900                                          VALUE ZERO.
015000 77  WS-STALE-COUNT                   PIC 9(07)   COMP-3
015100                                          VALUE ZERO.
015200 77  WS-UNMATCHED-COUNT               PIC 9(07)   COMP-3
015300                                          VALUE ZERO.
015400 77  WS-OVERFLOW-COUNT                PIC 9(07)   COMP-3
015500                                          VALUE ZERO.
015600 77  WS-WRITE-ERROR-COUNT             PIC 9(07)   COMP-3
015700                                          VALUE ZERO.
015800*---------------------------------------------------------------*
015900*    ACKNOWLEDGMENT TABLE -- APPLIED IN ONE PASS OF THE LEDGER. *
016000*---------------------------------------------------------------*
016100 01  WS-ACK-TABLE.
016200     05  WS-ACK-COUNT                 PIC 9(04)   COMP VALUE ZERO.
016300     05  WS-ACK-ENTRY OCCURS 2000 TIMES.
016400         10  AQ-CHANNEL               PIC X(01).
016500         10  AQ-TAX-YEAR              PIC 9(04).
016600         10  AQ-PAYER-TIN             PIC 9(09).
016700         10  AQ-FORM-TYPE             PIC X(02).
016800         10  AQ-STATE-CODE            PIC X(02).
016900         10  AQ-ACK-STATUS            PIC X(01).
017000         10  AQ-ACK-DATE              PIC 9(08).
017100         10  AQ-ERROR-CODE            PIC X(04).
017200         10  AQ-ERROR-TEXT            PIC X(40).
017300         10  AQ-POSTED-COUNT          PIC 9(05)   COMP-3.
017400         10  AQ-STALE-COUNT           PIC 9(05)   COMP-3.
017500*---------------------------------------------------------------*
017600*    REPORT LINES                                               *
017700*---------------------------------------------------------------*
017800 01  WS-HEADING-LINE.
017900     05  FILLER              PIC X(05)   VALUE SPACES.
018000     05  FILLER              PIC X(48)
018100         VALUE 'EQC861P44 - FILING-STATUS LEDGER ACK POSTING'.
018200 01  WS-COLUMN-LINE.
018300     05  FILLER              PIC X(01)   VALUE SPACE.
018400     05  FILLER              PIC X(08)   VALUE 'OWNER'.
018500     05  FILLER              PIC X(06)   VALUE 'PAYER'.
018600     05  FILLER              PIC X(05)   VALUE 'FORM'.
018700     05  FILLER              PIC X(06)   VALUE 'YEAR'.
018800     05  FILLER              PIC X(04)   VALUE 'CH'.
018900     05  FILLER              PIC X(04)   VALUE 'ST'.
019000     05  FILLER              PIC X(11)   VALUE 'PAYER TIN'.
019100     05  FILLER              PIC X(09)   VALUE 'OLD NEW'.
019200     05  FILLER              PIC X(10)   VALUE 'ACK DATE'.
019300     05  FILLER              PIC X(05)   VALUE 'ERR'.
019400     05  FILLER              PIC X(40)   VALUE 'ERROR TEXT'.
019500 01  WS-DETAIL-LINE.
019600     05  FILLER                       PIC X(01)   VALUE SPACE.
019700     05  WS-D-OWNER-USER              PIC X(06).
019800     05  FILLER                       PIC X(02)   VALUE SPACES.
019900     05  WS-D-PAYER-NUMBER            PIC 9(03).
020000     05  FILLER                       PIC X(03)   VALUE SPACES.
020100     05  WS-D-FORM-TYPE               PIC X(02).
020200     05  FILLER                       PIC X(03)   VALUE SPACES.
020300     05  WS-D-TAX-YEAR                PIC 9(04).
020400     05  FILLER                       PIC X(02)   VALUE SPACES.
020500     05  WS-D-CHANNEL                 PIC X(01).
020600     05  FILLER                       PIC X(03)   VALUE SPACES.
020700     05  WS-D-STATE-CODE              PIC X(02).
020800     05  FILLER                       PIC X(02)   VALUE SPACES.
020900     05  WS-D-PAYER-TIN               PIC 9(09).
021000     05  FILLER                       PIC X(02)   VALUE SPACES.
021100     05  WS-D-OLD-STATUS              PIC X(01).
021200     05  FILLER                       PIC X(03)   VALUE SPACES.
021300     05  WS-D-NEW-STATUS              PIC X(01).
021400     05  FILLER                       PIC X(04)   VALUE SPACES.
021500     05  WS-D-ACK-DATE                PIC 9(08).
021600     05  FILLER                       PIC X(02)   VALUE SPACES.
021700     05  WS-D-ERROR-CODE              PIC X(04).
021800     05  FILLER                       PIC X(01)   VALUE SPACE.
021900     05  WS-D-ERROR-TEXT              PIC X(40).
022000 01  WS-UNMATCHED-HEADING.
022100     05  FILLER                       PIC X(05)   VALUE SPACES.
022200     05  FILLER                       PIC X(48)
022300         VALUE 'ACKNOWLEDGMENTS NOT POSTED TO THE LEDGER'.
022400 01  WS-UNMATCHED-LINE.
022500     05  FILLER                  PIC X(05)   VALUE '*** '.
022600     05  FILLER                  PIC X(03)   VALUE 'CH '.
022700     05  WS-U-CHANNEL                 PIC X(01).
022800     05  FILLER                  PIC X(07)   VALUE '  YEAR '.
022900     05  WS-U-TAX-YEAR                PIC 9(04).
023000     05  FILLER                  PIC X(06)   VALUE '  TIN '.
023100     05  WS-U-PAYER-TIN               PIC 9(09).
023200     05  FILLER                  PIC X(07)   VALUE '  FORM '.
023300     05  WS-U-FORM-TYPE               PIC X(02).
023400     05  FILLER                  PIC X(08)   VALUE '  STATE '.
023500     05  WS-U-STATE-CODE              PIC X(02).
023600     05  FILLER                  PIC X(09)   VALUE '  STATUS '.
023700     05  WS-U-ACK-STATUS              PIC X(01).
023800     05  FILLER                  PIC X(07)   VALUE '  DATE '.
023900     05  WS-U-ACK-DATE                PIC 9(08).
024000     05  FILLER                       PIC X(02)   VALUE SPACES.
024100     05  WS-U-REASON                  PIC X(36).
024200 01  WS-TOTAL-LINE.
024300     05  FILLER                       PIC X(05)   VALUE SPACES.
024400     05  WS-T-CAPTION                 PIC X(32).
024500     05  WS-T-COUNT                   PIC ZZZ,ZZ9.
024600*---------------------------------------------------------------*
024700*    RUN-CONTROL WORK AREAS                                     *
024800*---------------------------------------------------------------*
024900 77  WS-RUN-DATE                      PIC 9(08).
025000 77  WS-RUN-TIME                      PIC 9(08).
025100 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
025200 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
025300                                          VALUE ZERO.
025400 77  WS-RC-RECORDS-WRITTEN            PIC 9(09)   COMP-3
025500                                          VALUE ZERO.
025600 PROCEDURE DIVISION.
025700*---------------------------------------------------------------*
025800*    0000-MAINLINE                                              *
025900*---------------------------------------------------------------*
026000 0000-MAINLINE.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026200     PERFORM 2000-POST-SUBMISSION THRU 2000-EXIT
026300         UNTIL END-OF-SUBMISSION-LOG.
026400     PERFORM 3000-LOAD-ACK THRU 3000-EXIT
026500         UNTIL END-OF-ACK-FILE.
026600     IF WS-ACK-COUNT > ZERO
026700         PERFORM 4000-APPLY-ACKS THRU 4000-EXIT
026800         PERFORM 5000-LIST-UNMATCHED THRU 5000-EXIT
026900     END-IF.
027000     PERFORM 8000-FINISH THRU 8000-EXIT.
027100     GO TO 9999-EXIT.
027200*---------------------------------------------------------------*
027300*    1000-INITIALIZE                                            *
027400*---------------------------------------------------------------*
027500 1000-INITIALIZE.
027600     OPEN INPUT  SUBMISSION-LOG
027700                 ACK-FILE
027800          I-O    FILING-LEDGER
027900          OUTPUT ACK-POST-RPT.
028000     WRITE ACK-POST-RPT-LINE FROM WS-HEADING-LINE.
028100     WRITE ACK-POST-RPT-LINE FROM WS-COLUMN-LINE.
028200     OPEN EXTEND RUN-CONTROL-FILE.
028300     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
028400     PERFORM 7000-READ-SUBMISSION-LOG THRU 7000-EXIT.
028500     PERFORM 7100-READ-ACK THRU 7100-EXIT.
028600 1000-EXIT.
028700     EXIT.
028800*---------------------------------------------------------------*
028900*    2000-POST-SUBMISSION -- ADD A NEW LEDGER KEY, OR RECORD A  *
029000*    RESUBMISSION AGAINST AN EXISTING ONE.  AN ENTRY NO LATER   *
029100*    THAN THE LEDGER'S LAST SUBMISSION WAS POSTED BY AN EARLIER *
029200*    RUN OF THIS STEP.                                          *
029300*---------------------------------------------------------------*
029400 2000-POST-SUBMISSION.
029500     MOVE SL-LEDGER-KEY               TO FL-LEDGER-KEY.
029600     MOVE 'Y' TO WS-FOUND-SW.
029700     READ FILING-LEDGER
029800         INVALID KEY
029900             MOVE 'N' TO WS-FOUND-SW
030000     END-READ.
030100     IF NOT LEDGER-RECORD-FOUND
030200         PERFORM 2100-ADD-LEDGER-RECORD THRU 2100-EXIT
030300         GO TO 2000-NEXT
030400     END-IF.
030500     MOVE FL-SUBMIT-DATE              TO WS-LEDGER-STAMP (1:8).
030600     MOVE FL-SUBMIT-TIME              TO WS-LEDGER-STAMP (9:6).
030700     IF SL-SUBMIT-STAMP NOT > WS-LEDGER-STAMP
030800         ADD 1 TO WS-ALREADY-POSTED-COUNT
030900         GO TO 2000-NEXT
031000     END-IF.
031100     PERFORM 2200-RECORD-RESUBMISSION THRU 2200-EXIT.
031200 2000-NEXT.
031300     PERFORM 7000-READ-SUBMISSION-LOG THRU 7000-EXIT.
031400 2000-EXIT.
031500     EXIT.
031600*---------------------------------------------------------------*
031700*    2100-ADD-LEDGER-RECORD                                     *
031800*---------------------------------------------------------------*
031900 2100-ADD-LEDGER-RECORD.
032000     MOVE SUBMISSION-LOG-RECORD       TO EQC861P42.
032100     MOVE 1                           TO FL-SUBMIT-COUNT.
032200     SET FL-SUBMITTED                 TO TRUE.
032300     MOVE SL-SUBMIT-DATE              TO FL-STATUS-DATE.
032400     MOVE SPACES                      TO FL-ACK-ERROR-CODE
032500                                         FL-ACK-ERROR-TEXT.
032600     WRITE EQC861P42
032700         INVALID KEY
032800             ADD 1 TO WS-WRITE-ERROR-COUNT
032900             GO TO 2100-EXIT
033000     END-WRITE.
033100     ADD 1 TO WS-ADDED-COUNT
033200              WS-RC-RECORDS-WRITTEN.
033300 2100-EXIT.
033400     EXIT.
033500*---------------------------------------------------------------*
033600*    2200-RECORD-RESUBMISSION -- THE NEW SUBMISSION REPLACES    *
033700*    THE OLD ONE AND WAITS FOR ITS OWN ACKNOWLEDGMENT.          *
033800*---------------------------------------------------------------*
033900 2200-RECORD-RESUBMISSION.
034000     MOVE SL-PAYER-TIN                TO FL-PAYER-TIN.
034100     MOVE SL-SUBMIT-PROGRAM           TO FL-SUBMIT-PROGRAM.
034200     MOVE SL-SUBMIT-DATE              TO FL-SUBMIT-DATE
034300                                         FL-STATUS-DATE.
034400     MOVE SL-SUBMIT-TIME              TO FL-SUBMIT-TIME.
034500     MOVE SL-PAYEE-COUNT              TO FL-PAYEE-COUNT.
034502     MOVE SL-PARTITION-ID             TO FL-PARTITION-ID.
034600     ADD 1                            TO FL-SUBMIT-COUNT.
034700     SET FL-SUBMITTED                 TO TRUE.
034800     MOVE SPACES                      TO FL-ACK-ERROR-CODE
034900                                         FL-ACK-ERROR-TEXT.
035000     REWRITE EQC861P42
035100         INVALID KEY
035200             ADD 1 TO WS-WRITE-ERROR-COUNT
035300             GO TO 2200-EXIT
035400     END-REWRITE.
035500     ADD 1 TO WS-RESUBMIT-COUNT
035600              WS-RC-RECORDS-WRITTEN.
035700 2200-EXIT.
035800     EXIT.
035900*---------------------------------------------------------------*
036000*    3000-LOAD-ACK -- TABLE THE ACKNOWLEDGMENT; IF THE TABLE IS *
036100*    ALREADY FULL, COUNT THE OVERFLOW RATHER THAN INDEXING PAST *
036200*    THE END OF WS-ACK-ENTRY.                                   *
036300*---------------------------------------------------------------*
036400 3000-LOAD-ACK.
036500     IF WS-ACK-COUNT < 2000
036600         ADD 1 TO WS-ACK-COUNT
036700         MOVE WS-ACK-COUNT  TO WS-ACK-SUB
036800         MOVE AK-CHANNEL    TO AQ-CHANNEL (WS-ACK-SUB)
036900         MOVE AK-TAX-YEAR   TO AQ-TAX-YEAR (WS-ACK-SUB)
037000         MOVE AK-PAYER-TIN  TO AQ-PAYER-TIN (WS-ACK-SUB)
037100         MOVE AK-FORM-TYPE  TO AQ-FORM-TYPE (WS-ACK-SUB)
037200         MOVE AK-STATE-CODE TO AQ-STATE-CODE (WS-ACK-SUB)
037300         MOVE AK-ACK-STATUS TO AQ-ACK-STATUS (WS-ACK-SUB)
037400         MOVE AK-ACK-DATE   TO AQ-ACK-DATE (WS-ACK-SUB)
037500         MOVE AK-ERROR-CODE TO AQ-ERROR-CODE (WS-ACK-SUB)
037600         MOVE AK-ERROR-TEXT TO AQ-ERROR-TEXT (WS-ACK-SUB)
037700         MOVE ZERO          TO AQ-POSTED-COUNT (WS-ACK-SUB)
037800                               AQ-STALE-COUNT (WS-ACK-SUB)
037900     ELSE
038000         ADD 1 TO WS-OVERFLOW-COUNT
038100     END-IF.
038200     PERFORM 7100-READ-ACK THRU 7100-EXIT.
038300 3000-EXIT.
038400     EXIT.
038500*---------------------------------------------------------------*
038600*    4000-APPLY-ACKS -- ONE SEQUENTIAL PASS OF THE LEDGER,      *
038700*    POSTING EVERY TABLED ACKNOWLEDGMENT THAT NAMES THE RECORD  *
038800*    IN ACKNOWLEDGMENT FILE ORDER, SO AN ERROR RECORD FOLLOWING *
038900*    ITS STATUS RECORD LEAVES ITS ERROR CODE ON THE LEDGER.     *
039000*---------------------------------------------------------------*
039100 4000-APPLY-ACKS.
039200     MOVE LOW-VALUES                  TO FL-LEDGER-KEY.
039300     START FILING-LEDGER KEY NOT < FL-LEDGER-KEY
039400         INVALID KEY
039500             SET END-OF-LEDGER TO TRUE
039600     END-START.
039700     PERFORM 4100-APPLY-TO-RECORD THRU 4100-EXIT
039800         UNTIL END-OF-LEDGER.
039900 4000-EXIT.
040000     EXIT.
040100*---------------------------------------------------------------*
040200*    4100-APPLY-TO-RECORD                                       *
040300*---------------------------------------------------------------*
040400 4100-APPLY-TO-RECORD.
040500     READ FILING-LEDGER NEXT RECORD
040600         AT END
040700             SET END-OF-LEDGER TO TRUE
040800     END-READ.
040900     IF END-OF-LEDGER
041000         GO TO 4100-EXIT
041100     END-IF.
041200     MOVE 'N' TO WS-CHANGED-SW.
041300     MOVE FL-FILING-STATUS            TO WS-OLD-STATUS.
041400     PERFORM 4200-MATCH-ACK THRU 4200-EXIT
041500         VARYING WS-ACK-SUB FROM 1 BY 1
041600             UNTIL WS-ACK-SUB > WS-ACK-COUNT.
041700     IF NOT LEDGER-RECORD-CHANGED
041800         GO TO 4100-EXIT
041900     END-IF.
042000     REWRITE EQC861P42
042100         INVALID KEY
042200             ADD 1 TO WS-WRITE-ERROR-COUNT
042300             GO TO 4100-EXIT
042400     END-REWRITE.
042500     ADD 1 TO WS-POSTED-COUNT
042600              WS-RC-RECORDS-WRITTEN.
042700     PERFORM 4300-PRINT-POSTING THRU 4300-EXIT.
042800 4100-EXIT.
042900     EXIT.
043000*---------------------------------------------------------------*
043100*    4200-MATCH-ACK -- CHANNEL, TAX YEAR AND PAYER TIN MUST     *
043200*    AGREE; A BLANK FORM TYPE OR STATE ON THE ACKNOWLEDGMENT    *
043300*    COVERS EVERY FORM OR STATE FOR THAT PAYER TIN.             *
043400*---------------------------------------------------------------*
043500 4200-MATCH-ACK.
043600     IF AQ-CHANNEL (WS-ACK-SUB) NOT = FL-CHANNEL
043700             OR AQ-TAX-YEAR (WS-ACK-SUB) NOT = FL-TAX-YEAR
043800             OR AQ-PAYER-TIN (WS-ACK-SUB) NOT = FL-PAYER-TIN
043900         GO TO 4200-EXIT
044000     END-IF.
044100     IF AQ-FORM-TYPE (WS-ACK-SUB) NOT = SPACES
044200             AND AQ-FORM-TYPE (WS-ACK-SUB) NOT = FL-FORM-TYPE
044300         GO TO 4200-EXIT
044400     END-IF.
044500     IF AQ-STATE-CODE (WS-ACK-SUB) NOT = SPACES
044600             AND AQ-STATE-CODE (WS-ACK-SUB) NOT = FL-STATE-CODE
044700         GO TO 4200-EXIT
044800     END-IF.
044900     IF AQ-ACK-DATE (WS-ACK-SUB) < FL-SUBMIT-DATE
045000         ADD 1 TO AQ-STALE-COUNT (WS-ACK-SUB)
045100         GO TO 4200-EXIT
045200     END-IF.
045300     MOVE AQ-ACK-STATUS (WS-ACK-SUB)  TO FL-FILING-STATUS.
045400     MOVE AQ-ACK-DATE (WS-ACK-SUB)    TO FL-STATUS-DATE.
045500     IF FL-ACCEPTED
045600         MOVE SPACES                  TO FL-ACK-ERROR-CODE
045700                                         FL-ACK-ERROR-TEXT
045800     ELSE
045900         MOVE AQ-ERROR-CODE (WS-ACK-SUB) TO FL-ACK-ERROR-CODE
046000         MOVE AQ-ERROR-TEXT (WS-ACK-SUB) TO FL-ACK-ERROR-TEXT
046100     END-IF.
046200     ADD 1 TO AQ-POSTED-COUNT (WS-ACK-SUB).
046300     SET LEDGER-RECORD-CHANGED TO TRUE.
046400 4200-EXIT.
046500     EXIT.
046600*---------------------------------------------------------------*
046700*    4300-PRINT-POSTING                                         *
046800*---------------------------------------------------------------*
046900 4300-PRINT-POSTING.
047000     MOVE FL-OWNER-USER               TO WS-D-OWNER-USER.
047100     MOVE FL-PAYER-NUMBER             TO WS-D-PAYER-NUMBER.
047200     MOVE FL-FORM-TYPE                TO WS-D-FORM-TYPE.
047300     MOVE FL-TAX-YEAR                 TO WS-D-TAX-YEAR.
047400     MOVE FL-CHANNEL                  TO WS-D-CHANNEL.
047500     MOVE FL-STATE-CODE               TO WS-D-STATE-CODE.
047600     MOVE FL-PAYER-TIN                TO WS-D-PAYER-TIN.
047700     MOVE WS-OLD-STATUS               TO WS-D-OLD-STATUS.
047800     MOVE FL-FILING-STATUS            TO WS-D-NEW-STATUS.
047900     MOVE FL-STATUS-DATE              TO WS-D-ACK-DATE.
048000     MOVE FL-ACK-ERROR-CODE           TO WS-D-ERROR-CODE.
048100     MOVE FL-ACK-ERROR-TEXT           TO WS-D-ERROR-TEXT.
048200     WRITE ACK-POST-RPT-LINE FROM WS-DETAIL-LINE.
048300 4300-EXIT.
048400     EXIT.
048500*---------------------------------------------------------------*
048600*    5000-LIST-UNMATCHED -- ACKNOWLEDGMENTS THAT POSTED NOWHERE *
048700*---------------------------------------------------------------*
048800 5000-LIST-UNMATCHED.
048900     WRITE ACK-POST-RPT-LINE FROM WS-UNMATCHED-HEADING.
049000     PERFORM 5100-CHECK-ACK THRU 5100-EXIT
049100         VARYING WS-ACK-SUB FROM 1 BY 1
049200             UNTIL WS-ACK-SUB > WS-ACK-COUNT.
049300 5000-EXIT.
049400     EXIT.
049500*---------------------------------------------------------------*
049600*    5100-CHECK-ACK                                             *
049700*---------------------------------------------------------------*
049800 5100-CHECK-ACK.
049900     IF AQ-POSTED-COUNT (WS-ACK-SUB) NOT = ZERO
050000         GO TO 5100-EXIT
050100     END-IF.
050200     IF AQ-STALE-COUNT (WS-ACK-SUB) NOT = ZERO
050300         ADD 1 TO WS-STALE-COUNT
050400         MOVE 'PREDATES THE LATEST SUBMISSION'
050500                                      TO WS-U-REASON
050600     ELSE
050700         ADD 1 TO WS-UNMATCHED-COUNT
050800         MOVE 'NO LEDGER RECORD FOR THIS PAYER TIN'
050900                                      TO WS-U-REASON
051000     END-IF.
051100     MOVE AQ-CHANNEL (WS-ACK-SUB)     TO WS-U-CHANNEL.
051200     MOVE AQ-TAX-YEAR (WS-ACK-SUB)    TO WS-U-TAX-YEAR.
051300     MOVE AQ-PAYER-TIN (WS-ACK-SUB)   TO WS-U-PAYER-TIN.
051400     MOVE AQ-FORM-TYPE (WS-ACK-SUB)   TO WS-U-FORM-TYPE.
051500     MOVE AQ-STATE-CODE (WS-ACK-SUB)  TO WS-U-STATE-CODE.
051600     MOVE AQ-ACK-STATUS (WS-ACK-SUB)  TO WS-U-ACK-STATUS.
051700     MOVE AQ-ACK-DATE (WS-ACK-SUB)    TO WS-U-ACK-DATE.
051800     WRITE ACK-POST-RPT-LINE FROM WS-UNMATCHED-LINE.
051900 5100-EXIT.
052000     EXIT.
052100*---------------------------------------------------------------*
052200*    7000-READ-SUBMISSION-LOG                                   *
052300*---------------------------------------------------------------*
052400 7000-READ-SUBMISSION-LOG.
052500     READ SUBMISSION-LOG
052600         AT END
052700             SET END-OF-SUBMISSION-LOG TO TRUE
052800         NOT AT END
052900             ADD 1 TO WS-LOG-COUNT
053000                      WS-RC-RECORDS-READ
053100     END-READ.
053200 7000-EXIT.
053300     EXIT.
053400*---------------------------------------------------------------*
053500*    7100-READ-ACK                                              *
053600*---------------------------------------------------------------*
053700 7100-READ-ACK.
053800     READ ACK-FILE
053900         AT END
054000             SET END-OF-ACK-FILE TO TRUE
054100         NOT AT END
054200             ADD 1 TO WS-ACK-READ-COUNT
054300                      WS-RC-RECORDS-READ
054400             IF WS-RC-TAX-YEAR = ZERO
054500                 MOVE AK-TAX-YEAR TO WS-RC-TAX-YEAR
054600             END-IF
054700     END-READ.
054800 7100-EXIT.
054900     EXIT.
055000*---------------------------------------------------------------*
055100*    8000-FINISH                                                *
055200*---------------------------------------------------------------*
055300 8000-FINISH.
055400     MOVE 'SUBMISSION LOG ENTRIES READ --- ' TO WS-T-CAPTION.
055500     MOVE WS-LOG-COUNT                TO WS-T-COUNT.
055600     WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE.
055700     MOVE 'LEDGER RECORDS ADDED ---------- ' TO WS-T-CAPTION.
055800     MOVE WS-ADDED-COUNT              TO WS-T-COUNT.
055900     WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE.
056000     MOVE 'RESUBMISSIONS RECORDED -------- ' TO WS-T-CAPTION.
056100     MOVE WS-RESUBMIT-COUNT           TO WS-T-COUNT.
056200     WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE.
056300     MOVE 'LOG ENTRIES ALREADY POSTED ---- ' TO WS-T-CAPTION.
056400     MOVE WS-ALREADY-POSTED-COUNT     TO WS-T-COUNT.
056500     WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE.
056600     MOVE 'ACKNOWLEDGMENTS READ ---------- ' TO WS-T-CAPTION.
056700     MOVE WS-ACK-READ-COUNT           TO WS-T-COUNT.
056800     WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE.
056900     MOVE 'LEDGER RECORDS STATUS-POSTED -- ' TO WS-T-CAPTION.
057000     MOVE WS-POSTED-COUNT             TO WS-T-COUNT.
057100     WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE.
057200     MOVE 'ACKNOWLEDGMENTS STALE --------- ' TO WS-T-CAPTION.
057300     MOVE WS-STALE-COUNT              TO WS-T-COUNT.
057400     WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE.
057500     MOVE 'ACKNOWLEDGMENTS UNMATCHED ----- ' TO WS-T-CAPTION.
057600     MOVE WS-UNMATCHED-COUNT          TO WS-T-COUNT.
057700     WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE.
057800     IF WS-OVERFLOW-COUNT NOT = ZERO
057900         MOVE 'ACK TABLE-FULL -- NOT POSTED -- ' TO WS-T-CAPTION
058000         MOVE WS-OVERFLOW-COUNT       TO WS-T-COUNT
058100         WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE
058200     END-IF.
058300     IF WS-WRITE-ERROR-COUNT NOT = ZERO
058400         MOVE 'LEDGER WRITE/REWRITE FAILURES - ' TO WS-T-CAPTION
058500         MOVE WS-WRITE-ERROR-COUNT    TO WS-T-COUNT
058600         WRITE ACK-POST-RPT-LINE FROM WS-TOTAL-LINE
058700     END-IF.
058800     CLOSE SUBMISSION-LOG ACK-FILE FILING-LEDGER ACK-POST-RPT.
058900     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
059000     CLOSE RUN-CONTROL-FILE.
059100 8000-EXIT.
059200     EXIT.
059300*---------------------------------------------------------------*
059400*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
059500*---------------------------------------------------------------*
059600 9000-WRITE-RUN-OPEN.
059700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
059800     ACCEPT WS-RUN-TIME FROM TIME.
059900     MOVE SPACES TO EQC861P22.
060000     INITIALIZE EQC861P22.
060100     MOVE 'EQC861P44'                 TO RC-PROGRAM-ID.
060200     SET RC-OPEN-ENTRY TO TRUE.
060300     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
060400     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
060500     SET RC-STEP-STARTED TO TRUE.
060600     WRITE EQC861P22.
060700 9000-EXIT.
060800     EXIT.
060900*---------------------------------------------------------------*
061000*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE    *
061100*---------------------------------------------------------------*
061200 9100-WRITE-RUN-CLOSE.
061300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
061400     ACCEPT WS-RUN-TIME FROM TIME.
061500     MOVE SPACES TO EQC861P22.
061600     INITIALIZE EQC861P22.
061700     MOVE 'EQC861P44'                 TO RC-PROGRAM-ID.
061800     SET RC-CLOSE-ENTRY TO TRUE.
061900     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
062000     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
062100     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
062200     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
062300     MOVE WS-RC-RECORDS-WRITTEN       TO RC-RECORDS-WRITTEN.
062400     COMPUTE RC-EXCEPTION-COUNT = WS-UNMATCHED-COUNT
062500                                + WS-STALE-COUNT
062600                                + WS-OVERFLOW-COUNT
062700                                + WS-WRITE-ERROR-COUNT.
062800     SET RC-STEP-COMPLETED TO TRUE.
062900     WRITE EQC861P22.
063000 9100-EXIT.
063100     EXIT.
063200*---------------------------------------------------------------*
063300*    9999-EXIT -- COMMON PROGRAM EXIT                            *
063400*---------------------------------------------------------------*
063500 9999-EXIT.
063600     STOP RUN.
