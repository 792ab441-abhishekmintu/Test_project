000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P66.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    UPDATE JOURNAL BACK-OUT FOR THE EQC861 TAX FORM MASTER.
000900*
001000*    THE KEYED MASTER UPDATE STEPS -- NAME AND ADDRESS
001100*    MAINTENANCE (EQC861P27), TIN-MATCH APPLY (EQC861P37) AND
001200*    B-NOTICE (EQC861P38) -- WRITE A BEFORE IMAGE AND AN AFTER
001300*    IMAGE OF EVERY RECORD THEY REWRITE TO THE UPDATE JOURNAL
001400*    (COPYBOOK EQC861P65), STAMPED WITH THE PROGRAM, THE RUN
001500*    DATE AND TIME OF ITS RUN-CONTROL OPEN ENTRY AND THE BATCH
001600*    ID FROM ITS SYSIN CARD.  WHEN A BAD TRANSACTION FILE OR A
001700*    WRONG CP2100 LISTING HAS BEEN APPLIED, THIS STEP PUTS BACK
001800*    THE RECORDS THAT ONE RUN CHANGED, LEAVING EVERY OTHER
001900*    UPDATE ON THE MASTER IN PLACE -- NO RELOAD THROUGH
002000*    EQC861P15 IS NEEDED.
002100*
002200*    THE PARM CARD NAMES THE RUN BY ITS PROGRAM AND BY ITS RUN
002300*    DATE (AND TIME) OR ITS BATCH ID.  THE JOURNAL IS READ ONCE
002400*    TO GATHER, FOR EACH RECORD THE RUN CHANGED, ITS FIRST
002500*    BEFORE IMAGE AND LAST AFTER IMAGE, AND TO NOTE ANY RECORD
002600*    THAT A LATER RUN CHANGED AGAIN.  A RECORD IS THEN PUT BACK
002700*    TO ITS BEFORE IMAGE ONLY WHEN NO LATER RUN TOUCHED IT AND
002800*    THE MASTER STILL HOLDS EXACTLY THE RUN'S AFTER IMAGE.
002900*    EVERY OTHER RECORD IS LEFT ALONE AND LISTED FOR MANUAL
003000*    REVIEW WITH THE REASON.  THE REPORT LISTS WHAT WAS
003100*    RESTORED AND WHAT WAS LEFT.
003200*
003300*    EACH RESTORE IS ITSELF JOURNALED UNDER EQC861P66 WITH THE
003400*    BATCH ID OF THE RUN BACKED OUT, SO A SECOND BACK-OUT OF
003500*    THE SAME RUN FINDS EVERY RECORD CHANGED AGAIN AND
003600*    RESTORES NOTHING.
003700*
003800*    THE RUN IS REFUSED WITH RETURN CODE 8, AND NOTHING IS
003900*    RESTORED, WHEN THE PARM CARD IS INVALID, WHEN NO JOURNAL
004000*    ENTRY MATCHES IT, WHEN IT MATCHES MORE THAN ONE RUN, OR
004100*    WHEN THE RUN CHANGED MORE RECORDS THAN THE TABLE HOLDS.
004200*
004300*    PARM CARD:  COLUMNS 1-9   PROGRAM (EQC861P27, EQC861P37
004400*                              OR EQC861P38)
004500*                COLUMNS 10-17 RUN DATE YYYYMMDD   (OPTIONAL)
004600*                COLUMNS 18-23 RUN TIME HHMMSS     (OPTIONAL)
004700*                COLUMNS 24-31 BATCH ID            (OPTIONAL)
004800*                THE RUN DATE OR THE BATCH ID MUST BE GIVEN.
004900*
005000*    MODIFICATION HISTORY
005100*    --------------------
005200*    DATE       INIT      DESCRIPTION
005300*    10/15/2026 CT08841   ORIGINAL PROGRAM.
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.    IBM-370.
005800 OBJECT-COMPUTER.    IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT PARM-CARD         ASSIGN TO SYSIN
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT UPDATE-JOURNAL   ASSIGN TO UPDJRNL
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT TAX-FORM-MASTER  ASSIGN TO TAXVSAM
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS TAX-FORM-KEY.
006900     SELECT BACKOUT-RPT      ASSIGN TO BKOTRPT
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007200         ORGANIZATION IS SEQUENTIAL.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARM-CARD
007600     LABEL RECORDS ARE OMITTED.
007700 01  PARM-RECORD.
007800     05  PARM-PROGRAM-ID              PIC X(09).
007900     05  PARM-RUN-DATE                PIC 9(08).
008000     05  PARM-RUN-TIME                PIC 9(06).
008100     05  PARM-BATCH-ID                PIC X(08).
008200     05  FILLER                       PIC X(49).
008300 FD  UPDATE-JOURNAL
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600     COPY EQC861P65.
008700 FD  TAX-FORM-MASTER
008800     LABEL RECORDS ARE STANDARD.
008900     COPY EQC861P4.
009000 FD  BACKOUT-RPT
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  BACKOUT-RPT-LINE                 PIC X(132).
009400 FD  RUN-CONTROL-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700     COPY EQC861P23.
009800 WORKING-STORAGE SECTION.
009900*---------------------------------------------------------------*
010000*    SWITCHES                                                   *
010100*---------------------------------------------------------------*
010200 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
010300     88  END-OF-JOURNAL                   VALUE 'Y'.
010400 77  WS-DATE-GIVEN-SW                 PIC X(01)   VALUE 'N'.
010500     88  RUN-DATE-GIVEN                   VALUE 'Y'.
010600 77  WS-TIME-GIVEN-SW                 PIC X(01)   VALUE 'N'.
010700     88  RUN-TIME-GIVEN                   VALUE 'Y'.
010800 77  WS-BATCH-GIVEN-SW                PIC X(01)   VALUE 'N'.
010900     88  BATCH-ID-GIVEN                   VALUE 'Y'.
011000 77  WS-ENTRY-MATCH-SW                PIC X(01)   VALUE 'N'.
011100     88  ENTRY-IN-NAMED-RUN               VALUE 'Y'.
011200 77  WS-RUN-FOUND-SW                  PIC X(01)   VALUE 'N'.
011300     88  TARGET-RUN-FOUND                 VALUE 'Y'.
011400 77  WS-AMBIGUOUS-SW                  PIC X(01)   VALUE 'N'.
011500     88  MORE-THAN-ONE-RUN                VALUE 'Y'.
011600 77  WS-TABLE-FULL-SW                 PIC X(01)   VALUE 'N'.
011700     88  BACKOUT-TABLE-FULL               VALUE 'Y'.
011800 77  WS-KEY-FOUND-SW                  PIC X(01)   VALUE 'N'.
011900     88  KEY-IN-TABLE                     VALUE 'Y'.
012000 77  WS-REWRITE-OK-SW                 PIC X(01)   VALUE 'Y'.
012100     88  REWRITE-WENT-OK                  VALUE 'Y'.
012200*---------------------------------------------------------------*
012300*    WORK AREAS                                                 *
012400*---------------------------------------------------------------*
012500 77  WS-BK-SUB                        PIC 9(04)   COMP.
012600 77  WS-SEARCH-SUB                    PIC 9(04)   COMP.
012700 77  WS-TARGET-BATCH-ID               PIC X(08)   VALUE SPACES.
012800 77  WS-REVIEW-REASON                 PIC X(30).
012900 77  WS-IMAGE-COUNT                   PIC 9(07)   COMP-3
013000                                          VALUE ZERO.
013100 77  WS-RESTORED-COUNT                PIC 9(07)   COMP-3
013200                                          VALUE ZERO.
013300 77  WS-REVIEW-COUNT                  PIC 9(07)   COMP-3
013400                                          VALUE ZERO.
013500 77  WS-JRNL-SEQUENCE                 PIC 9(07)   COMP-3
013600                                          VALUE ZERO.
013700 77  WS-JRNL-RUN-DATE                 PIC 9(08).
013800 77  WS-JRNL-RUN-TIME                 PIC 9(06).
013900 01  WS-BEFORE-IMAGE                  PIC X(600).
014000 01  WS-TARGET-RUN-KEY.
014100     05  WS-TARGET-PROGRAM-ID         PIC X(09)   VALUE SPACES.
014200     05  WS-TARGET-RUN-DATE           PIC 9(08)   VALUE ZERO.
014300     05  WS-TARGET-RUN-TIME           PIC 9(06)   VALUE ZERO.
014400 01  WS-OTHER-RUN-KEY.
014500     05  WS-OTHER-PROGRAM-ID          PIC X(09).
014600     05  WS-OTHER-RUN-DATE            PIC 9(08).
014700     05  WS-OTHER-RUN-TIME            PIC 9(06).
014800*---------------------------------------------------------------*
014900*    BACK-OUT TABLE -- ONE ENTRY PER RECORD THE NAMED RUN       *
015000*    CHANGED, IN JOURNAL ORDER, WITH ITS FIRST BEFORE IMAGE,    *
015100*    ITS LAST AFTER IMAGE AND THE FIRST LATER RUN TO CHANGE IT. *
015200*---------------------------------------------------------------*
015300 01  WS-BACKOUT-TABLE.
015400     05  WS-BK-COUNT                  PIC 9(04)   COMP VALUE ZERO.
015500     05  BK-ENTRY OCCURS 3000 TIMES.
015600         10  BK-RECORD-KEY            PIC X(49).
015700         10  BK-BEFORE-SW             PIC X(01).
015800             88  BK-HAVE-BEFORE           VALUE 'Y'.
015900         10  BK-LATER-SW              PIC X(01).
016000             88  BK-CHANGED-LATER         VALUE 'Y'.
016100         10  BK-LATER-RUN-KEY.
016200             15  BK-LATER-PROGRAM-ID  PIC X(09).
016300             15  BK-LATER-RUN-DATE    PIC 9(08).
016400             15  BK-LATER-RUN-TIME    PIC 9(06).
016500         10  BK-LATER-BATCH-ID        PIC X(08).
016600         10  BK-BEFORE-IMAGE          PIC X(600).
016700         10  BK-AFTER-IMAGE           PIC X(600).
016800*---------------------------------------------------------------*
016900*    REPORT LINES                                               *
017000*---------------------------------------------------------------*
017100 01  WS-HEADING-LINE.
017200     05  FILLER              PIC X(05)   VALUE SPACES.
017300     05  FILLER              PIC X(52)
017400         VALUE 'EQC861P66 - UPDATE JOURNAL BACK-OUT REPORT'.
017500 01  WS-RUN-LINE.
017600     05  FILLER                       PIC X(05)   VALUE SPACES.
017700     05  WS-R-CAPTION                 PIC X(16).
017800     05  WS-R-PROGRAM-ID              PIC X(09).
017900     05  FILLER                       PIC X(06)   VALUE ' DATE '.
018000     05  WS-R-RUN-DATE                PIC 9(08).
018100     05  FILLER                       PIC X(06)   VALUE ' TIME '.
018200     05  WS-R-RUN-TIME                PIC 9(06).
018300     05  FILLER                       PIC X(07)   VALUE ' BATCH '.
018400     05  WS-R-BATCH-ID                PIC X(08).
018500 01  WS-DETAIL-LINE.
018600     05  FILLER                       PIC X(01)   VALUE SPACE.
018700     05  WS-D-DISPOSITION             PIC X(14).
018800     05  FILLER                       PIC X(01)   VALUE SPACE.
018900     05  WS-D-OWNER-USER              PIC X(06).
019000     05  FILLER                       PIC X(01)   VALUE SPACE.
019100     05  WS-D-PAYER-NUMBER            PIC 9(03).
019200     05  FILLER                       PIC X(01)   VALUE SPACE.
019300     05  WS-D-TAX-YEAR                PIC 9(04).
019400     05  FILLER                       PIC X(01)   VALUE SPACE.
019500     05  WS-D-FORM-TYPE               PIC X(02).
019600     05  FILLER                       PIC X(01)   VALUE SPACE.
019700     05  WS-D-CONTROL-NUMBER          PIC X(20).
019800     05  FILLER                       PIC X(02)   VALUE SPACES.
019900     05  WS-D-PAYEE-NAME              PIC X(40).
020000     05  FILLER                       PIC X(02)   VALUE SPACES.
020100     05  WS-D-REASON                  PIC X(30).
020200 01  WS-REFUSE-LINE.
020300     05  FILLER                       PIC X(05)   VALUE SPACES.
020400     05  FILLER                       PIC X(15)
020500         VALUE 'RUN REFUSED -- '.
020600     05  WS-X-REASON                  PIC X(60).
020700 01  WS-TOTAL-LINE.
020800     05  FILLER                       PIC X(05)   VALUE SPACES.
020900     05  WS-T-CAPTION                 PIC X(32).
021000     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
021100*---------------------------------------------------------------*
021200*    RUN-CONTROL WORK AREAS                                     *
021300*---------------------------------------------------------------*
021400 77  WS-RUN-DATE                      PIC 9(08).
021500 77  WS-RUN-TIME                      PIC 9(08).
021600 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
021700 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
021800                                          VALUE ZERO.
021900 PROCEDURE DIVISION.
022000*---------------------------------------------------------------*
022100*    0000-MAINLINE                                              *
022200*---------------------------------------------------------------*
022300 0000-MAINLINE.
022400     PERFORM 0500-READ-PARM THRU 0500-EXIT.
022500     IF PARM-PROGRAM-ID NOT = 'EQC861P27'
022600             AND PARM-PROGRAM-ID NOT = 'EQC861P37'
022700             AND PARM-PROGRAM-ID NOT = 'EQC861P38'
022800         DISPLAY 'EQC861P66 RUN REFUSED - PARM CARD MUST NAME'
022900                 ' EQC861P27, EQC861P37 OR EQC861P38'
023000         MOVE 8 TO RETURN-CODE
023100         GO TO 9999-EXIT
023200     END-IF.
023300     IF NOT RUN-DATE-GIVEN AND NOT BATCH-ID-GIVEN
023400         DISPLAY 'EQC861P66 RUN REFUSED - PARM CARD MUST GIVE'
023500                 ' THE RUN DATE OR THE BATCH ID'
023600         MOVE 8 TO RETURN-CODE
023700         GO TO 9999-EXIT
023800     END-IF.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
024100         UNTIL END-OF-JOURNAL.
024200     CLOSE UPDATE-JOURNAL.
024300     IF NOT TARGET-RUN-FOUND
024400         MOVE 'NO UPDATE JOURNAL ENTRY MATCHES THE PARM CARD'
024500                                      TO WS-X-REASON
024600         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
024700         GO TO 9999-EXIT
024800     END-IF.
024900     PERFORM 2800-LIST-TARGET-RUN THRU 2800-EXIT.
025000     IF MORE-THAN-ONE-RUN
025100         MOVE 'ALSO MATCHES  '        TO WS-R-CAPTION
025200         MOVE WS-OTHER-PROGRAM-ID     TO WS-R-PROGRAM-ID
025300         MOVE WS-OTHER-RUN-DATE       TO WS-R-RUN-DATE
025400         MOVE WS-OTHER-RUN-TIME       TO WS-R-RUN-TIME
025500         MOVE SPACES                  TO WS-R-BATCH-ID
025600         WRITE BACKOUT-RPT-LINE FROM WS-RUN-LINE
025700         MOVE 'PARM MATCHES TWO OR MORE RUNS - GIVE DATE AND TIME'
025800                                      TO WS-X-REASON
025900         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
026000         GO TO 9999-EXIT
026100     END-IF.
026200     IF BACKOUT-TABLE-FULL
026300         MOVE 'RUN CHANGED MORE THAN 3000 RECORDS'
026400                                      TO WS-X-REASON
026500         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
026600         GO TO 9999-EXIT
026700     END-IF.
026800     PERFORM 3000-START-RESTORE THRU 3000-EXIT.
026900     PERFORM 4000-BACKOUT-RECORD THRU 4000-EXIT
027000         VARYING WS-BK-SUB FROM 1 BY 1
027100             UNTIL WS-BK-SUB > WS-BK-COUNT.
027200     PERFORM 8000-FINISH THRU 8000-EXIT.
027300     GO TO 9999-EXIT.
027400*---------------------------------------------------------------*
027500*    0500-READ-PARM -- A BLANK OR ZERO RUN DATE, RUN TIME OR    *
027600*    BATCH ID IS NOT USED TO PICK THE RUN.                      *
027700*---------------------------------------------------------------*
027800 0500-READ-PARM.
027900     OPEN INPUT  PARM-CARD.
028000     READ PARM-CARD
028100         AT END
028200             MOVE SPACES TO PARM-RECORD
028300     END-READ.
028400     CLOSE PARM-CARD.
028500     IF PARM-RUN-DATE NUMERIC AND PARM-RUN-DATE NOT = ZERO
028600         SET RUN-DATE-GIVEN TO TRUE
028700     END-IF.
028800     IF PARM-RUN-TIME NUMERIC AND PARM-RUN-TIME NOT = ZERO
028900         SET RUN-TIME-GIVEN TO TRUE
029000     END-IF.
029100     IF PARM-BATCH-ID NOT = SPACES
029200         SET BATCH-ID-GIVEN TO TRUE
029300     END-IF.
029400 0500-EXIT.
029500     EXIT.
029600*---------------------------------------------------------------*
029700*    1000-INITIALIZE                                            *
029800*---------------------------------------------------------------*
029900 1000-INITIALIZE.
030000     OPEN INPUT  UPDATE-JOURNAL
030100          OUTPUT BACKOUT-RPT.
030200     WRITE BACKOUT-RPT-LINE FROM WS-HEADING-LINE.
030300     OPEN EXTEND RUN-CONTROL-FILE.
030400     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
030500     MOVE WS-RUN-DATE                 TO WS-JRNL-RUN-DATE.
030600     MOVE WS-RUN-TIME (1:6)           TO WS-JRNL-RUN-TIME.
030700     PERFORM 7000-READ-JOURNAL THRU 7000-EXIT.
030800 1000-EXIT.
030900     EXIT.
031000*---------------------------------------------------------------*
031100*    2000-SCAN-JOURNAL -- TABLE THE NAMED RUN'S IMAGES AND      *
031200*    NOTE EVERY LATER CHANGE TO A RECORD IT TOUCHED.            *
031300*---------------------------------------------------------------*
031400 2000-SCAN-JOURNAL.
031500     PERFORM 2100-TEST-ENTRY THRU 2100-EXIT.
031600     IF ENTRY-IN-NAMED-RUN
031700         IF NOT TARGET-RUN-FOUND
031800             SET TARGET-RUN-FOUND TO TRUE
031900             MOVE UJ-RUN-KEY          TO WS-TARGET-RUN-KEY
032000             MOVE UJ-BATCH-ID         TO WS-TARGET-BATCH-ID
032100         END-IF
032200         IF UJ-RUN-KEY NOT = WS-TARGET-RUN-KEY
032300             SET MORE-THAN-ONE-RUN TO TRUE
032400             MOVE UJ-RUN-KEY          TO WS-OTHER-RUN-KEY
032500         ELSE
032600             PERFORM 2200-TABLE-IMAGE THRU 2200-EXIT
032700         END-IF
032800         GO TO 2000-NEXT
032900     END-IF.
033000     IF TARGET-RUN-FOUND
033100         PERFORM 2300-NOTE-LATER-CHANGE THRU 2300-EXIT
033200     END-IF.
033300 2000-NEXT.
033400     PERFORM 7000-READ-JOURNAL THRU 7000-EXIT.
033500 2000-EXIT.
033600     EXIT.
033700*---------------------------------------------------------------*
033800*    2100-TEST-ENTRY -- DOES THIS ENTRY BELONG TO THE RUN THE   *
033900*    PARM CARD NAMES?                                           *
034000*---------------------------------------------------------------*
034100 2100-TEST-ENTRY.
034200     MOVE 'N' TO WS-ENTRY-MATCH-SW.
034300     IF UJ-PROGRAM-ID NOT = PARM-PROGRAM-ID
034400         GO TO 2100-EXIT
034500     END-IF.
034600     IF RUN-DATE-GIVEN AND UJ-RUN-DATE NOT = PARM-RUN-DATE
034700         GO TO 2100-EXIT
034800     END-IF.
034900     IF RUN-TIME-GIVEN AND UJ-RUN-TIME NOT = PARM-RUN-TIME
035000         GO TO 2100-EXIT
035100     END-IF.
035200     IF BATCH-ID-GIVEN AND UJ-BATCH-ID NOT = PARM-BATCH-ID
035300         GO TO 2100-EXIT
035400     END-IF.
035500     SET ENTRY-IN-NAMED-RUN TO TRUE.
035600 2100-EXIT.
035700     EXIT.
035800*---------------------------------------------------------------*
035900*    2200-TABLE-IMAGE -- KEEP THE FIRST BEFORE IMAGE AND THE    *
036000*    LAST AFTER IMAGE OF EACH RECORD THE RUN CHANGED.           *
036100*---------------------------------------------------------------*
036200 2200-TABLE-IMAGE.
036300     ADD 1 TO WS-IMAGE-COUNT.
036400     PERFORM 2400-FIND-KEY THRU 2400-EXIT.
036500     IF NOT KEY-IN-TABLE
036600         IF WS-BK-COUNT NOT < 3000
036700             SET BACKOUT-TABLE-FULL TO TRUE
036800             GO TO 2200-EXIT
036900         END-IF
037000         ADD 1 TO WS-BK-COUNT
037100         MOVE WS-BK-COUNT             TO WS-SEARCH-SUB
037200         MOVE SPACES              TO BK-ENTRY (WS-SEARCH-SUB)
037300         MOVE UJ-RECORD-KEY       TO BK-RECORD-KEY (WS-SEARCH-SUB)
037400         MOVE 'N'                 TO BK-BEFORE-SW (WS-SEARCH-SUB)
037500                                     BK-LATER-SW (WS-SEARCH-SUB)
037600     END-IF.
037700     IF UJ-BEFORE-IMAGE
037800         IF NOT BK-HAVE-BEFORE (WS-SEARCH-SUB)
037900             MOVE UJ-RECORD-IMAGE
038000                               TO BK-BEFORE-IMAGE (WS-SEARCH-SUB)
038100             MOVE 'Y'             TO BK-BEFORE-SW (WS-SEARCH-SUB)
038200         END-IF
038300     ELSE
038400         MOVE UJ-RECORD-IMAGE TO BK-AFTER-IMAGE (WS-SEARCH-SUB)
038500     END-IF.
038600 2200-EXIT.
038700     EXIT.
038800*---------------------------------------------------------------*
038900*    2300-NOTE-LATER-CHANGE -- AN ENTRY FROM ANOTHER RUN AFTER  *
039000*    THE NAMED RUN STARTED.  THE FIRST SUCH RUN IS KEPT FOR     *
039100*    THE REPORT.                                                *
039200*---------------------------------------------------------------*
039300 2300-NOTE-LATER-CHANGE.
039400     PERFORM 2400-FIND-KEY THRU 2400-EXIT.
039500     IF NOT KEY-IN-TABLE
039600         GO TO 2300-EXIT
039700     END-IF.
039800     IF BK-CHANGED-LATER (WS-SEARCH-SUB)
039900         GO TO 2300-EXIT
040000     END-IF.
040100     MOVE 'Y'                     TO BK-LATER-SW (WS-SEARCH-SUB).
040200     MOVE UJ-RUN-KEY         TO BK-LATER-RUN-KEY (WS-SEARCH-SUB).
040300     MOVE UJ-BATCH-ID       TO BK-LATER-BATCH-ID (WS-SEARCH-SUB).
040400 2300-EXIT.
040500     EXIT.
040600*---------------------------------------------------------------*
040700*    2400-FIND-KEY -- LOOK UP THE JOURNAL ENTRY'S RECORD KEY.   *
040800*    WS-SEARCH-SUB POINTS AT THE ENTRY WHEN IT IS FOUND.        *
040900*---------------------------------------------------------------*
041000 2400-FIND-KEY.
041100     MOVE 'N' TO WS-KEY-FOUND-SW.
041200     PERFORM 2410-COMPARE-KEY THRU 2410-EXIT
041300         VARYING WS-SEARCH-SUB FROM 1 BY 1
041400             UNTIL WS-SEARCH-SUB > WS-BK-COUNT
041500                 OR KEY-IN-TABLE.
041600     IF KEY-IN-TABLE
041700         SUBTRACT 1 FROM WS-SEARCH-SUB
041800     END-IF.
041900 2400-EXIT.
042000     EXIT.
042100*---------------------------------------------------------------*
042200*    2410-COMPARE-KEY                                           *
042300*---------------------------------------------------------------*
042400 2410-COMPARE-KEY.
042500     IF BK-RECORD-KEY (WS-SEARCH-SUB) = UJ-RECORD-KEY
042600         SET KEY-IN-TABLE TO TRUE
042700     END-IF.
042800 2410-EXIT.
042900     EXIT.
043000*---------------------------------------------------------------*
043100*    2800-LIST-TARGET-RUN                                       *
043200*---------------------------------------------------------------*
043300 2800-LIST-TARGET-RUN.
043400     MOVE 'RUN BACKED OUT  '          TO WS-R-CAPTION.
043500     MOVE WS-TARGET-PROGRAM-ID        TO WS-R-PROGRAM-ID.
043600     MOVE WS-TARGET-RUN-DATE          TO WS-R-RUN-DATE.
043700     MOVE WS-TARGET-RUN-TIME          TO WS-R-RUN-TIME.
043800     MOVE WS-TARGET-BATCH-ID          TO WS-R-BATCH-ID.
043900     WRITE BACKOUT-RPT-LINE FROM WS-RUN-LINE.
044000     MOVE SPACES                      TO BACKOUT-RPT-LINE.
044100     WRITE BACKOUT-RPT-LINE.
044200 2800-EXIT.
044300     EXIT.
044400*---------------------------------------------------------------*
044500*    2900-REFUSE-RUN -- NOTHING IS RESTORED AND NO CLOSE ENTRY  *
044600*    IS POSTED.                                                 *
044700*---------------------------------------------------------------*
044800 2900-REFUSE-RUN.
044900     WRITE BACKOUT-RPT-LINE FROM WS-REFUSE-LINE.
045000     DISPLAY 'EQC861P66 RUN REFUSED - ' WS-X-REASON.
045100     CLOSE BACKOUT-RPT RUN-CONTROL-FILE.
045200     MOVE 8 TO RETURN-CODE.
045300 2900-EXIT.
045400     EXIT.
045500*---------------------------------------------------------------*
045600*    3000-START-RESTORE -- THE RESTORES ARE JOURNALED ON THE    *
045700*    SAME FILE THE SCAN HAS JUST READ.                          *
045800*---------------------------------------------------------------*
045900 3000-START-RESTORE.
046000     OPEN I-O    TAX-FORM-MASTER
046100          EXTEND UPDATE-JOURNAL.
046200 3000-EXIT.
046300     EXIT.
046400*---------------------------------------------------------------*
046500*    4000-BACKOUT-RECORD -- PUT ONE RECORD BACK TO ITS BEFORE   *
046600*    IMAGE, OR LEAVE IT FOR MANUAL REVIEW.                      *
046700*---------------------------------------------------------------*
046800 4000-BACKOUT-RECORD.
046900     IF BK-CHANGED-LATER (WS-BK-SUB)
047000         MOVE 'CHANGED AGAIN BY A LATER RUN'
047100                                      TO WS-REVIEW-REASON
047200         GO TO 4000-REVIEW
047300     END-IF.
047400     IF NOT BK-HAVE-BEFORE (WS-BK-SUB)
047500         MOVE 'NO BEFORE IMAGE ON JOURNAL' TO WS-REVIEW-REASON
047600         GO TO 4000-REVIEW
047700     END-IF.
047800     MOVE BK-RECORD-KEY (WS-BK-SUB)   TO TAX-FORM-KEY.
047900     READ TAX-FORM-MASTER
048000         INVALID KEY
048100             MOVE 'RECORD NOT ON THE MASTER' TO WS-REVIEW-REASON
048200             GO TO 4000-REVIEW
048300     END-READ.
048400     IF EQC861P3 NOT = BK-AFTER-IMAGE (WS-BK-SUB)
048500         MOVE 'MASTER DIFFERS FROM JOURNAL' TO WS-REVIEW-REASON
048600         GO TO 4000-REVIEW
048700     END-IF.
048800     MOVE EQC861P3                    TO WS-BEFORE-IMAGE.
048900     MOVE BK-BEFORE-IMAGE (WS-BK-SUB) TO EQC861P3.
049000     MOVE 'Y' TO WS-REWRITE-OK-SW.
049100     REWRITE EQC861P3
049200         INVALID KEY
049300             MOVE 'N' TO WS-REWRITE-OK-SW
049400     END-REWRITE.
049500     IF NOT REWRITE-WENT-OK
049600         MOVE 'REWRITE FAILED'        TO WS-REVIEW-REASON
049700         GO TO 4000-REVIEW
049800     END-IF.
049900     ADD 1 TO WS-RESTORED-COUNT.
050000     PERFORM 9200-WRITE-JOURNAL THRU 9200-EXIT.
050100     MOVE 'RESTORED'                  TO WS-D-DISPOSITION.
050200     MOVE SPACES                      TO WS-D-REASON.
050300     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
050400     GO TO 4000-EXIT.
050500 4000-REVIEW.
050600     ADD 1 TO WS-REVIEW-COUNT.
050700     IF BK-HAVE-BEFORE (WS-BK-SUB)
050800         MOVE BK-BEFORE-IMAGE (WS-BK-SUB) TO EQC861P3
050900     ELSE
051000         MOVE BK-AFTER-IMAGE (WS-BK-SUB)  TO EQC861P3
051100     END-IF.
051200     MOVE 'MANUAL REVIEW'             TO WS-D-DISPOSITION.
051300     MOVE WS-REVIEW-REASON            TO WS-D-REASON.
051400     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
051500     IF BK-CHANGED-LATER (WS-BK-SUB)
051600         MOVE '  CHANGED BY  '        TO WS-R-CAPTION
051700         MOVE BK-LATER-PROGRAM-ID (WS-BK-SUB) TO WS-R-PROGRAM-ID
051800         MOVE BK-LATER-RUN-DATE (WS-BK-SUB)   TO WS-R-RUN-DATE
051900         MOVE BK-LATER-RUN-TIME (WS-BK-SUB)   TO WS-R-RUN-TIME
052000         MOVE BK-LATER-BATCH-ID (WS-BK-SUB)   TO WS-R-BATCH-ID
052100         WRITE BACKOUT-RPT-LINE FROM WS-RUN-LINE
052200     END-IF.
052300 4000-EXIT.
052400     EXIT.
052500*---------------------------------------------------------------*
052600*    5000-PRINT-DETAIL -- IDENTIFY THE RECORD FROM THE IMAGE    *
052700*    NOW IN THE RECORD AREA.                                    *
052800*---------------------------------------------------------------*
052900 5000-PRINT-DETAIL.
053000     IF WS-RC-TAX-YEAR = ZERO
053100         MOVE TAX-YEAR                TO WS-RC-TAX-YEAR
053200     END-IF.
053300     MOVE OWNER-USER                  TO WS-D-OWNER-USER.
053400     MOVE PAYER-NUMBER                TO WS-D-PAYER-NUMBER.
053500     MOVE TAX-YEAR                    TO WS-D-TAX-YEAR.
053600     MOVE FORM-TYPE                   TO WS-D-FORM-TYPE.
053700     MOVE CONTROL-NUMBER              TO WS-D-CONTROL-NUMBER.
053800     MOVE NAME-1                      TO WS-D-PAYEE-NAME.
053900     WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE.
054000 5000-EXIT.
054100     EXIT.
054200*---------------------------------------------------------------*
054300*    7000-READ-JOURNAL                                          *
054400*---------------------------------------------------------------*
054500 7000-READ-JOURNAL.
054600     READ UPDATE-JOURNAL
054700         AT END
054800             SET END-OF-JOURNAL TO TRUE
054900         NOT AT END
055000             ADD 1 TO WS-RC-RECORDS-READ
055100     END-READ.
055200 7000-EXIT.
055300     EXIT.
055400*---------------------------------------------------------------*
055500*    8000-FINISH                                                *
055600*---------------------------------------------------------------*
055700 8000-FINISH.
055800     MOVE SPACES                      TO BACKOUT-RPT-LINE.
055900     WRITE BACKOUT-RPT-LINE.
056000     MOVE 'JOURNAL RECORDS READ ---------- ' TO WS-T-CAPTION.
056100     MOVE WS-RC-RECORDS-READ          TO WS-T-COUNT.
056200     WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
056300     MOVE 'IMAGES FOR THE RUN ------------ ' TO WS-T-CAPTION.
056400     MOVE WS-IMAGE-COUNT              TO WS-T-COUNT.
056500     WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
056600     MOVE 'RECORDS CHANGED BY THE RUN ---- ' TO WS-T-CAPTION.
056700     MOVE WS-BK-COUNT                 TO WS-T-COUNT.
056800     WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
056900     MOVE 'RECORDS RESTORED -------------- ' TO WS-T-CAPTION.
057000     MOVE WS-RESTORED-COUNT           TO WS-T-COUNT.
057100     WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
057200     MOVE 'LEFT FOR MANUAL REVIEW -------- ' TO WS-T-CAPTION.
057300     MOVE WS-REVIEW-COUNT             TO WS-T-COUNT.
057400     WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
057500     CLOSE TAX-FORM-MASTER UPDATE-JOURNAL BACKOUT-RPT.
057600     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
057700     CLOSE RUN-CONTROL-FILE.
057800 8000-EXIT.
057900     EXIT.
058000*---------------------------------------------------------------*
058100*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
058200*---------------------------------------------------------------*
058300 9000-WRITE-RUN-OPEN.
058400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
058500     ACCEPT WS-RUN-TIME FROM TIME.
058600     MOVE SPACES TO EQC861P22.
058700     INITIALIZE EQC861P22.
058800     MOVE 'EQC861P66'                 TO RC-PROGRAM-ID.
058900     SET RC-OPEN-ENTRY TO TRUE.
059000     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
059100     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
059200     SET RC-STEP-STARTED TO TRUE.
059300     WRITE EQC861P22.
059400 9000-EXIT.
059500     EXIT.
059600*---------------------------------------------------------------*
059700*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE.   *
059800*    THE EXCEPTIONS ARE THE RECORDS LEFT FOR MANUAL REVIEW.     *
059900*---------------------------------------------------------------*
060000 9100-WRITE-RUN-CLOSE.
060100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
060200     ACCEPT WS-RUN-TIME FROM TIME.
060300     MOVE SPACES TO EQC861P22.
060400     INITIALIZE EQC861P22.
060500     MOVE 'EQC861P66'                 TO RC-PROGRAM-ID.
060600     SET RC-CLOSE-ENTRY TO TRUE.
060700     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
060800     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
060900     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
061000     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
061100     MOVE WS-RESTORED-COUNT           TO RC-RECORDS-WRITTEN.
061200     MOVE WS-REVIEW-COUNT             TO RC-EXCEPTION-COUNT.
061300     SET RC-STEP-COMPLETED TO TRUE.
061400     WRITE EQC861P22.
061500 9100-EXIT.
061600     EXIT.
061700*---------------------------------------------------------------*
061800*    9200-WRITE-JOURNAL -- BEFORE AND AFTER IMAGE OF A RECORD   *
061900*    JUST RESTORED, UNDER THE BATCH ID OF THE RUN BACKED OUT.   *
062000*---------------------------------------------------------------*
062100 9200-WRITE-JOURNAL.
062200     ADD 1 TO WS-JRNL-SEQUENCE.
062300     MOVE SPACES                      TO EQC861P64.
062400     MOVE 'EQC861P66'                 TO UJ-PROGRAM-ID.
062500     MOVE WS-JRNL-RUN-DATE            TO UJ-RUN-DATE.
062600     MOVE WS-JRNL-RUN-TIME            TO UJ-RUN-TIME.
062700     MOVE WS-TARGET-BATCH-ID          TO UJ-BATCH-ID.
062800     MOVE WS-JRNL-SEQUENCE            TO UJ-SEQUENCE.
062900     MOVE TAX-FORM-KEY                TO UJ-RECORD-KEY.
063000     SET UJ-BEFORE-IMAGE TO TRUE.
063100     MOVE WS-BEFORE-IMAGE             TO UJ-RECORD-IMAGE.
063200     WRITE EQC861P64.
063300     SET UJ-AFTER-IMAGE TO TRUE.
063400     MOVE EQC861P3                    TO UJ-RECORD-IMAGE.
063500     WRITE EQC861P64.
063600 9200-EXIT.
063700     EXIT.
063800*---------------------------------------------------------------*
063900*    9999-EXIT -- COMMON PROGRAM EXIT                            *
064000*---------------------------------------------------------------*
064100 9999-EXIT.
064200     STOP RUN.
