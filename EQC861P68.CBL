000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P68.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    PARTITION MERGE OF THE EQC861 FILING OUTPUTS.
000900*
001000*    WHEN THE SEASON STEPS RUN AGAINST THE PARTITIONS CUT BY
001100*    EQC861P67, EACH STREAM'S FIRE EXTRACT (EQC861P9), EFW2
001200*    EXTRACT (EQC861P18) AND TAPE BUILD (EQC861P7) PRODUCE ONE
001300*    PIECE PER PARTITION.  EACH OF THOSE MUST GO OUT AS ONE
001400*    FILE, SO THIS STEP READS THE PIECES -- CONCATENATED IN
001500*    PARTITION ORDER ON FIREIN, EFW2IN AND TAPEIN -- AND
001600*    WRITES ONE FILE OF EACH:
001700*
001800*      FIRE - THE FIRST PIECE'S 'T' RECORD IS KEPT AND THE
001900*             OTHER PIECES' 'T' AND 'F' RECORDS ARE DROPPED.
002000*             'A', 'B' AND 'C' RECORDS PASS THROUGH AND ONE 'F'
002100*             RECORD IS WRITTEN AT THE END WITH THE PAYER
002200*             COUNT RECOMPUTED FROM THE 'A' RECORDS MERGED.
002300*      EFW2 - THE FIRST PIECE'S RA RECORD IS KEPT AND THE OTHER
002400*             PIECES' RA AND RF RECORDS ARE DROPPED.  RE, RW
002500*             AND RT RECORDS PASS THROUGH AND ONE RF RECORD IS
002600*             WRITTEN AT THE END WITH THE RW COUNT RECOMPUTED.
002700*      TAPE - THE PIECES ARE COPIED AS THEY ARE.
002800*
002900*    EACH NEW PIECE STARTS AT ITS 'T' OR RA RECORD.  A PIECE
003000*    WHOSE 'T' OR RA RECORD DISAGREES WITH THE FIRST PIECE'S
003100*    IS LISTED AS AN EXCEPTION.  AN EMPTY PARTITION'S 'T'
003200*    RECORD CARRIES NO PAYMENT YEAR; THE PARAMETER CARD'S TAX
003300*    YEAR IS USED WHEN THE FIRST PIECE'S IS ZERO.
003400*
003500*    THE STEP REFUSES TO RUN UNLESS THE LAST COMPLETED SPLIT
003600*    FOR THE TAX YEAR IS ON THE RUN-CONTROL FILE AND EVERY ONE
003700*    OF ITS PARTITIONS HAS A LATER COMPLETED CLOSE ENTRY FROM
003800*    EQC861P7, EQC861P9 AND EQC861P18 THAT READ THE SAME
003900*    RECORD COUNT THE SPLIT WROTE TO THAT PARTITION (AN EMPTY
004000*    PARTITION'S CLOSE ENTRIES CARRY NO TAX YEAR).  A
004100*    PARAMETER-CARD OVERRIDE IS HONORED AND LOGGED ON THE
004200*    RUN-CONTROL OPEN ENTRY.  THE MERGE REPORT THEN BALANCES
004300*    EACH PIECE AGAINST THE COUNTS ITS STEP LOGGED FOR THAT
004400*    PARTITION, EACH FIRE PIECE'S 'F' RECORD AND EACH EFW2
004500*    PIECE'S RF RECORD AGAINST THE RECORDS IN THE PIECE, AND
004600*    THE MERGED TAPE AGAINST THE TAPE BUILD'S PARTITION
004700*    COUNTS.  ANY DIFFERENCE ENDS THE STEP WITH RETURN CODE 8
004800*    AND THE MERGED FILES MUST NOT BE TRANSMITTED.
004900*
005000*    PARAMETER CARD (SYSIN):
005100*      COLS 1-4   TAX YEAR.
005200*      COL  5     'Y' TO OVERRIDE THE STARTUP GATE.
005300*
005400*    MODIFICATION HISTORY
005500*    --------------------
005600*    DATE       INIT      DESCRIPTION
005700*    10/15/2026 CT08841   ORIGINAL PROGRAM.
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.    IBM-370.
006200 OBJECT-COMPUTER.    IBM-370.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT PARM-CARD        ASSIGN TO SYSIN
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT FIRE-IN-FILE     ASSIGN TO FIREIN
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT FIRE-OUT-FILE    ASSIGN TO FIREFILE
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT EFW2-IN-FILE     ASSIGN TO EFW2IN
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT EFW2-OUT-FILE    ASSIGN TO EFW2FILE
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT TAPE-IN-FILE     ASSIGN TO TAPEIN
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT TAPE-OUT-FILE    ASSIGN TO TAXTAPE
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT MERGE-RPT        ASSIGN TO MRGRPT
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
008200         ORGANIZATION IS SEQUENTIAL.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  PARM-CARD
008600     LABEL RECORDS ARE OMITTED.
008700 01  PARM-RECORD.
008800     05  PARM-TAX-YEAR                PIC 9(04).
008900     05  PARM-OVERRIDE-IND            PIC X(01).
009000     05  FILLER                       PIC X(75).
009100 FD  FIRE-IN-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400 01  FIRE-IN-RECORD.
009500     05  FI-RECORD-TYPE               PIC X(01).
009600     05  FILLER                       PIC X(749).
009700 01  FIRE-IN-T-RECORD.
009800     05  FILLER                       PIC X(01).
009900     05  FI-PAYMENT-YEAR              PIC 9(04).
010000     05  FILLER                       PIC X(01).
010100     05  FI-TCC                       PIC X(05).
010200     05  FILLER                       PIC X(739).
010300 01  FIRE-IN-F-RECORD.
010400     05  FILLER                       PIC X(01).
010500     05  FI-PAYER-COUNT               PIC 9(08).
010600     05  FILLER                       PIC X(741).
010700 FD  FIRE-OUT-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000 01  FIRE-OUT-RECORD                  PIC X(750).
011100 01  FIRE-OUT-T-RECORD.
011200     05  FILLER                       PIC X(01).
011300     05  FO-PAYMENT-YEAR              PIC 9(04).
011400     05  FILLER                       PIC X(745).
011500 01  FIRE-OUT-F-RECORD.
011600     05  FO-RECORD-TYPE               PIC X(01).
011700     05  FO-PAYER-COUNT               PIC 9(08).
011800     05  FO-FILLER                    PIC X(741).
011900 FD  EFW2-IN-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012200 01  EFW2-IN-RECORD.
012300     05  EI-RECORD-ID                 PIC X(02).
012400     05  FILLER                       PIC X(510).
012500 01  EFW2-IN-RA-RECORD.
012600     05  FILLER                       PIC X(02).
012700     05  EI-SUBMITTER-EIN             PIC 9(09).
012800     05  EI-USER-ID                   PIC X(08).
012900     05  FILLER                       PIC X(493).
013000 01  EFW2-IN-RF-RECORD.
013100     05  FILLER                       PIC X(02).
013200     05  EI-RW-COUNT                  PIC 9(09).
013300     05  FILLER                       PIC X(501).
013400 FD  EFW2-OUT-FILE
013500     LABEL RECORDS ARE STANDARD
013600     RECORDING MODE IS F.
013700 01  EFW2-OUT-RECORD                  PIC X(512).
013800 01  EFW2-OUT-RF-RECORD.
013900     05  EO-RECORD-ID                 PIC X(02).
014000     05  EO-RW-COUNT                  PIC 9(09).
014100     05  EO-FILLER                    PIC X(501).
014200 FD  TAPE-IN-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  TAPE-IN-RECORD                   PIC X(600).
014500 FD  TAPE-OUT-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  TAPE-OUT-RECORD                  PIC X(600).
014800 FD  MERGE-RPT
014900     LABEL RECORDS ARE STANDARD
015000     RECORDING MODE IS F.
015100 01  MERGE-RPT-LINE                   PIC X(132).
015200 FD  RUN-CONTROL-FILE
015300     LABEL RECORDS ARE STANDARD
015400     RECORDING MODE IS F.
015500     COPY EQC861P23.
015600 WORKING-STORAGE SECTION.
015700*---------------------------------------------------------------*
015800*    SWITCHES                                                  *
015900*---------------------------------------------------------------*
016000 77  WS-FIRE-EOF-SW                  PIC X(01)   VALUE 'N'.
016100     88  END-OF-FIRE-IN                  VALUE 'Y'.
016200 77  WS-EFW2-EOF-SW                  PIC X(01)   VALUE 'N'.
016300     88  END-OF-EFW2-IN                  VALUE 'Y'.
016400 77  WS-TAPE-EOF-SW                  PIC X(01)   VALUE 'N'.
016500     88  END-OF-TAPE-IN                  VALUE 'Y'.
016600 77  WS-FIRE-T-SW                    PIC X(01)   VALUE 'N'.
016700     88  FIRE-T-WRITTEN                  VALUE 'Y'.
016800 77  WS-EFW2-RA-SW                   PIC X(01)   VALUE 'N'.
016900     88  EFW2-RA-WRITTEN                 VALUE 'Y'.
017000*---------------------------------------------------------------*
017100*    STARTUP GATE WORK AREAS -- THE LAST SPLIT AND EVERY ONE OF *
017200*    ITS PARTITIONS' FILING STEPS MUST BE ON THE RUN-CONTROL    *
017300*    FILE BEFORE THE OUTPUTS ARE OPENED.                        *
017400*---------------------------------------------------------------*
017500 77  WS-RCIN-EOF-SW                   PIC X(01)   VALUE 'N'.
017600     88  END-OF-RUN-CONTROL-IN            VALUE 'Y'.
017700 77  WS-GATE-SW                       PIC X(01)   VALUE 'N'.
017800     88  GATE-SATISFIED                   VALUE 'Y'.
017900 77  WS-OVERRIDE-SW                   PIC X(01)   VALUE 'N'.
018000     88  GATE-OVERRIDDEN                  VALUE 'Y'.
018100 77  WS-SPLIT-FOUND-SW                PIC X(01)   VALUE 'N'.
018200     88  SPLIT-CLOSE-FOUND                VALUE 'Y'.
018300 77  WS-MISSING-SW                    PIC X(01)   VALUE 'N'.
018400     88  PARTITION-STEP-MISSING           VALUE 'Y'.
018500 77  WS-SPLIT-PARTS                   PIC 9(02)   COMP VALUE ZERO.
018600 77  WS-WORK-PARTS                    PIC 9(02)   COMP VALUE ZERO.
018700 77  WS-SPLIT-INPUT-COUNT             PIC 9(09)   COMP-3
018800                                          VALUE ZERO.
018900 77  WS-STEP-SUB                      PIC 9(01)   COMP.
019000 01  WS-PARTITION-WORK.
019100     05  WS-PARTITION-X               PIC X(02).
019200     05  WS-PARTITION-N  REDEFINES  WS-PARTITION-X
019300                                      PIC 9(02).
019400*---------------------------------------------------------------*
019500*    PARTITION TABLE -- WHAT THE SPLIT WROTE TO EACH PARTITION, *
019600*    WHAT EACH FILING STEP LOGGED FOR IT (1 = EQC861P7 TAPE,    *
019700*    2 = EQC861P9 FIRE, 3 = EQC861P18 EFW2) AND WHAT THE MERGE  *
019800*    FOUND IN EACH PIECE.                                       *
019900*---------------------------------------------------------------*
020000 01  WS-PARTITION-TABLE.
020100     05  WS-PARTITION-ENTRY OCCURS 8 TIMES.
020200         10  PM-WORK-RECORDS          PIC 9(09)   COMP-3.
020300         10  PM-SPLIT-RECORDS         PIC 9(09)   COMP-3.
020400         10  PM-STEP OCCURS 3 TIMES.
020500             15  PM-STEP-FOUND-SW     PIC X(01).
020600             15  PM-STEP-READ         PIC 9(09)   COMP-3.
020700             15  PM-STEP-WRITTEN      PIC 9(09)   COMP-3.
020800         10  PM-FIRE-A-COUNT          PIC 9(09)   COMP-3.
020900         10  PM-FIRE-B-COUNT          PIC 9(09)   COMP-3.
021000         10  PM-FIRE-F-COUNT          PIC 9(09)   COMP-3.
021100         10  PM-EFW2-RW-COUNT         PIC 9(09)   COMP-3.
021200         10  PM-EFW2-RF-COUNT         PIC 9(09)   COMP-3.
021300*---------------------------------------------------------------*
021400*    WORK AREAS                                                *
021500*---------------------------------------------------------------*
021600 77  WS-PART-SUB                     PIC 9(02)   COMP.
021700 77  WS-LAST-PART                    PIC 9(02)   COMP VALUE ZERO.
021800 77  WS-FIRE-PIECE                   PIC 9(04)   COMP VALUE ZERO.
021900 77  WS-EFW2-PIECE                   PIC 9(04)   COMP VALUE ZERO.
022000 77  WS-FIRST-PAYMENT-YEAR           PIC 9(04)   VALUE ZERO.
022100 77  WS-FIRST-TCC                    PIC X(05)   VALUE SPACES.
022200 77  WS-FIRST-SUBMITTER-EIN          PIC 9(09)   VALUE ZERO.
022300 77  WS-FIRST-USER-ID                PIC X(08)   VALUE SPACES.
022400 77  WS-FIRE-READ                    PIC 9(09)   COMP-3
022500                                         VALUE ZERO.
022600 77  WS-FIRE-WRITTEN                 PIC 9(09)   COMP-3
022700                                         VALUE ZERO.
022800 77  WS-FIRE-A-TOTAL                 PIC 9(09)   COMP-3
022900                                         VALUE ZERO.
023000 77  WS-FIRE-B-TOTAL                 PIC 9(09)   COMP-3
023100                                         VALUE ZERO.
023200 77  WS-EFW2-READ                    PIC 9(09)   COMP-3
023300                                         VALUE ZERO.
023400 77  WS-EFW2-WRITTEN                 PIC 9(09)   COMP-3
023500                                         VALUE ZERO.
023600 77  WS-EFW2-RW-TOTAL                PIC 9(09)   COMP-3
023700                                         VALUE ZERO.
023800 77  WS-TAPE-READ                    PIC 9(09)   COMP-3
023900                                         VALUE ZERO.
024000 77  WS-TAPE-WRITTEN                 PIC 9(09)   COMP-3
024100                                         VALUE ZERO.
024200 77  WS-TAPE-EXPECTED                PIC 9(09)   COMP-3
024300                                         VALUE ZERO.
024400 77  WS-EXCEPTION-COUNT              PIC 9(07)   COMP-3
024500                                         VALUE ZERO.
024600*---------------------------------------------------------------*
024700*    REPORT LINES                                               *
024800*---------------------------------------------------------------*
024900 01  WS-HEADING-LINE.
025000     05  FILLER              PIC X(05)   VALUE SPACES.
025100     05  FILLER              PIC X(48)
025200         VALUE 'EQC861P68 - PARTITION MERGE OF FIRE, EFW2, TAPE'.
025300 01  WS-COLUMN-LINE.
025400     05  FILLER              PIC X(03)   VALUE SPACES.
025500     05  FILLER              PIC X(04)   VALUE 'PART'.
025600     05  FILLER              PIC X(13)   VALUE '  SPLIT RECS'.
025700     05  FILLER              PIC X(13)   VALUE '  TAPE BUILT'.
025800     05  FILLER              PIC X(13)   VALUE '  FIRE B LOG'.
025900     05  FILLER              PIC X(13)   VALUE ' FIRE B RECS'.
026000     05  FILLER              PIC X(13)   VALUE ' FIRE A RECS'.
026100     05  FILLER              PIC X(13)   VALUE ' FIRE F CNT'.
026200     05  FILLER              PIC X(13)   VALUE ' EFW2 RW LOG'.
026300     05  FILLER              PIC X(13)   VALUE ' EFW2 RW RECS'.
026400     05  FILLER              PIC X(13)   VALUE ' EFW2 RF CNT'.
026500 01  WS-PART-LINE.
026600     05  FILLER                       PIC X(04)   VALUE SPACES.
026700     05  WS-L-PARTITION-ID            PIC 9(02).
026800     05  FILLER                       PIC X(03)   VALUE SPACES.
026900     05  WS-L-SPLIT-RECORDS           PIC ZZZ,ZZZ,ZZ9.
027000     05  FILLER                       PIC X(02)   VALUE SPACES.
027100     05  WS-L-TAPE-LOGGED             PIC ZZZ,ZZZ,ZZ9.
027200     05  FILLER                       PIC X(02)   VALUE SPACES.
027300     05  WS-L-FIRE-LOGGED             PIC ZZZ,ZZZ,ZZ9.
027400     05  FILLER                       PIC X(02)   VALUE SPACES.
027500     05  WS-L-FIRE-B-COUNT            PIC ZZZ,ZZZ,ZZ9.
027600     05  FILLER                       PIC X(02)   VALUE SPACES.
027700     05  WS-L-FIRE-A-COUNT            PIC ZZZ,ZZZ,ZZ9.
027800     05  FILLER                       PIC X(02)   VALUE SPACES.
027900     05  WS-L-FIRE-F-COUNT            PIC ZZZ,ZZZ,ZZ9.
028000     05  FILLER                       PIC X(02)   VALUE SPACES.
028100     05  WS-L-EFW2-LOGGED             PIC ZZZ,ZZZ,ZZ9.
028200     05  FILLER                       PIC X(02)   VALUE SPACES.
028300     05  WS-L-EFW2-RW-COUNT           PIC ZZZ,ZZZ,ZZ9.
028400     05  FILLER                       PIC X(02)   VALUE SPACES.
028500     05  WS-L-EFW2-RF-COUNT           PIC ZZZ,ZZZ,ZZ9.
028600 01  WS-EXCEPTION-LINE.
028700     05  FILLER                       PIC X(05)   VALUE '*** '.
028800     05  FILLER                       PIC X(10)
028900                                          VALUE 'PARTITION '.
029000     05  WS-E-PARTITION-ID            PIC 9(02).
029100     05  FILLER                       PIC X(01)   VALUE SPACE.
029200     05  WS-E-MESSAGE                 PIC X(60).
029300 01  WS-NOTE-LINE.
029400     05  FILLER                       PIC X(05)   VALUE '*** '.
029500     05  WS-N-MESSAGE                 PIC X(70).
029600 01  WS-TOTAL-LINE.
029700     05  FILLER                       PIC X(05)   VALUE SPACES.
029800     05  WS-T-CAPTION                 PIC X(32).
029900     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
030000 01  WS-BALANCE-LINE.
030100     05  FILLER                       PIC X(05)   VALUE SPACES.
030200     05  WS-B-MESSAGE                 PIC X(60).
030300*---------------------------------------------------------------*
030400*    RUN-CONTROL WORK AREAS                                     *
030500*---------------------------------------------------------------*
030600 77  WS-RUN-DATE                      PIC 9(08).
030700 77  WS-RUN-TIME                      PIC 9(08).
030800 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
030900                                          VALUE ZERO.
031000 77  WS-RC-RECORDS-WRITTEN            PIC 9(09)   COMP-3
031100                                          VALUE ZERO.
031200 PROCEDURE DIVISION.
031300*---------------------------------------------------------------*
031400*    0000-MAINLINE                                              *
031500*---------------------------------------------------------------*
031600 0000-MAINLINE.
031700     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT.
031800     IF NOT GATE-SATISFIED AND NOT GATE-OVERRIDDEN
031900         DISPLAY 'EQC861P68 RUN REFUSED - EQC861P7, EQC861P9 AND'
032000                 ' EQC861P18 MUST COMPLETE FOR EVERY PARTITION OF'
032100                 ' THE LAST EQC861P67 SPLIT FOR THE TAX YEAR'
032200         MOVE 8 TO RETURN-CODE
032300         GO TO 9999-EXIT
032400     END-IF.
032500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032600     PERFORM 2000-MERGE-FIRE THRU 2000-EXIT
032700         UNTIL END-OF-FIRE-IN.
032800     PERFORM 3000-MERGE-EFW2 THRU 3000-EXIT
032900         UNTIL END-OF-EFW2-IN.
033000     PERFORM 4000-MERGE-TAPE THRU 4000-EXIT
033100         UNTIL END-OF-TAPE-IN.
033200     PERFORM 8000-FINISH THRU 8000-EXIT.
033300     GO TO 9999-EXIT.
033400*---------------------------------------------------------------*
033500*    0500-CHECK-PREREQS -- READ THE PARAMETER CARD AND THE      *
033600*    SHARED RUN-CONTROL FILE AND DECIDE WHETHER EVERY PARTITION *
033700*    OF THE LAST SPLIT IS READY TO MERGE.                       *
033800*---------------------------------------------------------------*
033900 0500-CHECK-PREREQS.
034000     OPEN INPUT  PARM-CARD.
034100     READ PARM-CARD
034200         AT END
034300             MOVE ZERO   TO PARM-TAX-YEAR
034400             MOVE SPACE  TO PARM-OVERRIDE-IND
034500     END-READ.
034600     CLOSE PARM-CARD.
034700     PERFORM 0520-CLEAR-PARTITION THRU 0520-EXIT
034800         VARYING WS-PART-SUB FROM 1 BY 1 UNTIL WS-PART-SUB > 8.
034900     OPEN INPUT RUN-CONTROL-FILE.
035000     PERFORM 0600-READ-RUN-CONTROL THRU 0600-EXIT.
035100     PERFORM 0510-SCAN-ENTRY THRU 0510-EXIT
035200         UNTIL END-OF-RUN-CONTROL-IN.
035300     CLOSE RUN-CONTROL-FILE.
035400     MOVE 'N' TO WS-RCIN-EOF-SW.
035500     IF SPLIT-CLOSE-FOUND AND WS-SPLIT-PARTS > ZERO
035600         PERFORM 0540-CHECK-PARTITION THRU 0540-EXIT
035700             VARYING WS-PART-SUB FROM 1 BY 1
035800             UNTIL WS-PART-SUB > WS-SPLIT-PARTS
035900         IF NOT PARTITION-STEP-MISSING
036000             SET GATE-SATISFIED TO TRUE
036100         END-IF
036200     END-IF.
036300     IF NOT GATE-SATISFIED AND PARM-OVERRIDE-IND = 'Y'
036400         SET GATE-OVERRIDDEN TO TRUE
036500         DISPLAY 'EQC861P68 PREREQUISITE GATE OVERRIDDEN BY'
036600                 ' PARAMETER CARD'
036700     END-IF.
036800 0500-EXIT.
036900     EXIT.
037000*---------------------------------------------------------------*
037100*    0510-SCAN-ENTRY -- A SPLIT'S OPEN ENTRY STARTS A NEW SET   *
037200*    OF PARTITION COUNTS; ITS COMPLETED CLOSE ENTRY MAKES THAT  *
037300*    SET CURRENT AND CLEARS THE FILING STEPS' COUNTS, SO ONLY   *
037400*    STEPS THAT RAN AFTER THE LAST SPLIT ARE COUNTED.           *
037500*---------------------------------------------------------------*
037600 0510-SCAN-ENTRY.
037700     IF RC-PROGRAM-ID = 'EQC861P67'
037800         PERFORM 0530-SCAN-SPLIT-ENTRY THRU 0530-EXIT
037900         GO TO 0510-NEXT
038000     END-IF.
038100     IF NOT RC-CLOSE-ENTRY OR NOT RC-STEP-COMPLETED
038200             OR RC-UNPARTITIONED-RUN
038300         GO TO 0510-NEXT
038400     END-IF.
038500     IF PARM-TAX-YEAR NOT = ZERO AND RC-TAX-YEAR NOT = ZERO
038600             AND RC-TAX-YEAR NOT = PARM-TAX-YEAR
038700         GO TO 0510-NEXT
038800     END-IF.
038900     EVALUATE RC-PROGRAM-ID
039000         WHEN 'EQC861P7'
039100             MOVE 1 TO WS-STEP-SUB
039200         WHEN 'EQC861P9'
039300             MOVE 2 TO WS-STEP-SUB
039400         WHEN 'EQC861P18'
039500             MOVE 3 TO WS-STEP-SUB
039600         WHEN OTHER
039700             MOVE 0 TO WS-STEP-SUB
039800     END-EVALUATE.
039900     MOVE RC-PARTITION-ID             TO WS-PARTITION-X.
040000     IF WS-STEP-SUB NOT = ZERO
040100             AND WS-PARTITION-N NUMERIC
040200             AND WS-PARTITION-N > ZERO
040300             AND WS-PARTITION-N NOT > 8
040400         MOVE WS-PARTITION-N          TO WS-PART-SUB
040500         MOVE 'Y' TO PM-STEP-FOUND-SW (WS-PART-SUB, WS-STEP-SUB)
040600         MOVE RC-RECORDS-READ
040700                 TO PM-STEP-READ (WS-PART-SUB, WS-STEP-SUB)
040800         MOVE RC-RECORDS-WRITTEN
040900                 TO PM-STEP-WRITTEN (WS-PART-SUB, WS-STEP-SUB)
041000     END-IF.
041100 0510-NEXT.
041200     PERFORM 0600-READ-RUN-CONTROL THRU 0600-EXIT.
041300 0510-EXIT.
041400     EXIT.
041500*---------------------------------------------------------------*
041600*    0520-CLEAR-PARTITION                                       *
041700*---------------------------------------------------------------*
041800 0520-CLEAR-PARTITION.
041900     INITIALIZE WS-PARTITION-ENTRY (WS-PART-SUB).
042000     PERFORM 0525-CLEAR-STEP THRU 0525-EXIT
042100         VARYING WS-STEP-SUB FROM 1 BY 1 UNTIL WS-STEP-SUB > 3.
042200 0520-EXIT.
042300     EXIT.
042400*---------------------------------------------------------------*
042500*    0525-CLEAR-STEP                                            *
042600*---------------------------------------------------------------*
042700 0525-CLEAR-STEP.
042800     MOVE 'N'  TO PM-STEP-FOUND-SW (WS-PART-SUB, WS-STEP-SUB).
042900     MOVE ZERO TO PM-STEP-READ (WS-PART-SUB, WS-STEP-SUB)
043000                  PM-STEP-WRITTEN (WS-PART-SUB, WS-STEP-SUB).
043100 0525-EXIT.
043200     EXIT.
043300*---------------------------------------------------------------*
043400*    0530-SCAN-SPLIT-ENTRY                                      *
043500*---------------------------------------------------------------*
043600 0530-SCAN-SPLIT-ENTRY.
043700     IF RC-OPEN-ENTRY
043800         PERFORM 0532-CLEAR-WORK-COUNT THRU 0532-EXIT
043900             VARYING WS-PART-SUB FROM 1 BY 1 UNTIL WS-PART-SUB > 8
044000         MOVE ZERO TO WS-WORK-PARTS
044100         GO TO 0530-EXIT
044200     END-IF.
044300     IF RC-PARTITION-ENTRY
044400         MOVE RC-PARTITION-ID         TO WS-PARTITION-X
044500         IF WS-PARTITION-N NUMERIC
044600                 AND WS-PARTITION-N > ZERO
044700                 AND WS-PARTITION-N NOT > 8
044800             MOVE WS-PARTITION-N      TO WS-PART-SUB
044900             MOVE RC-RECORDS-WRITTEN
045000                              TO PM-WORK-RECORDS (WS-PART-SUB)
045100             IF WS-PART-SUB > WS-WORK-PARTS
045200                 MOVE WS-PART-SUB     TO WS-WORK-PARTS
045300             END-IF
045400         END-IF
045500         GO TO 0530-EXIT
045600     END-IF.
045700     IF RC-CLOSE-ENTRY AND RC-STEP-COMPLETED
045800             AND (PARM-TAX-YEAR = ZERO
045900                  OR RC-TAX-YEAR = PARM-TAX-YEAR)
046000         SET SPLIT-CLOSE-FOUND TO TRUE
046100         MOVE RC-RECORDS-READ         TO WS-SPLIT-INPUT-COUNT
046200         MOVE WS-WORK-PARTS           TO WS-SPLIT-PARTS
046300         PERFORM 0534-TAKE-SPLIT-COUNT THRU 0534-EXIT
046400             VARYING WS-PART-SUB FROM 1 BY 1 UNTIL WS-PART-SUB > 8
046500     END-IF.
046600 0530-EXIT.
046700     EXIT.
046800*---------------------------------------------------------------*
046900*    0532-CLEAR-WORK-COUNT                                      *
047000*---------------------------------------------------------------*
047100 0532-CLEAR-WORK-COUNT.
047200     MOVE ZERO TO PM-WORK-RECORDS (WS-PART-SUB).
047300 0532-EXIT.
047400     EXIT.
047500*---------------------------------------------------------------*
047600*    0534-TAKE-SPLIT-COUNT                                      *
047700*---------------------------------------------------------------*
047800 0534-TAKE-SPLIT-COUNT.
047900     MOVE PM-WORK-RECORDS (WS-PART-SUB)
048000                              TO PM-SPLIT-RECORDS (WS-PART-SUB).
048100     PERFORM 0525-CLEAR-STEP THRU 0525-EXIT
048200         VARYING WS-STEP-SUB FROM 1 BY 1 UNTIL WS-STEP-SUB > 3.
048300 0534-EXIT.
048400     EXIT.
048500*---------------------------------------------------------------*
048600*    0540-CHECK-PARTITION -- ALL THREE FILING STEPS MUST HAVE   *
048700*    COMPLETED AGAINST THE PARTITION AND READ WHAT THE SPLIT    *
048800*    WROTE TO IT.                                               *
048900*---------------------------------------------------------------*
049000 0540-CHECK-PARTITION.
049100     PERFORM 0545-CHECK-STEP THRU 0545-EXIT
049200         VARYING WS-STEP-SUB FROM 1 BY 1 UNTIL WS-STEP-SUB > 3.
049300 0540-EXIT.
049400     EXIT.
049500*---------------------------------------------------------------*
049600*    0545-CHECK-STEP                                            *
049700*---------------------------------------------------------------*
049800 0545-CHECK-STEP.
049900     IF PM-STEP-FOUND-SW (WS-PART-SUB, WS-STEP-SUB) NOT = 'Y'
050000             OR PM-STEP-READ (WS-PART-SUB, WS-STEP-SUB)
050100                NOT = PM-SPLIT-RECORDS (WS-PART-SUB)
050200         SET PARTITION-STEP-MISSING TO TRUE
050300     END-IF.
050400 0545-EXIT.
050500     EXIT.
050600*---------------------------------------------------------------*
050700*    0600-READ-RUN-CONTROL                                      *
050800*---------------------------------------------------------------*
050900 0600-READ-RUN-CONTROL.
051000     READ RUN-CONTROL-FILE
051100         AT END
051200             SET END-OF-RUN-CONTROL-IN TO TRUE
051300     END-READ.
051400 0600-EXIT.
051500     EXIT.
051600*---------------------------------------------------------------*
051700*    1000-INITIALIZE                                            *
051800*---------------------------------------------------------------*
051900 1000-INITIALIZE.
052000     OPEN INPUT  FIRE-IN-FILE
052100                 EFW2-IN-FILE
052200                 TAPE-IN-FILE
052300          OUTPUT FIRE-OUT-FILE
052400                 EFW2-OUT-FILE
052500                 TAPE-OUT-FILE
052600                 MERGE-RPT.
052700     WRITE MERGE-RPT-LINE FROM WS-HEADING-LINE.
052800     MOVE SPACES                      TO MERGE-RPT-LINE.
052900     WRITE MERGE-RPT-LINE.
053000     OPEN EXTEND RUN-CONTROL-FILE.
053100     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
053200     PERFORM 7000-READ-FIRE THRU 7000-EXIT.
053300     PERFORM 7100-READ-EFW2 THRU 7100-EXIT.
053400     PERFORM 7200-READ-TAPE THRU 7200-EXIT.
053500 1000-EXIT.
053600     EXIT.
053700*---------------------------------------------------------------*
053800*    2000-MERGE-FIRE -- A 'T' RECORD STARTS EACH PIECE.  ONLY   *
053900*    THE FIRST IS WRITTEN; EVERY PIECE'S 'F' RECORD IS HELD     *
054000*    BACK FOR THE ONE WRITTEN AT THE END.                       *
054100*---------------------------------------------------------------*
054200 2000-MERGE-FIRE.
054300     IF FI-RECORD-TYPE = 'T'
054400         PERFORM 2100-START-FIRE-PIECE THRU 2100-EXIT
054500         GO TO 2000-NEXT
054600     END-IF.
054700     IF WS-FIRE-PIECE > ZERO AND WS-FIRE-PIECE NOT > 8
054800         MOVE WS-FIRE-PIECE           TO WS-PART-SUB
054900     ELSE
055000         MOVE ZERO                    TO WS-PART-SUB
055100     END-IF.
055200     IF FI-RECORD-TYPE = 'F'
055300         IF WS-PART-SUB > ZERO AND FI-PAYER-COUNT NUMERIC
055400             ADD FI-PAYER-COUNT TO PM-FIRE-F-COUNT (WS-PART-SUB)
055500         END-IF
055600         GO TO 2000-NEXT
055700     END-IF.
055800     IF FI-RECORD-TYPE = 'A'
055900         ADD 1 TO WS-FIRE-A-TOTAL
056000         IF WS-PART-SUB > ZERO
056100             ADD 1 TO PM-FIRE-A-COUNT (WS-PART-SUB)
056200         END-IF
056300     END-IF.
056400     IF FI-RECORD-TYPE = 'B'
056500         ADD 1 TO WS-FIRE-B-TOTAL
056600         IF WS-PART-SUB > ZERO
056700             ADD 1 TO PM-FIRE-B-COUNT (WS-PART-SUB)
056800         END-IF
056900     END-IF.
057000     WRITE FIRE-OUT-RECORD FROM FIRE-IN-RECORD.
057100     ADD 1 TO WS-FIRE-WRITTEN.
057200 2000-NEXT.
057300     PERFORM 7000-READ-FIRE THRU 7000-EXIT.
057400 2000-EXIT.
057500     EXIT.
057600*---------------------------------------------------------------*
057700*    2100-START-FIRE-PIECE -- THE FIRST 'T' RECORD IS WRITTEN,  *
057800*    WITH THE PARAMETER TAX YEAR WHEN ITS OWN IS ZERO.  A LATER *
057900*    ONE MUST CARRY THE SAME TCC AND PAYMENT YEAR.              *
058000*---------------------------------------------------------------*
058100 2100-START-FIRE-PIECE.
058200     ADD 1 TO WS-FIRE-PIECE.
058300     IF WS-FIRE-PIECE > 8
058400         MOVE WS-FIRE-PIECE           TO WS-E-PARTITION-ID
058500         MOVE 'FIRE PIECE BEYOND THE LAST PARTITION'
058600                                      TO WS-E-MESSAGE
058700         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
058800     END-IF.
058900     IF NOT FIRE-T-WRITTEN
059000         MOVE FIRE-IN-RECORD          TO FIRE-OUT-RECORD
059100         IF FO-PAYMENT-YEAR = ZERO
059200             MOVE PARM-TAX-YEAR       TO FO-PAYMENT-YEAR
059300         END-IF
059400         WRITE FIRE-OUT-RECORD
059500         ADD 1 TO WS-FIRE-WRITTEN
059600         MOVE FO-PAYMENT-YEAR         TO WS-FIRST-PAYMENT-YEAR
059700         MOVE FI-TCC                  TO WS-FIRST-TCC
059800         SET FIRE-T-WRITTEN TO TRUE
059900         GO TO 2100-EXIT
060000     END-IF.
060100     IF FI-TCC NOT = WS-FIRST-TCC
060200             OR (FI-PAYMENT-YEAR NOT = ZERO
060300                 AND FI-PAYMENT-YEAR NOT = WS-FIRST-PAYMENT-YEAR)
060400         MOVE WS-FIRE-PIECE           TO WS-E-PARTITION-ID
060500         MOVE 'FIRE T RECORD TCC OR YEAR DIFFERS FROM PIECE 1'
060600                                      TO WS-E-MESSAGE
060700         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
060800     END-IF.
060900 2100-EXIT.
061000     EXIT.
061100*---------------------------------------------------------------*
061200*    3000-MERGE-EFW2 -- AN RA RECORD STARTS EACH PIECE.  ONLY   *
061300*    THE FIRST IS WRITTEN; EVERY PIECE'S RF RECORD IS HELD BACK *
061400*    FOR THE ONE WRITTEN AT THE END.                            *
061500*---------------------------------------------------------------*
061600 3000-MERGE-EFW2.
061700     IF EI-RECORD-ID = 'RA'
061800         PERFORM 3100-START-EFW2-PIECE THRU 3100-EXIT
061900         GO TO 3000-NEXT
062000     END-IF.
062100     IF WS-EFW2-PIECE > ZERO AND WS-EFW2-PIECE NOT > 8
062200         MOVE WS-EFW2-PIECE           TO WS-PART-SUB
062300     ELSE
062400         MOVE ZERO                    TO WS-PART-SUB
062500     END-IF.
062600     IF EI-RECORD-ID = 'RF'
062700         IF WS-PART-SUB > ZERO AND EI-RW-COUNT NUMERIC
062800             ADD EI-RW-COUNT TO PM-EFW2-RF-COUNT (WS-PART-SUB)
062900         END-IF
063000         GO TO 3000-NEXT
063100     END-IF.
063200     IF EI-RECORD-ID = 'RW'
063300         ADD 1 TO WS-EFW2-RW-TOTAL
063400         IF WS-PART-SUB > ZERO
063500             ADD 1 TO PM-EFW2-RW-COUNT (WS-PART-SUB)
063600         END-IF
063700     END-IF.
063800     WRITE EFW2-OUT-RECORD FROM EFW2-IN-RECORD.
063900     ADD 1 TO WS-EFW2-WRITTEN.
064000 3000-NEXT.
064100     PERFORM 7100-READ-EFW2 THRU 7100-EXIT.
064200 3000-EXIT.
064300     EXIT.
064400*---------------------------------------------------------------*
064500*    3100-START-EFW2-PIECE -- THE FIRST RA RECORD IS WRITTEN.   *
064600*    A LATER ONE MUST CARRY THE SAME SUBMITTER.                 *
064700*---------------------------------------------------------------*
064800 3100-START-EFW2-PIECE.
064900     ADD 1 TO WS-EFW2-PIECE.
065000     IF WS-EFW2-PIECE > 8
065100         MOVE WS-EFW2-PIECE           TO WS-E-PARTITION-ID
065200         MOVE 'EFW2 PIECE BEYOND THE LAST PARTITION'
065300                                      TO WS-E-MESSAGE
065400         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
065500     END-IF.
065600     IF NOT EFW2-RA-WRITTEN
065700         WRITE EFW2-OUT-RECORD FROM EFW2-IN-RECORD
065800         ADD 1 TO WS-EFW2-WRITTEN
065900         MOVE EI-SUBMITTER-EIN        TO WS-FIRST-SUBMITTER-EIN
066000         MOVE EI-USER-ID              TO WS-FIRST-USER-ID
066100         SET EFW2-RA-WRITTEN TO TRUE
066200         GO TO 3100-EXIT
066300     END-IF.
066400     IF EI-SUBMITTER-EIN NOT = WS-FIRST-SUBMITTER-EIN
066500             OR EI-USER-ID NOT = WS-FIRST-USER-ID
066600         MOVE WS-EFW2-PIECE           TO WS-E-PARTITION-ID
066700         MOVE 'EFW2 RA RECORD SUBMITTER DIFFERS FROM PIECE 1'
066800                                      TO WS-E-MESSAGE
066900         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
067000     END-IF.
067100 3100-EXIT.
067200     EXIT.
067300*---------------------------------------------------------------*
067400*    4000-MERGE-TAPE                                            *
067500*---------------------------------------------------------------*
067600 4000-MERGE-TAPE.
067700     WRITE TAPE-OUT-RECORD FROM TAPE-IN-RECORD.
067800     ADD 1 TO WS-TAPE-WRITTEN.
067900     PERFORM 7200-READ-TAPE THRU 7200-EXIT.
068000 4000-EXIT.
068100     EXIT.
068200*---------------------------------------------------------------*
068300*    7000-READ-FIRE                                             *
068400*---------------------------------------------------------------*
068500 7000-READ-FIRE.
068600     READ FIRE-IN-FILE
068700         AT END
068800             SET END-OF-FIRE-IN TO TRUE
068900         NOT AT END
069000             ADD 1 TO WS-FIRE-READ
069100     END-READ.
069200 7000-EXIT.
069300     EXIT.
069400*---------------------------------------------------------------*
069500*    7100-READ-EFW2                                             *
069600*---------------------------------------------------------------*
069700 7100-READ-EFW2.
069800     READ EFW2-IN-FILE
069900         AT END
070000             SET END-OF-EFW2-IN TO TRUE
070100         NOT AT END
070200             ADD 1 TO WS-EFW2-READ
070300     END-READ.
070400 7100-EXIT.
070500     EXIT.
070600*---------------------------------------------------------------*
070700*    7200-READ-TAPE                                             *
070800*---------------------------------------------------------------*
070900 7200-READ-TAPE.
071000     READ TAPE-IN-FILE
071100         AT END
071200             SET END-OF-TAPE-IN TO TRUE
071300         NOT AT END
071400             ADD 1 TO WS-TAPE-READ
071500     END-READ.
071600 7200-EXIT.
071700     EXIT.
071800*---------------------------------------------------------------*
071900*    8000-FINISH -- WRITE THE MERGED TRAILERS, THEN BALANCE THE *
072000*    PIECES BACK TO THE PARTITIONS.                             *
072100*---------------------------------------------------------------*
072200 8000-FINISH.
072300     MOVE SPACES                      TO FIRE-OUT-F-RECORD.
072400     MOVE 'F'                         TO FO-RECORD-TYPE.
072500     MOVE WS-FIRE-A-TOTAL             TO FO-PAYER-COUNT.
072600     WRITE FIRE-OUT-F-RECORD.
072700     ADD 1 TO WS-FIRE-WRITTEN.
072800     MOVE SPACES                      TO EFW2-OUT-RF-RECORD.
072900     MOVE 'RF'                        TO EO-RECORD-ID.
073000     MOVE WS-EFW2-RW-TOTAL            TO EO-RW-COUNT.
073100     WRITE EFW2-OUT-RF-RECORD.
073200     ADD 1 TO WS-EFW2-WRITTEN.
073300     MOVE WS-SPLIT-PARTS              TO WS-LAST-PART.
073400     IF WS-FIRE-PIECE > WS-LAST-PART
073500         MOVE WS-FIRE-PIECE           TO WS-LAST-PART
073600     END-IF.
073700     IF WS-EFW2-PIECE > WS-LAST-PART
073800         MOVE WS-EFW2-PIECE           TO WS-LAST-PART
073900     END-IF.
074000     IF WS-LAST-PART > 8
074100         MOVE 8                       TO WS-LAST-PART
074200     END-IF.
074300     WRITE MERGE-RPT-LINE FROM WS-COLUMN-LINE.
074400     PERFORM 8100-BALANCE-PARTITION THRU 8100-EXIT
074500         VARYING WS-PART-SUB FROM 1 BY 1
074600         UNTIL WS-PART-SUB > WS-LAST-PART.
074700     MOVE SPACES                      TO MERGE-RPT-LINE.
074800     WRITE MERGE-RPT-LINE.
074900     PERFORM 8200-CHECK-TOTALS THRU 8200-EXIT.
075000     PERFORM 8300-PRINT-TOTALS THRU 8300-EXIT.
075100     CLOSE FIRE-IN-FILE EFW2-IN-FILE TAPE-IN-FILE
075200           FIRE-OUT-FILE EFW2-OUT-FILE TAPE-OUT-FILE
075300           MERGE-RPT.
075400     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
075500     CLOSE RUN-CONTROL-FILE.
075600 8000-EXIT.
075700     EXIT.
075800*---------------------------------------------------------------*
075900*    8100-BALANCE-PARTITION -- PRINT THE PARTITION'S COUNTS AND *
076000*    FLAG EVERY PIECE THAT DOES NOT AGREE WITH ITS STEP'S LOG   *
076100*    OR ITS OWN TRAILER.                                        *
076200*---------------------------------------------------------------*
076300 8100-BALANCE-PARTITION.
076400     MOVE WS-PART-SUB                 TO WS-L-PARTITION-ID.
076500     MOVE PM-SPLIT-RECORDS (WS-PART-SUB)
076600                                      TO WS-L-SPLIT-RECORDS.
076700     MOVE PM-STEP-WRITTEN (WS-PART-SUB, 1)
076800                                      TO WS-L-TAPE-LOGGED.
076900     MOVE PM-STEP-WRITTEN (WS-PART-SUB, 2)
077000                                      TO WS-L-FIRE-LOGGED.
077100     MOVE PM-FIRE-B-COUNT (WS-PART-SUB)
077200                                      TO WS-L-FIRE-B-COUNT.
077300     MOVE PM-FIRE-A-COUNT (WS-PART-SUB)
077400                                      TO WS-L-FIRE-A-COUNT.
077500     MOVE PM-FIRE-F-COUNT (WS-PART-SUB)
077600                                      TO WS-L-FIRE-F-COUNT.
077700     MOVE PM-STEP-WRITTEN (WS-PART-SUB, 3)
077800                                      TO WS-L-EFW2-LOGGED.
077900     MOVE PM-EFW2-RW-COUNT (WS-PART-SUB)
078000                                      TO WS-L-EFW2-RW-COUNT.
078100     MOVE PM-EFW2-RF-COUNT (WS-PART-SUB)
078200                                      TO WS-L-EFW2-RF-COUNT.
078300     WRITE MERGE-RPT-LINE FROM WS-PART-LINE.
078400     ADD PM-STEP-WRITTEN (WS-PART-SUB, 1) TO WS-TAPE-EXPECTED.
078500     MOVE WS-PART-SUB                 TO WS-E-PARTITION-ID.
078600     IF WS-PART-SUB > WS-SPLIT-PARTS
078700         MOVE 'PIECE FOR A PARTITION THE SPLIT DID NOT CUT'
078800                                      TO WS-E-MESSAGE
078900         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
079000     END-IF.
079100     IF PM-FIRE-B-COUNT (WS-PART-SUB)
079200             NOT = PM-STEP-WRITTEN (WS-PART-SUB, 2)
079300         MOVE 'FIRE B RECORDS DISAGREE WITH EQC861P9 COUNT'
079400                                      TO WS-E-MESSAGE
079500         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
079600     END-IF.
079700     IF PM-FIRE-A-COUNT (WS-PART-SUB)
079800             NOT = PM-FIRE-F-COUNT (WS-PART-SUB)
079900         MOVE 'FIRE A RECORDS DISAGREE WITH THE PIECE F RECORD'
080000                                      TO WS-E-MESSAGE
080100         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
080200     END-IF.
080300     IF PM-EFW2-RW-COUNT (WS-PART-SUB)
080400             NOT = PM-STEP-WRITTEN (WS-PART-SUB, 3)
080500         MOVE 'EFW2 RW RECORDS DISAGREE WITH EQC861P18 COUNT'
080600                                      TO WS-E-MESSAGE
080700         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
080800     END-IF.
080900     IF PM-EFW2-RW-COUNT (WS-PART-SUB)
081000             NOT = PM-EFW2-RF-COUNT (WS-PART-SUB)
081100         MOVE 'EFW2 RW RECORDS DISAGREE WITH THE PIECE RF RECORD'
081200                                      TO WS-E-MESSAGE
081300         PERFORM 8900-WRITE-EXCEPTION THRU 8900-EXIT
081400     END-IF.
081500 8100-EXIT.
081600     EXIT.
081700*---------------------------------------------------------------*
081800*    8200-CHECK-TOTALS -- ONE PIECE OF EACH FILE PER PARTITION, *
081900*    AND THE WHOLE TAPE AGAINST THE TAPE BUILD'S PARTITIONS.    *
082000*---------------------------------------------------------------*
082100 8200-CHECK-TOTALS.
082200     IF NOT SPLIT-CLOSE-FOUND
082300         MOVE 'NO COMPLETED EQC861P67 SPLIT ON RUN-CONTROL'
082400                                      TO WS-N-MESSAGE
082500         PERFORM 8910-WRITE-NOTE THRU 8910-EXIT
082600     END-IF.
082700     IF WS-FIRE-PIECE NOT = WS-SPLIT-PARTS
082800         MOVE 'FIRE PIECES DO NOT MATCH THE PARTITIONS CUT'
082900                                      TO WS-N-MESSAGE
083000         PERFORM 8910-WRITE-NOTE THRU 8910-EXIT
083100     END-IF.
083200     IF WS-EFW2-PIECE NOT = WS-SPLIT-PARTS
083300         MOVE 'EFW2 PIECES DO NOT MATCH THE PARTITIONS CUT'
083400                                      TO WS-N-MESSAGE
083500         PERFORM 8910-WRITE-NOTE THRU 8910-EXIT
083600     END-IF.
083700     IF WS-TAPE-WRITTEN NOT = WS-TAPE-EXPECTED
083800         MOVE 'TAPE RECORDS DISAGREE WITH EQC861P7 COUNTS'
083900                                      TO WS-N-MESSAGE
084000         PERFORM 8910-WRITE-NOTE THRU 8910-EXIT
084100     END-IF.
084200     IF WS-EXCEPTION-COUNT = ZERO
084300         MOVE 'MERGED FILES BALANCE TO THE PARTITIONS'
084400                                      TO WS-B-MESSAGE
084500     ELSE
084600         MOVE '*** MERGED FILES DO NOT BALANCE -- DO NOT TRANSMIT'
084700                                      TO WS-B-MESSAGE
084800         MOVE 8 TO RETURN-CODE
084900     END-IF.
085000     WRITE MERGE-RPT-LINE FROM WS-BALANCE-LINE.
085100     MOVE SPACES                      TO MERGE-RPT-LINE.
085200     WRITE MERGE-RPT-LINE.
085300 8200-EXIT.
085400     EXIT.
085500*---------------------------------------------------------------*
085600*    8300-PRINT-TOTALS                                          *
085700*---------------------------------------------------------------*
085800 8300-PRINT-TOTALS.
085900     MOVE 'PARTITIONS CUT BY THE SPLIT --- ' TO WS-T-CAPTION.
086000     MOVE WS-SPLIT-PARTS              TO WS-T-COUNT.
086100     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
086200     MOVE 'RECORDS IN THE SPLIT INPUT ---- ' TO WS-T-CAPTION.
086300     MOVE WS-SPLIT-INPUT-COUNT        TO WS-T-COUNT.
086400     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
086500     MOVE 'FIRE PIECES READ -------------- ' TO WS-T-CAPTION.
086600     MOVE WS-FIRE-PIECE               TO WS-T-COUNT.
086700     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
086800     MOVE 'FIRE RECORDS READ ------------- ' TO WS-T-CAPTION.
086900     MOVE WS-FIRE-READ                TO WS-T-COUNT.
087000     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
087100     MOVE 'FIRE RECORDS WRITTEN ---------- ' TO WS-T-CAPTION.
087200     MOVE WS-FIRE-WRITTEN             TO WS-T-COUNT.
087300     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
087400     MOVE 'FIRE F RECORD PAYER COUNT ----- ' TO WS-T-CAPTION.
087500     MOVE WS-FIRE-A-TOTAL             TO WS-T-COUNT.
087600     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
087700     MOVE 'FIRE B RECORDS MERGED --------- ' TO WS-T-CAPTION.
087800     MOVE WS-FIRE-B-TOTAL             TO WS-T-COUNT.
087900     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
088000     MOVE 'EFW2 PIECES READ -------------- ' TO WS-T-CAPTION.
088100     MOVE WS-EFW2-PIECE               TO WS-T-COUNT.
088200     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
088300     MOVE 'EFW2 RECORDS READ ------------- ' TO WS-T-CAPTION.
088400     MOVE WS-EFW2-READ                TO WS-T-COUNT.
088500     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
088600     MOVE 'EFW2 RECORDS WRITTEN ---------- ' TO WS-T-CAPTION.
088700     MOVE WS-EFW2-WRITTEN             TO WS-T-COUNT.
088800     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
088900     MOVE 'EFW2 RF RECORD RW COUNT ------- ' TO WS-T-CAPTION.
089000     MOVE WS-EFW2-RW-TOTAL            TO WS-T-COUNT.
089100     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
089200     MOVE 'TAPE RECORDS READ ------------- ' TO WS-T-CAPTION.
089300     MOVE WS-TAPE-READ                TO WS-T-COUNT.
089400     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
089500     MOVE 'TAPE RECORDS WRITTEN ---------- ' TO WS-T-CAPTION.
089600     MOVE WS-TAPE-WRITTEN             TO WS-T-COUNT.
089700     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
089800     MOVE 'EXCEPTIONS -------------------- ' TO WS-T-CAPTION.
089900     MOVE WS-EXCEPTION-COUNT          TO WS-T-COUNT.
090000     WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
090100 8300-EXIT.
090200     EXIT.
090300*---------------------------------------------------------------*
090400*    8900-WRITE-EXCEPTION                                       *
090500*---------------------------------------------------------------*
090600 8900-WRITE-EXCEPTION.
090700     WRITE MERGE-RPT-LINE FROM WS-EXCEPTION-LINE.
090800     ADD 1 TO WS-EXCEPTION-COUNT.
090900 8900-EXIT.
091000     EXIT.
091100*---------------------------------------------------------------*
091200*    8910-WRITE-NOTE                                            *
091300*---------------------------------------------------------------*
091400 8910-WRITE-NOTE.
091500     WRITE MERGE-RPT-LINE FROM WS-NOTE-LINE.
091600     ADD 1 TO WS-EXCEPTION-COUNT.
091700 8910-EXIT.
091800     EXIT.
091900*---------------------------------------------------------------*
092000*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
092100*---------------------------------------------------------------*
092200 9000-WRITE-RUN-OPEN.
092300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
092400     ACCEPT WS-RUN-TIME FROM TIME.
092500     MOVE SPACES TO EQC861P22.
092600     INITIALIZE EQC861P22.
092700     MOVE 'EQC861P68'            TO RC-PROGRAM-ID.
092800     SET RC-OPEN-ENTRY TO TRUE.
092900     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
093000     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
093100     SET RC-STEP-STARTED TO TRUE.
093200     IF GATE-OVERRIDDEN
093300         SET RC-GATE-OVERRIDDEN TO TRUE
093400     END-IF.
093500     WRITE EQC861P22.
093600 9000-EXIT.
093700     EXIT.
093800*---------------------------------------------------------------*
093900*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE    *
094000*---------------------------------------------------------------*
094100 9100-WRITE-RUN-CLOSE.
094200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
094300     ACCEPT WS-RUN-TIME FROM TIME.
094400     COMPUTE WS-RC-RECORDS-READ =
094500         WS-FIRE-READ + WS-EFW2-READ + WS-TAPE-READ.
094600     COMPUTE WS-RC-RECORDS-WRITTEN =
094700         WS-FIRE-WRITTEN + WS-EFW2-WRITTEN + WS-TAPE-WRITTEN.
094800     MOVE SPACES TO EQC861P22.
094900     INITIALIZE EQC861P22.
095000     MOVE 'EQC861P68'            TO RC-PROGRAM-ID.
095100     SET RC-CLOSE-ENTRY TO TRUE.
095200     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
095300     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
095400     MOVE WS-FIRST-PAYMENT-YEAR       TO RC-TAX-YEAR.
095500     MOVE WS-RC-RECORDS-READ           TO RC-RECORDS-READ.
095600     MOVE WS-RC-RECORDS-WRITTEN        TO RC-RECORDS-WRITTEN.
095700     MOVE WS-EXCEPTION-COUNT           TO RC-EXCEPTION-COUNT.
095800     SET RC-STEP-COMPLETED TO TRUE.
095900     WRITE EQC861P22.
096000 9100-EXIT.
096100     EXIT.
096200*---------------------------------------------------------------*
096300*    9999-EXIT -- COMMON PROGRAM EXIT                            *
096400*---------------------------------------------------------------*
096500 9999-EXIT.
096600     STOP RUN.
