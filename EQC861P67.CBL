000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P67.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    PARTITION SPLIT OF THE SORTED EQC861 TAX FORM FILE.
000900*
001000*    THE SEASON STEPS THAT EACH MAKE A FULL PASS OF THE TAX
001100*    FORM FILE -- THE EDIT ENGINE (EQC861P40), THE BALANCE
001200*    (EQC861P5), THE TAPE BUILD (EQC861P7), THE FIRE EXTRACT
001300*    (EQC861P9), THE EFW2 EXTRACT (EQC861P18) AND RECIPIENT
001400*    PRINT (EQC861P17 OR EQC861P54) -- NO LONGER FIT THE
001500*    NIGHTLY WINDOW ONE AFTER ANOTHER.  THIS STEP CUTS THE
001600*    SORTED FILE INTO A NUMBER OF PARTITIONS GIVEN ON THE
001700*    PARAMETER CARD SO THOSE STEPS CAN RUN AGAINST THE
001800*    PARTITIONS IN PARALLEL STREAMS.  EACH STREAM'S STEPS
001900*    CARRY THE PARTITION ID ON THEIR OWN PARAMETER CARDS AND
002000*    STAMP IT ON THEIR RUN-CONTROL ENTRIES.  EQC861P68 MERGES
002100*    THE FIRE, EFW2 AND TAPE PIECES BACK INTO ONE FILE EACH.
002200*
002300*    A PARTITION IS CUT ONLY WHERE AN 'A' RECORD STARTS A NEW
002400*    OWNER-USER / PAYER-NUMBER, SO A PAYER GROUP IS NEVER
002500*    SPLIT ACROSS TWO PARTITIONS AND EVERY PARTITION KEEPS THE
002600*    SORT ORDER OF THE INPUT.  THE FILE IS READ TWICE:  THE
002700*    FIRST PASS COUNTS THE RECORDS, THE SECOND WRITES THEM,
002800*    MOVING ON TO THE NEXT PARTITION AT THE FIRST PAYER GROUP
002900*    BOUNDARY PAST EACH PARTITION'S SHARE OF THE RECORDS.  A
003000*    PAYER GROUP LARGER THAN A SHARE MAKES ITS PARTITION LONG
003100*    AND A LATER ONE SHORT, AND A FILE WITH FEWER PAYER GROUPS
003200*    THAN PARTITIONS LEAVES THE LAST PARTITIONS EMPTY.
003300*
003400*    PARAMETER CARD (SYSIN):
003500*      COLS 1-2   NUMBER OF PARTITIONS, 01 THRU 08.  THE
003600*                 PARTITIONS ARE WRITTEN TO TAXPRT01 THRU
003700*                 TAXPRTNN; ONLY THOSE DD NAMES ARE OPENED.
003800*
003900*    THE RUN-CONTROL FILE GETS ONE PARTITION ('P') ENTRY PER
004000*    PARTITION, CARRYING THE PARTITION ID AND ITS RECORD
004100*    COUNT, AHEAD OF THE CLOSE ENTRY.  EQC861P24 BALANCES THE
004200*    PARTITIONS AND EVERY PARTITIONED STEP BACK TO THE CLOSE
004300*    ENTRY'S INPUT COUNT.
004400*
004500*    MODIFICATION HISTORY
004600*    --------------------
004700*    DATE       INIT      DESCRIPTION
004800*    10/15/2026 CT08841   ORIGINAL PROGRAM.
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.    IBM-370.
005300 OBJECT-COMPUTER.    IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT PARM-CARD        ASSIGN TO SYSIN
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT TAX-FORM-FILE    ASSIGN TO TAXFORM
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT PARTITION-FILE-1 ASSIGN TO TAXPRT01
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT PARTITION-FILE-2 ASSIGN TO TAXPRT02
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT PARTITION-FILE-3 ASSIGN TO TAXPRT03
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT PARTITION-FILE-4 ASSIGN TO TAXPRT04
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT PARTITION-FILE-5 ASSIGN TO TAXPRT05
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT PARTITION-FILE-6 ASSIGN TO TAXPRT06
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT PARTITION-FILE-7 ASSIGN TO TAXPRT07
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT PARTITION-FILE-8 ASSIGN TO TAXPRT08
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT SPLIT-RPT        ASSIGN TO SPLTRPT
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007900         ORGANIZATION IS SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  PARM-CARD
008300     LABEL RECORDS ARE OMITTED.
008400 01  PARM-RECORD.
008500     05  PARM-PARTITION-COUNT         PIC 9(02).
008600     05  FILLER                       PIC X(78).
008700 FD  TAX-FORM-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY EQC861P4.
009000 FD  PARTITION-FILE-1
009100     LABEL RECORDS ARE STANDARD.
009200 01  PARTITION-RECORD-1               PIC X(600).
009300 FD  PARTITION-FILE-2
009400     LABEL RECORDS ARE STANDARD.
009500 01  PARTITION-RECORD-2               PIC X(600).
009600 FD  PARTITION-FILE-3
009700     LABEL RECORDS ARE STANDARD.
009800 01  PARTITION-RECORD-3               PIC X(600).
009900 FD  PARTITION-FILE-4
010000     LABEL RECORDS ARE STANDARD.
010100 01  PARTITION-RECORD-4               PIC X(600).
010200 FD  PARTITION-FILE-5
010300     LABEL RECORDS ARE STANDARD.
010400 01  PARTITION-RECORD-5               PIC X(600).
010500 FD  PARTITION-FILE-6
010600     LABEL RECORDS ARE STANDARD.
010700 01  PARTITION-RECORD-6               PIC X(600).
010800 FD  PARTITION-FILE-7
010900     LABEL RECORDS ARE STANDARD.
011000 01  PARTITION-RECORD-7               PIC X(600).
011100 FD  PARTITION-FILE-8
011200     LABEL RECORDS ARE STANDARD.
011300 01  PARTITION-RECORD-8               PIC X(600).
011400 FD  SPLIT-RPT
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700 01  SPLIT-RPT-LINE                   PIC X(132).
011800 FD  RUN-CONTROL-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORDING MODE IS F.
012100     COPY EQC861P23.
012200 WORKING-STORAGE SECTION.
012300*---------------------------------------------------------------*
012400*    SWITCHES                                                  *
012500*---------------------------------------------------------------*
012600 77  WS-EOF-SW                       PIC X(01)   VALUE 'N'.
012700     88  END-OF-TAX-FORM-FILE            VALUE 'Y'.
012800 77  WS-PASS-SW                      PIC X(01)   VALUE '1'.
012900     88  FIRST-PASS                      VALUE '1'.
013000     88  SECOND-PASS                     VALUE '2'.
013100 77  WS-PARM-SW                      PIC X(01)   VALUE 'N'.
013200     88  PARM-ACCEPTED                   VALUE 'Y'.
013300*---------------------------------------------------------------*
013400*    WORK AREAS                                                *
013500*---------------------------------------------------------------*
013600 77  WS-PART-SUB                     PIC 9(02)   COMP.
013700 77  WS-PARTITION-COUNT              PIC 9(02)   COMP VALUE ZERO.
013800 77  WS-PARTITION-ID                 PIC 9(02).
013900 77  WS-SHARE-SIZE                   PIC 9(09)   COMP-3
014000                                         VALUE ZERO.
014100 77  WS-CUTOFF-COUNT                 PIC 9(09)   COMP-3
014200                                         VALUE ZERO.
014300 77  WS-INPUT-GROUP-COUNT            PIC 9(07)   COMP-3
014400                                         VALUE ZERO.
014500 77  WS-OUTPUT-GROUP-COUNT           PIC 9(07)   COMP-3
014600                                         VALUE ZERO.
014700 77  WS-WRITTEN-COUNT                PIC 9(09)   COMP-3
014800                                         VALUE ZERO.
014900 01  WS-CURRENT-GROUP.
015000     05  WS-CUR-OWNER-USER           PIC X(06).
015100     05  WS-CUR-PAYER-NUMBER         PIC 9(03).
015200*---------------------------------------------------------------*
015300*    PARTITION TABLE -- ONE ENTRY PER PARTITION WRITTEN.        *
015400*---------------------------------------------------------------*
015500 01  WS-PARTITION-TABLE.
015600     05  WS-PARTITION-ENTRY OCCURS 8 TIMES.
015700         10  PT-RECORD-COUNT         PIC 9(09)   COMP-3.
015800         10  PT-GROUP-COUNT          PIC 9(07)   COMP-3.
015900         10  PT-FIRST-OWNER-USER     PIC X(06).
016000         10  PT-FIRST-PAYER-NUMBER   PIC 9(03).
016100         10  PT-LAST-OWNER-USER      PIC X(06).
016200         10  PT-LAST-PAYER-NUMBER    PIC 9(03).
016300*---------------------------------------------------------------*
016400*    REPORT LINES                                               *
016500*---------------------------------------------------------------*
016600 01  WS-HEADING-LINE.
016700     05  FILLER              PIC X(05)   VALUE SPACES.
016800     05  FILLER              PIC X(42)
016900         VALUE 'EQC861P67 - TAX FORM FILE PARTITION SPLIT'.
017000 01  WS-COLUMN-LINE.
017100     05  FILLER              PIC X(03)   VALUE SPACES.
017200     05  FILLER              PIC X(11)   VALUE 'PARTITION'.
017300     05  FILLER              PIC X(14)   VALUE '      RECORDS'.
017400     05  FILLER              PIC X(14)   VALUE ' PAYER GROUPS'.
017500     05  FILLER              PIC X(15)   VALUE 'FIRST PAYER'.
017600     05  FILLER              PIC X(15)   VALUE 'LAST PAYER'.
017700 01  WS-DETAIL-LINE.
017800     05  FILLER                       PIC X(06)   VALUE SPACES.
017900     05  WS-D-PARTITION-ID            PIC 9(02).
018000     05  FILLER                       PIC X(06)   VALUE SPACES.
018100     05  WS-D-RECORD-COUNT            PIC ZZZ,ZZZ,ZZ9.
018200     05  FILLER                       PIC X(05)   VALUE SPACES.
018300     05  WS-D-GROUP-COUNT             PIC Z,ZZZ,ZZ9.
018400     05  FILLER                       PIC X(03)   VALUE SPACES.
018500     05  WS-D-FIRST-OWNER-USER        PIC X(06).
018600     05  FILLER                       PIC X(01)   VALUE '/'.
018700     05  WS-D-FIRST-PAYER-NUMBER      PIC 9(03).
018800     05  FILLER                       PIC X(05)   VALUE SPACES.
018900     05  WS-D-LAST-OWNER-USER         PIC X(06).
019000     05  FILLER                       PIC X(01)   VALUE '/'.
019100     05  WS-D-LAST-PAYER-NUMBER       PIC 9(03).
019200     05  FILLER                       PIC X(02)   VALUE SPACES.
019300     05  WS-D-REMARK                  PIC X(20).
019400 01  WS-TOTAL-LINE.
019500     05  FILLER                       PIC X(05)   VALUE SPACES.
019600     05  WS-T-CAPTION                 PIC X(32).
019700     05  WS-T-COUNT                   PIC ZZZ,ZZZ,ZZ9.
019800 01  WS-BALANCE-LINE.
019900     05  FILLER                       PIC X(05)   VALUE SPACES.
020000     05  WS-B-MESSAGE                 PIC X(60).
020100*---------------------------------------------------------------*
020200*    RUN-CONTROL WORK AREAS                                     *
020300*---------------------------------------------------------------*
020400 77  WS-RUN-DATE                      PIC 9(08).
020500 77  WS-RUN-TIME                      PIC 9(08).
020600 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
020700 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
020800                                          VALUE ZERO.
020900 PROCEDURE DIVISION.
021000*---------------------------------------------------------------*
021100*    0000-MAINLINE                                              *
021200*---------------------------------------------------------------*
021300 0000-MAINLINE.
021400     PERFORM 0500-READ-PARM THRU 0500-EXIT.
021500     IF NOT PARM-ACCEPTED
021600         DISPLAY 'EQC861P67 RUN REFUSED - THE PARAMETER CARD MUST'
021700                 ' GIVE A PARTITION COUNT OF 01 THRU 08'
021800         MOVE 8 TO RETURN-CODE
021900         GO TO 9999-EXIT
022000     END-IF.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022200     PERFORM 2000-COUNT-RECORD THRU 2000-EXIT
022300         UNTIL END-OF-TAX-FORM-FILE.
022400     PERFORM 2900-START-SECOND-PASS THRU 2900-EXIT.
022500     PERFORM 3000-SPLIT-RECORD THRU 3000-EXIT
022600         UNTIL END-OF-TAX-FORM-FILE.
022700     PERFORM 8000-FINISH THRU 8000-EXIT.
022800     GO TO 9999-EXIT.
022900*---------------------------------------------------------------*
023000*    0500-READ-PARM                                             *
023100*---------------------------------------------------------------*
023200 0500-READ-PARM.
023300     OPEN INPUT  PARM-CARD.
023400     READ PARM-CARD
023500         AT END
023600             MOVE ZERO TO PARM-PARTITION-COUNT
023700     END-READ.
023800     CLOSE PARM-CARD.
023900     IF PARM-PARTITION-COUNT NUMERIC
024000             AND PARM-PARTITION-COUNT > ZERO
024100             AND PARM-PARTITION-COUNT NOT > 8
024200         MOVE PARM-PARTITION-COUNT    TO WS-PARTITION-COUNT
024300         SET PARM-ACCEPTED TO TRUE
024400     END-IF.
024500 0500-EXIT.
024600     EXIT.
024700*---------------------------------------------------------------*
024800*    1000-INITIALIZE                                            *
024900*---------------------------------------------------------------*
025000 1000-INITIALIZE.
025100     OPEN OUTPUT SPLIT-RPT.
025200     WRITE SPLIT-RPT-LINE FROM WS-HEADING-LINE.
025300     MOVE SPACES                      TO SPLIT-RPT-LINE.
025400     WRITE SPLIT-RPT-LINE.
025500     WRITE SPLIT-RPT-LINE FROM WS-COLUMN-LINE.
025600     PERFORM 1100-CLEAR-PARTITION THRU 1100-EXIT
025700         VARYING WS-PART-SUB FROM 1 BY 1 UNTIL WS-PART-SUB > 8.
025800     MOVE SPACES                      TO WS-CUR-OWNER-USER.
025900     MOVE ZERO                        TO WS-CUR-PAYER-NUMBER.
026000     OPEN INPUT  TAX-FORM-FILE.
026100     OPEN EXTEND RUN-CONTROL-FILE.
026200     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
026300     SET FIRST-PASS TO TRUE.
026400     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
026500 1000-EXIT.
026600     EXIT.
026700*---------------------------------------------------------------*
026800*    1100-CLEAR-PARTITION                                       *
026900*---------------------------------------------------------------*
027000 1100-CLEAR-PARTITION.
027100     MOVE ZERO   TO PT-RECORD-COUNT (WS-PART-SUB)
027200                    PT-GROUP-COUNT (WS-PART-SUB)
027300                    PT-FIRST-PAYER-NUMBER (WS-PART-SUB)
027400                    PT-LAST-PAYER-NUMBER (WS-PART-SUB).
027500     MOVE SPACES TO PT-FIRST-OWNER-USER (WS-PART-SUB)
027600                    PT-LAST-OWNER-USER (WS-PART-SUB).
027700 1100-EXIT.
027800     EXIT.
027900*---------------------------------------------------------------*
028000*    2000-COUNT-RECORD -- FIRST PASS.  THE RECORDS ARE COUNTED  *
028100*    AS THEY ARE READ; THE PAYER GROUPS ARE COUNTED HERE.       *
028200*---------------------------------------------------------------*
028300 2000-COUNT-RECORD.
028400     IF TAX-FORMS-PAYER-RECORD
028500             AND (OWNER-USER NOT = WS-CUR-OWNER-USER
028600                  OR PAYER-NUMBER NOT = WS-CUR-PAYER-NUMBER)
028700         ADD 1 TO WS-INPUT-GROUP-COUNT
028800         MOVE OWNER-USER              TO WS-CUR-OWNER-USER
028900         MOVE PAYER-NUMBER            TO WS-CUR-PAYER-NUMBER
029000     END-IF.
029100     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400*---------------------------------------------------------------*
029500*    2900-START-SECOND-PASS -- SIZE EACH PARTITION'S SHARE,     *
029600*    OPEN THE PARTITIONS AND REOPEN THE TAX FORM FILE.          *
029700*---------------------------------------------------------------*
029800 2900-START-SECOND-PASS.
029900     COMPUTE WS-SHARE-SIZE =
030000         (WS-RC-RECORDS-READ + WS-PARTITION-COUNT - 1)
030100             / WS-PARTITION-COUNT.
030200     MOVE WS-SHARE-SIZE               TO WS-CUTOFF-COUNT.
030300     CLOSE TAX-FORM-FILE.
030400     OPEN INPUT  TAX-FORM-FILE.
030500     PERFORM 2910-OPEN-PARTITION THRU 2910-EXIT
030600         VARYING WS-PART-SUB FROM 1 BY 1
030700         UNTIL WS-PART-SUB > WS-PARTITION-COUNT.
030800     MOVE 'N'    TO WS-EOF-SW.
030900     MOVE SPACES TO WS-CUR-OWNER-USER.
031000     MOVE ZERO   TO WS-CUR-PAYER-NUMBER.
031100     MOVE 1      TO WS-PART-SUB.
031200     SET SECOND-PASS TO TRUE.
031300     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
031400 2900-EXIT.
031500     EXIT.
031600*---------------------------------------------------------------*
031700*    2910-OPEN-PARTITION                                        *
031800*---------------------------------------------------------------*
031900 2910-OPEN-PARTITION.
032000     EVALUATE WS-PART-SUB
032100         WHEN 1
032200             OPEN OUTPUT PARTITION-FILE-1
032300         WHEN 2
032400             OPEN OUTPUT PARTITION-FILE-2
032500         WHEN 3
032600             OPEN OUTPUT PARTITION-FILE-3
032700         WHEN 4
032800             OPEN OUTPUT PARTITION-FILE-4
032900         WHEN 5
033000             OPEN OUTPUT PARTITION-FILE-5
033100         WHEN 6
033200             OPEN OUTPUT PARTITION-FILE-6
033300         WHEN 7
033400             OPEN OUTPUT PARTITION-FILE-7
033500         WHEN 8
033600             OPEN OUTPUT PARTITION-FILE-8
033700     END-EVALUATE.
033800 2910-EXIT.
033900     EXIT.
034000*---------------------------------------------------------------*
034100*    3000-SPLIT-RECORD -- SECOND PASS.  AN 'A' RECORD FOR A NEW *
034200*    OWNER-USER / PAYER-NUMBER IS THE ONLY PLACE A PARTITION    *
034300*    MAY END.                                                   *
034400*---------------------------------------------------------------*
034500 3000-SPLIT-RECORD.
034600     IF TAX-FORMS-PAYER-RECORD
034700             AND (OWNER-USER NOT = WS-CUR-OWNER-USER
034800                  OR PAYER-NUMBER NOT = WS-CUR-PAYER-NUMBER)
034900         PERFORM 3100-START-GROUP THRU 3100-EXIT
035000     END-IF.
035100     PERFORM 3200-WRITE-RECORD THRU 3200-EXIT.
035200     PERFORM 7000-READ-TAX-FORM THRU 7000-EXIT.
035300 3000-EXIT.
035400     EXIT.
035500*---------------------------------------------------------------*
035600*    3100-START-GROUP -- ONCE THE RECORDS WRITTEN SO FAR REACH  *
035700*    THE CURRENT PARTITION'S CUTOFF, THE NEW GROUP STARTS THE   *
035800*    NEXT PARTITION.  THE LAST PARTITION TAKES WHAT IS LEFT.    *
035900*---------------------------------------------------------------*
036000 3100-START-GROUP.
036100     IF WS-WRITTEN-COUNT NOT < WS-CUTOFF-COUNT
036200             AND WS-WRITTEN-COUNT > ZERO
036300             AND WS-PART-SUB < WS-PARTITION-COUNT
036400         ADD 1 TO WS-PART-SUB
036500         COMPUTE WS-CUTOFF-COUNT = WS-SHARE-SIZE * WS-PART-SUB
036600     END-IF.
036700     MOVE OWNER-USER                  TO WS-CUR-OWNER-USER.
036800     MOVE PAYER-NUMBER                TO WS-CUR-PAYER-NUMBER.
036900     ADD 1 TO PT-GROUP-COUNT (WS-PART-SUB)
037000              WS-OUTPUT-GROUP-COUNT.
037100     IF PT-GROUP-COUNT (WS-PART-SUB) = 1
037200         MOVE OWNER-USER   TO PT-FIRST-OWNER-USER (WS-PART-SUB)
037300         MOVE PAYER-NUMBER TO PT-FIRST-PAYER-NUMBER (WS-PART-SUB)
037400     END-IF.
037500     MOVE OWNER-USER       TO PT-LAST-OWNER-USER (WS-PART-SUB).
037600     MOVE PAYER-NUMBER     TO PT-LAST-PAYER-NUMBER (WS-PART-SUB).
037700 3100-EXIT.
037800     EXIT.
037900*---------------------------------------------------------------*
038000*    3200-WRITE-RECORD                                          *
038100*---------------------------------------------------------------*
038200 3200-WRITE-RECORD.
038300     EVALUATE WS-PART-SUB
038400         WHEN 1
038500             WRITE PARTITION-RECORD-1 FROM EQC861P3
038600         WHEN 2
038700             WRITE PARTITION-RECORD-2 FROM EQC861P3
038800         WHEN 3
038900             WRITE PARTITION-RECORD-3 FROM EQC861P3
039000         WHEN 4
039100             WRITE PARTITION-RECORD-4 FROM EQC861P3
039200         WHEN 5
039300             WRITE PARTITION-RECORD-5 FROM EQC861P3
039400         WHEN 6
039500             WRITE PARTITION-RECORD-6 FROM EQC861P3
039600         WHEN 7
039700             WRITE PARTITION-RECORD-7 FROM EQC861P3
039800         WHEN 8
039900             WRITE PARTITION-RECORD-8 FROM EQC861P3
040000     END-EVALUATE.
040100     ADD 1 TO PT-RECORD-COUNT (WS-PART-SUB)
040200              WS-WRITTEN-COUNT.
040300 3200-EXIT.
040400     EXIT.
040500*---------------------------------------------------------------*
040600*    7000-READ-TAX-FORM -- THE INPUT COUNT IS TAKEN ON THE      *
040700*    FIRST PASS ONLY.                                           *
040800*---------------------------------------------------------------*
040900 7000-READ-TAX-FORM.
041000     READ TAX-FORM-FILE
041100         AT END
041200             SET END-OF-TAX-FORM-FILE TO TRUE
041300         NOT AT END
041400             IF FIRST-PASS
041500                 ADD 1 TO WS-RC-RECORDS-READ
041600                 IF WS-RC-TAX-YEAR = ZERO
041700                     MOVE TAX-YEAR TO WS-RC-TAX-YEAR
041800                 END-IF
041900             END-IF
042000     END-READ.
042100 7000-EXIT.
042200     EXIT.
042300*---------------------------------------------------------------*
042400*    8000-FINISH -- LIST THE PARTITIONS AND BALANCE THEM BACK   *
042500*    TO THE INPUT.                                              *
042600*---------------------------------------------------------------*
042700 8000-FINISH.
042800     PERFORM 8100-PRINT-PARTITION THRU 8100-EXIT
042900         VARYING WS-PART-SUB FROM 1 BY 1
043000         UNTIL WS-PART-SUB > WS-PARTITION-COUNT.
043100     MOVE SPACES                      TO SPLIT-RPT-LINE.
043200     WRITE SPLIT-RPT-LINE.
043300     MOVE 'PARTITIONS WRITTEN ------------ ' TO WS-T-CAPTION.
043400     MOVE WS-PARTITION-COUNT          TO WS-T-COUNT.
043500     WRITE SPLIT-RPT-LINE FROM WS-TOTAL-LINE.
043600     MOVE 'RECORDS READ ------------------ ' TO WS-T-CAPTION.
043700     MOVE WS-RC-RECORDS-READ          TO WS-T-COUNT.
043800     WRITE SPLIT-RPT-LINE FROM WS-TOTAL-LINE.
043900     MOVE 'RECORDS WRITTEN --------------- ' TO WS-T-CAPTION.
044000     MOVE WS-WRITTEN-COUNT            TO WS-T-COUNT.
044100     WRITE SPLIT-RPT-LINE FROM WS-TOTAL-LINE.
044200     MOVE 'PAYER GROUPS READ ------------- ' TO WS-T-CAPTION.
044300     MOVE WS-INPUT-GROUP-COUNT        TO WS-T-COUNT.
044400     WRITE SPLIT-RPT-LINE FROM WS-TOTAL-LINE.
044500     MOVE 'PAYER GROUPS WRITTEN ---------- ' TO WS-T-CAPTION.
044600     MOVE WS-OUTPUT-GROUP-COUNT       TO WS-T-COUNT.
044700     WRITE SPLIT-RPT-LINE FROM WS-TOTAL-LINE.
044800     IF WS-WRITTEN-COUNT = WS-RC-RECORDS-READ
044900             AND WS-OUTPUT-GROUP-COUNT = WS-INPUT-GROUP-COUNT
045000         MOVE 'PARTITIONS BALANCE TO THE INPUT FILE'
045100                                      TO WS-B-MESSAGE
045200     ELSE
045300         MOVE '*** PARTITIONS DO NOT BALANCE TO THE INPUT FILE'
045400                                      TO WS-B-MESSAGE
045500         MOVE 8 TO RETURN-CODE
045600     END-IF.
045700     WRITE SPLIT-RPT-LINE FROM WS-BALANCE-LINE.
045800     CLOSE TAX-FORM-FILE SPLIT-RPT.
045900     PERFORM 8200-CLOSE-PARTITION THRU 8200-EXIT
046000         VARYING WS-PART-SUB FROM 1 BY 1
046100         UNTIL WS-PART-SUB > WS-PARTITION-COUNT.
046200     PERFORM 9050-WRITE-PARTITION-ENTRY THRU 9050-EXIT
046300         VARYING WS-PART-SUB FROM 1 BY 1
046400         UNTIL WS-PART-SUB > WS-PARTITION-COUNT.
046500     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
046600     CLOSE RUN-CONTROL-FILE.
046700 8000-EXIT.
046800     EXIT.
046900*---------------------------------------------------------------*
047000*    8100-PRINT-PARTITION                                       *
047100*---------------------------------------------------------------*
047200 8100-PRINT-PARTITION.
047300     MOVE WS-PART-SUB                 TO WS-D-PARTITION-ID.
047400     MOVE PT-RECORD-COUNT (WS-PART-SUB)
047500                                      TO WS-D-RECORD-COUNT.
047600     MOVE PT-GROUP-COUNT (WS-PART-SUB)
047700                                      TO WS-D-GROUP-COUNT.
047800     MOVE PT-FIRST-OWNER-USER (WS-PART-SUB)
047900                                      TO WS-D-FIRST-OWNER-USER.
048000     MOVE PT-FIRST-PAYER-NUMBER (WS-PART-SUB)
048100                                      TO WS-D-FIRST-PAYER-NUMBER.
048200     MOVE PT-LAST-OWNER-USER (WS-PART-SUB)
048300                                      TO WS-D-LAST-OWNER-USER.
048400     MOVE PT-LAST-PAYER-NUMBER (WS-PART-SUB)
048500                                      TO WS-D-LAST-PAYER-NUMBER.
048600     MOVE SPACES                      TO WS-D-REMARK.
048700     IF PT-RECORD-COUNT (WS-PART-SUB) = ZERO
048800         MOVE 'EMPTY PARTITION'       TO WS-D-REMARK
048900     END-IF.
049000     WRITE SPLIT-RPT-LINE FROM WS-DETAIL-LINE.
049100 8100-EXIT.
049200     EXIT.
049300*---------------------------------------------------------------*
049400*    8200-CLOSE-PARTITION                                       *
049500*---------------------------------------------------------------*
049600 8200-CLOSE-PARTITION.
049700     EVALUATE WS-PART-SUB
049800         WHEN 1
049900             CLOSE PARTITION-FILE-1
050000         WHEN 2
050100             CLOSE PARTITION-FILE-2
050200         WHEN 3
050300             CLOSE PARTITION-FILE-3
050400         WHEN 4
050500             CLOSE PARTITION-FILE-4
050600         WHEN 5
050700             CLOSE PARTITION-FILE-5
050800         WHEN 6
050900             CLOSE PARTITION-FILE-6
051000         WHEN 7
051100             CLOSE PARTITION-FILE-7
051200         WHEN 8
051300             CLOSE PARTITION-FILE-8
051400     END-EVALUATE.
051500 8200-EXIT.
051600     EXIT.
051700*---------------------------------------------------------------*
051800*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
051900*---------------------------------------------------------------*
052000 9000-WRITE-RUN-OPEN.
052100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
052200     ACCEPT WS-RUN-TIME FROM TIME.
052300     MOVE SPACES TO EQC861P22.
052400     INITIALIZE EQC861P22.
052500     MOVE 'EQC861P67'            TO RC-PROGRAM-ID.
052600     SET RC-OPEN-ENTRY TO TRUE.
052700     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
052800     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
052900     SET RC-STEP-STARTED TO TRUE.
053000     WRITE EQC861P22.
053100 9000-EXIT.
053200     EXIT.
053300*---------------------------------------------------------------*
053400*    9050-WRITE-PARTITION-ENTRY -- ONE RUN-CONTROL ENTRY PER    *
053500*    PARTITION, CARRYING ITS ID AND RECORD COUNT.               *
053600*---------------------------------------------------------------*
053700 9050-WRITE-PARTITION-ENTRY.
053800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
053900     ACCEPT WS-RUN-TIME FROM TIME.
054000     MOVE SPACES TO EQC861P22.
054100     INITIALIZE EQC861P22.
054200     MOVE 'EQC861P67'            TO RC-PROGRAM-ID.
054300     SET RC-PARTITION-ENTRY TO TRUE.
054400     MOVE WS-PART-SUB                 TO WS-PARTITION-ID.
054500     MOVE WS-PARTITION-ID             TO RC-PARTITION-ID.
054600     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
054700     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
054800     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
054900     MOVE PT-RECORD-COUNT (WS-PART-SUB) TO RC-RECORDS-READ
055000                                           RC-RECORDS-WRITTEN.
055100     MOVE ZERO                        TO RC-EXCEPTION-COUNT.
055200     SET RC-STEP-COMPLETED TO TRUE.
055300     WRITE EQC861P22.
055400 9050-EXIT.
055500     EXIT.
055600*---------------------------------------------------------------*
055700*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE    *
055800*---------------------------------------------------------------*
055900 9100-WRITE-RUN-CLOSE.
056000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
056100     ACCEPT WS-RUN-TIME FROM TIME.
056200     MOVE SPACES TO EQC861P22.
056300     INITIALIZE EQC861P22.
056400     MOVE 'EQC861P67'            TO RC-PROGRAM-ID.
056500     SET RC-CLOSE-ENTRY TO TRUE.
056600     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
056700     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
056800     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
056900     MOVE WS-RC-RECORDS-READ           TO RC-RECORDS-READ.
057000     MOVE WS-WRITTEN-COUNT             TO RC-RECORDS-WRITTEN.
057100     MOVE ZERO                         TO RC-EXCEPTION-COUNT.
057200     SET RC-STEP-COMPLETED TO TRUE.
057300     WRITE EQC861P22.
057400 9100-EXIT.
057500     EXIT.
057600*---------------------------------------------------------------*
057700*    9999-EXIT -- COMMON PROGRAM EXIT                            *
057800*---------------------------------------------------------------*
057900 9999-EXIT.
058000     STOP RUN.
