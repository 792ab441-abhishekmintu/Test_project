002300*        TIN EDIT (EQC861P14) AND THE CONTROL-TOTAL BALANCE
002400*        (EQC861P5) HAD BOTH COMPLETED, WHICH IS THE ORDER THE
002500*        SEASON SCHEDULE REQUIRES BEFORE A TAPE MAY BE CUT.
002502*      - A PARTITIONED SEASON RUN WHOSE STEPS DID NOT EACH RUN
002504*        EVERY PARTITION CUT BY THE LAST SPLIT (EQC861P67), OR
002506*        READ A PARTITION COUNT OTHER THAN THE SPLIT WROTE, OR
002508*        WHOSE PARTITIONS DO NOT ADD BACK TO THE SPLIT'S INPUT.
002510*        THE PARTITION BALANCE SECTION LISTS EACH STEP'S COUNT
002512*        BY PARTITION AGAINST THE SPLIT'S.
002600*
002700*    THE INQUIRY (EQC861P16) AND HISTORY RETRIEVAL STEPS ARE
002800*    AD HOC AND DO NOT WRITE RUN-CONTROL ENTRIES.
003410*    09/02/2026 CT08841   ADD THE 1042-S SUBMISSION EXTRACT
003412*                         (EQC861P41) TO THE TAX FORM READER
003414*                         LIST.
003415*    10/15/2026 CT08841   ADD THE FILING-STATUS OPEN-ITEMS
003416*                         REPORT (EQC861P45) TO THE TAX FORM
003417*                         READER LIST.
003418*    10/15/2026 CT08841   ADD THE NCOA EXTRACT (EQC861P48) TO
003419*                         THE TAX FORM READER LIST.
003421*    10/15/2026 CT08841   ADD THE REPORTING-THRESHOLD SCREEN
003423*                         (EQC861P51) TO THE TAX FORM READER
003425*                         LIST.
003427*    10/15/2026 CT08841   ADD THE COMPOSITE STATEMENT RUN
003429*                         (EQC861P54) TO THE TAX FORM READER
003431*                         LIST.
003433*    10/15/2026 CT08841   SHOW THE PARTITION ID OF EACH ENTRY,
003435*                         PAIR AND GATE-CHECK ENTRIES WITHIN A
003437*                         PARTITION, TAKE THE BASELINE ONLY
003439*                         FROM AN UNPARTITIONED BALANCE, ADD
003441*                         THE PARTITION SPLIT (EQC861P67) TO
003443*                         THE TAX FORM READER LIST AND PRINT
003445*                         THE PARTITION BALANCE SECTION.
003447*    10/15/2026 CT08841   ADD THE EFW2C W-2 CORRECTION SUBMISSION
003449*                         (EQC861P69) TO THE TAX FORM READER LIST.
003451*    10/15/2026 CT08841   GATE-CHECK EVERY TAPE-BUILD OPEN, NOT
003453*                         ONLY THE FIRST ONE ON THE FILE.
003490******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.    IBM-370.
006200     88  BASELINE-COUNT-KNOWN             VALUE 'Y'.
006300 77  WS-PAIR-FOUND-SW                 PIC X(01)   VALUE 'N'.
006400     88  CLOSE-ENTRY-FOUND                VALUE 'Y'.
006402 77  WS-STEP-FOUND-SW                 PIC X(01)   VALUE 'N'.
006404     88  PARTITION-STEP-FOUND             VALUE 'Y'.
006500*---------------------------------------------------------------*
006600*    WORK AREAS                                                *
006700*---------------------------------------------------------------*
007500                                          VALUE ZERO.
007600 77  WS-OVERFLOW-COUNT                PIC 9(07)   COMP-3
007700                                          VALUE ZERO.
007702 77  WS-PART-SUB                      PIC 9(02)   COMP.
007704 77  WS-STEP-SUB                      PIC 9(02)   COMP.
007706 77  WS-FOUND-STEP-SUB                PIC 9(02)   COMP.
007708 77  WS-STEP-COUNT                    PIC 9(02)   COMP VALUE ZERO.
007710 77  WS-SPLIT-CLOSE-SUB               PIC 9(04)   COMP VALUE ZERO.
007712 77  WS-SPLIT-PARTS                   PIC 9(02)   COMP VALUE ZERO.
007714 77  WS-WORK-PARTS                    PIC 9(02)   COMP VALUE ZERO.
007716 77  WS-PART-TOTAL                    PIC 9(09)   COMP-3
007718                                          VALUE ZERO.
007720 01  WS-PARTITION-WORK.
007722     05  WS-PARTITION-X               PIC X(02).
007724     05  WS-PARTITION-N  REDEFINES  WS-PARTITION-X
007726                                      PIC 9(02).
007800*---------------------------------------------------------------*
007900*    THE EQC861 STEPS THAT READ THE TAX FORM FILE -- THE SET     *
008000*    WHOSE INPUT COUNTS MUST AGREE WITH THE BALANCING STEP'S.    *
009870     05  FILLER              PIC X(09)   VALUE 'EQC861P35'.
009880     05  FILLER              PIC X(09)   VALUE 'EQC861P36'.
009890     05  FILLER              PIC X(09)   VALUE 'EQC861P40'.
009891     05  FILLER              PIC X(09)   VALUE 'EQC861P41'.
009892     05  FILLER              PIC X(09)   VALUE 'EQC861P45'.
009893     05  FILLER              PIC X(09)   VALUE 'EQC861P48'.
009894     05  FILLER              PIC X(09)   VALUE 'EQC861P51'.
009895     05  FILLER              PIC X(09)   VALUE 'EQC861P54'.
009897     05  FILLER              PIC X(09)   VALUE 'EQC861P67'.
009898     05  FILLER              PIC X(09)   VALUE 'EQC861P69'.
009900 01  WS-READER-LIST-R  REDEFINES  WS-READER-LIST.
010000     05  WS-READER-ID  OCCURS 28 TIMES
010100                                      PIC X(09).
010200*---------------------------------------------------------------*
010300*    RUN HISTORY TABLE                                          *
011500         10  RH-EXCEPTION-COUNT       PIC 9(09)   COMP-3.
011600         10  RH-COMPLETION-STATUS     PIC X(01).
011700         10  RH-PAIRED-SW             PIC X(01).
011702         10  RH-PARTITION-ID          PIC X(02).
011704*---------------------------------------------------------------*
011706*    PARTITION BALANCE TABLES -- WHAT THE LAST COMPLETED SPLIT  *
011708*    WROTE TO EACH PARTITION, AND WHAT EACH STEP THAT RAN       *
011710*    AGAINST THE PARTITIONS AFTER IT READ FROM EACH ONE.        *
011712*---------------------------------------------------------------*
011714 01  WS-SPLIT-TABLE.
011716     05  WS-SPLIT-PART OCCURS 8 TIMES.
011718         10  SP-WORK-RECORDS          PIC 9(09)   COMP-3.
011720         10  SP-RECORDS               PIC 9(09)   COMP-3.
011722 01  WS-PART-STEP-TABLE.
011724     05  PS-ENTRY OCCURS 20 TIMES.
011726         10  PS-PROGRAM-ID            PIC X(09).
011728         10  PS-PART OCCURS 8 TIMES.
011730             15  PS-FOUND-SW          PIC X(01).
011732             15  PS-RECORDS-READ      PIC 9(09)   COMP-3.
011800*---------------------------------------------------------------*
011900*    REPORT LINES                                               *
012000*---------------------------------------------------------------*
013300     05  FILLER              PIC X(14)   VALUE 'WRITTEN'.
013400     05  FILLER              PIC X(12)   VALUE 'EXCEPTIONS'.
013500     05  FILLER              PIC X(06)   VALUE 'STAT'.
013502     05  FILLER              PIC X(04)   VALUE 'PART'.
013600 01  WS-HISTORY-LINE.
013700     05  WS-H-PROGRAM-ID              PIC X(09).
013800     05  FILLER                       PIC X(03)   VALUE SPACES.
015100     05  WS-H-EXCEPTION-COUNT         PIC ZZZ,ZZZ,ZZ9.
015200     05  FILLER                       PIC X(04)   VALUE SPACES.
015300     05  WS-H-STATUS                  PIC X(01).
015302     05  FILLER                       PIC X(05)   VALUE SPACES.
015304     05  WS-H-PARTITION-ID            PIC X(02).
015400 01  WS-INCOMPLETE-LINE.
015500     05  FILLER                       PIC X(05)   VALUE '*** '.
015600     05  WS-I-PROGRAM-ID              PIC X(09).
018900     05  FILLER                       PIC X(24)
019000         VALUE 'CONDITIONS FLAGGED ---- '.
019100     05  WS-T-FLAG-COUNT              PIC ZZZ,ZZ9.
019102 01  WS-PART-HEADING-LINE.
019104     05  FILLER              PIC X(05)   VALUE SPACES.
019106     05  FILLER              PIC X(50)
019108         VALUE 'PARTITION BALANCE TO THE LAST EQC861P67 SPLIT'.
019110 01  WS-PART-COLUMN-LINE.
019112     05  FILLER              PIC X(01)   VALUE SPACE.
019114     05  FILLER              PIC X(10)   VALUE 'PROGRAM'.
019116     05  FILLER              PIC X(12)   VALUE '        PT01'.
019118     05  FILLER              PIC X(12)   VALUE '        PT02'.
019120     05  FILLER              PIC X(12)   VALUE '        PT03'.
019122     05  FILLER              PIC X(12)   VALUE '        PT04'.
019124     05  FILLER              PIC X(12)   VALUE '        PT05'.
019126     05  FILLER              PIC X(12)   VALUE '        PT06'.
019128     05  FILLER              PIC X(12)   VALUE '        PT07'.
019130     05  FILLER              PIC X(12)   VALUE '        PT08'.
019132     05  FILLER              PIC X(13)   VALUE '        TOTAL'.
019134 01  WS-PART-LINE.
019136     05  WS-P-PROGRAM-ID              PIC X(09).
019138     05  FILLER                       PIC X(02).
019140     05  WS-P-COLUMN OCCURS 8 TIMES.
019142         10  FILLER                   PIC X(01).
019144         10  WS-P-COUNT               PIC ZZZ,ZZZ,ZZ9.
019146     05  FILLER                       PIC X(02).
019148     05  WS-P-TOTAL                   PIC ZZZ,ZZZ,ZZ9.
019150 01  WS-SPLIT-FLAG-LINE.
019152     05  FILLER                       PIC X(05)   VALUE '*** '.
019154     05  FILLER                       PIC X(40)
019156         VALUE 'EQC861P67 PARTITIONS DO NOT ADD BACK TO'.
019158     05  FILLER                       PIC X(16)
019160         VALUE 'THE SPLIT INPUT'.
019162 01  WS-PART-FLAG-LINE.
019164     05  FILLER                       PIC X(05)   VALUE '*** '.
019166     05  WS-F-PROGRAM-ID              PIC X(09).
019168     05  FILLER                       PIC X(11)
019170         VALUE ' PARTITION '.
019172     05  WS-F-PARTITION-ID            PIC 9(02).
019174     05  WS-F-MESSAGE                 PIC X(44).
019200 PROCEDURE DIVISION.
019300*---------------------------------------------------------------*
019400*    0000-MAINLINE                                              *
023200         MOVE RC-COMPLETION-STATUS
023300                                TO RH-COMPLETION-STATUS (WS-SUB)
023400         MOVE 'N'               TO RH-PAIRED-SW (WS-SUB)
023402         MOVE RC-PARTITION-ID   TO RH-PARTITION-ID (WS-SUB)
023500     ELSE
023600         ADD 1 TO WS-OVERFLOW-COUNT
023700     END-IF.
026500                                      TO WS-H-EXCEPTION-COUNT.
026600     MOVE RH-COMPLETION-STATUS (WS-SUB)
026700                                      TO WS-H-STATUS.
026702     MOVE RH-PARTITION-ID (WS-SUB)   TO WS-H-PARTITION-ID.
026800     WRITE STATUS-RPT-LINE FROM WS-HISTORY-LINE.
026900 3100-EXIT.
027000     EXIT.
028500                 UNTIL WS-SUB > WS-ENTRY-COUNT
028600     END-IF.
028700     PERFORM 4400-CHECK-TAPE-GATE THRU 4400-EXIT.
028702     PERFORM 4500-BALANCE-PARTITIONS THRU 4500-EXIT.
028800 4000-EXIT.
028900     EXIT.
029000*---------------------------------------------------------------*
031500             AND RH-ENTRY-TYPE (WS-SCAN-SUB) = 'C'
031600             AND RH-PROGRAM-ID (WS-SCAN-SUB) =
031700                 RH-PROGRAM-ID (WS-SUB)
031702             AND RH-PARTITION-ID (WS-SCAN-SUB) =
031704                 RH-PARTITION-ID (WS-SUB)
031800             AND RH-PAIRED-SW (WS-SCAN-SUB) = 'N'
031900         MOVE 'Y' TO RH-PAIRED-SW (WS-SCAN-SUB)
032000         SET CLOSE-ENTRY-FOUND TO TRUE
032900     IF RH-PROGRAM-ID (WS-SUB) = 'EQC861P5'
033000             AND RH-ENTRY-TYPE (WS-SUB) = 'C'
033100             AND RH-COMPLETION-STATUS (WS-SUB) = 'C'
033102             AND RH-PARTITION-ID (WS-SUB) = SPACES
033200         MOVE RH-RECORDS-READ (WS-SUB) TO WS-BASELINE-COUNT
033300         SET BASELINE-COUNT-KNOWN TO TRUE
033400     END-IF.
034100 4300-CHECK-COUNTS.
034200     IF RH-ENTRY-TYPE (WS-SUB) NOT = 'C'
034300             OR RH-PROGRAM-ID (WS-SUB) = 'EQC861P5'
034302             OR RH-PARTITION-ID (WS-SUB) NOT = SPACES
034400         GO TO 4300-EXIT
034500     END-IF.
034600     PERFORM 4310-CHECK-READER THRU 4310-EXIT
034700         VARYING WS-READER-SUB FROM 1 BY 1
034800             UNTIL WS-READER-SUB > 28.
034900 4300-EXIT.
035000     EXIT.
035100*---------------------------------------------------------------*
036000         MOVE WS-BASELINE-COUNT        TO WS-M-BASELINE-COUNT
036100         WRITE STATUS-RPT-LINE FROM WS-MISMATCH-LINE
036200         ADD 1 TO WS-FLAG-COUNT
036300         MOVE 29 TO WS-READER-SUB
036400     END-IF.
036500 4310-EXIT.
036600     EXIT.
036700*---------------------------------------------------------------*
036800*    4400-CHECK-TAPE-GATE -- THE TIN EDIT AND THE BALANCE MUST   *
036900*    BOTH HAVE COMPLETED BEFORE THE TAPE-BUILD OPENS.  EVERY     *
037000*    TAPE-BUILD OPEN IS CHECKED, SO EACH PARTITION OF A          *
037100*    PARTITIONED RUN IS GATED ON ITS OWN TIN EDIT AND BALANCE.   *
037200*---------------------------------------------------------------*
037300 4400-CHECK-TAPE-GATE.
037400     PERFORM 4410-CHECK-P7-OPEN THRU 4410-EXIT
037500         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-ENTRY-COUNT.
037600 4400-EXIT.
037700     EXIT.
037800*---------------------------------------------------------------*
037900*    4410-CHECK-P7-OPEN                                         *
038000*---------------------------------------------------------------*
038100 4410-CHECK-P7-OPEN.
038200     IF RH-PROGRAM-ID (WS-SUB) NOT = 'EQC861P7'
038300             OR RH-ENTRY-TYPE (WS-SUB) NOT = 'O'
038400         GO TO 4410-EXIT
038500     END-IF.
038600     MOVE WS-SUB TO WS-P7-OPEN-SUB.
038700     MOVE 'EQC861P14' TO WS-G-PROGRAM-ID.
038800     PERFORM 4420-CHECK-REQUIRED-STEP THRU 4420-EXIT.
038900     MOVE 'EQC861P5 ' TO WS-G-PROGRAM-ID.
039000     PERFORM 4420-CHECK-REQUIRED-STEP THRU 4420-EXIT.
039100 4410-EXIT.
039200     EXIT.
039500*---------------------------------------------------------------*
039600*    4420-CHECK-REQUIRED-STEP -- A COMPLETED CLOSE ENTRY OF THE  *
039700*    REQUIRED STEP MUST SIT AHEAD OF THE TAPE-BUILD OPEN.        *
041500     IF RH-PROGRAM-ID (WS-SCAN-SUB) = WS-G-PROGRAM-ID
041600             AND RH-ENTRY-TYPE (WS-SCAN-SUB) = 'C'
041700             AND RH-COMPLETION-STATUS (WS-SCAN-SUB) = 'C'
041702             AND RH-PARTITION-ID (WS-SCAN-SUB) =
041704                 RH-PARTITION-ID (WS-P7-OPEN-SUB)
041800         SET CLOSE-ENTRY-FOUND TO TRUE
041900     END-IF.
042000 4430-EXIT.
042100     EXIT.
042110*---------------------------------------------------------------*
042120*    4500-BALANCE-PARTITIONS -- WHEN THE SEASON STEPS RAN       *
042130*    AGAINST EQC861P67 PARTITIONS, LIST WHAT THE LAST COMPLETED *
042140*    SPLIT WROTE TO EACH PARTITION AND WHAT EACH STEP READ FROM *
042150*    IT SINCE, AND BALANCE THE SPLIT TO ITS OWN INPUT.          *
042160*---------------------------------------------------------------*
042170 4500-BALANCE-PARTITIONS.
042180     MOVE ZERO TO WS-SPLIT-CLOSE-SUB WS-STEP-COUNT WS-WORK-PARTS.
042190     PERFORM 4510-FIND-SPLIT THRU 4510-EXIT
042200         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-ENTRY-COUNT.
042210     IF WS-SPLIT-CLOSE-SUB = ZERO
042220         GO TO 4500-EXIT
042230     END-IF.
042240     PERFORM 4520-LOAD-PARTITION-STEP THRU 4520-EXIT
042250         VARYING WS-SUB FROM WS-SPLIT-CLOSE-SUB BY 1
042260             UNTIL WS-SUB > WS-ENTRY-COUNT.
042270     MOVE SPACES TO STATUS-RPT-LINE.
042280     WRITE STATUS-RPT-LINE.
042290     WRITE STATUS-RPT-LINE FROM WS-PART-HEADING-LINE.
042300     WRITE STATUS-RPT-LINE FROM WS-PART-COLUMN-LINE.
042310     MOVE SPACES                      TO WS-PART-LINE.
042320     MOVE 'EQC861P67'                 TO WS-P-PROGRAM-ID.
042330     MOVE ZERO                        TO WS-PART-TOTAL.
042340     PERFORM 4530-FORMAT-SPLIT-COUNT THRU 4530-EXIT
042350         VARYING WS-PART-SUB FROM 1 BY 1
042360             UNTIL WS-PART-SUB > WS-SPLIT-PARTS.
042370     MOVE WS-PART-TOTAL               TO WS-P-TOTAL.
042380     WRITE STATUS-RPT-LINE FROM WS-PART-LINE.
042390     IF WS-PART-TOTAL NOT = RH-RECORDS-READ (WS-SPLIT-CLOSE-SUB)
042400         WRITE STATUS-RPT-LINE FROM WS-SPLIT-FLAG-LINE
042410         ADD 1 TO WS-FLAG-COUNT
042420     END-IF.
042430     IF WS-STEP-COUNT > ZERO
042440         PERFORM 4540-PRINT-PARTITION-STEP THRU 4540-EXIT
042450             VARYING WS-STEP-SUB FROM 1 BY 1
042460                 UNTIL WS-STEP-SUB > WS-STEP-COUNT
042470     END-IF.
042480 4500-EXIT.
042490     EXIT.
042500*---------------------------------------------------------------*
042510*    4510-FIND-SPLIT -- A SPLIT'S OPEN ENTRY STARTS A NEW SET   *
042520*    OF PARTITION ('P') ENTRIES; ITS COMPLETED CLOSE ENTRY      *
042530*    MAKES THAT SET THE ONE TO BALANCE TO.                      *
042540*---------------------------------------------------------------*
042550 4510-FIND-SPLIT.
042560     IF RH-PROGRAM-ID (WS-SUB) NOT = 'EQC861P67'
042570         GO TO 4510-EXIT
042580     END-IF.
042590     IF RH-ENTRY-TYPE (WS-SUB) = 'O'
042600         PERFORM 4512-CLEAR-WORK-COUNT THRU 4512-EXIT
042610             VARYING WS-PART-SUB FROM 1 BY 1 UNTIL WS-PART-SUB > 8
042620         MOVE ZERO TO WS-WORK-PARTS
042630         GO TO 4510-EXIT
042640     END-IF.
042650     IF RH-ENTRY-TYPE (WS-SUB) = 'P'
042660         MOVE RH-PARTITION-ID (WS-SUB)  TO WS-PARTITION-X
042670         IF WS-PARTITION-N NUMERIC
042680                 AND WS-PARTITION-N > ZERO
042690                 AND WS-PARTITION-N NOT > 8
042700             MOVE WS-PARTITION-N        TO WS-PART-SUB
042710             MOVE RH-RECORDS-WRITTEN (WS-SUB)
042720                         TO SP-WORK-RECORDS (WS-PART-SUB)
042730             IF WS-PART-SUB > WS-WORK-PARTS
042740                 MOVE WS-PART-SUB       TO WS-WORK-PARTS
042750             END-IF
042760         END-IF
042770         GO TO 4510-EXIT
042780     END-IF.
042790     IF RH-ENTRY-TYPE (WS-SUB) = 'C'
042800             AND RH-COMPLETION-STATUS (WS-SUB) = 'C'
042810         MOVE WS-SUB                    TO WS-SPLIT-CLOSE-SUB
042820         MOVE WS-WORK-PARTS             TO WS-SPLIT-PARTS
042830         PERFORM 4514-TAKE-SPLIT-COUNT THRU 4514-EXIT
042840             VARYING WS-PART-SUB FROM 1 BY 1 UNTIL WS-PART-SUB > 8
042850     END-IF.
042860 4510-EXIT.
042870     EXIT.
042880*---------------------------------------------------------------*
042890*    4512-CLEAR-WORK-COUNT                                      *
042900*---------------------------------------------------------------*
042910 4512-CLEAR-WORK-COUNT.
042920     MOVE ZERO TO SP-WORK-RECORDS (WS-PART-SUB).
042930 4512-EXIT.
042940     EXIT.
042950*---------------------------------------------------------------*
042960*    4514-TAKE-SPLIT-COUNT                                      *
042970*---------------------------------------------------------------*
042980 4514-TAKE-SPLIT-COUNT.
042990     MOVE SP-WORK-RECORDS (WS-PART-SUB)
043000                                  TO SP-RECORDS (WS-PART-SUB).
043010 4514-EXIT.
043020     EXIT.
043030*---------------------------------------------------------------*
043040*    4520-LOAD-PARTITION-STEP -- TABLE THE LATEST COMPLETED     *
043050*    CLOSE ENTRY OF EACH STEP FOR EACH PARTITION.               *
043060*---------------------------------------------------------------*
043070 4520-LOAD-PARTITION-STEP.
043080     IF RH-ENTRY-TYPE (WS-SUB) NOT = 'C'
043090             OR RH-COMPLETION-STATUS (WS-SUB) NOT = 'C'
043100             OR RH-PARTITION-ID (WS-SUB) = SPACES
043110             OR RH-PROGRAM-ID (WS-SUB) = 'EQC861P67'
043120         GO TO 4520-EXIT
043130     END-IF.
043140     MOVE RH-PARTITION-ID (WS-SUB)    TO WS-PARTITION-X.
043150     IF WS-PARTITION-N NOT NUMERIC
043160             OR WS-PARTITION-N = ZERO
043170             OR WS-PARTITION-N > 8
043180         GO TO 4520-EXIT
043190     END-IF.
043200     MOVE 'N' TO WS-STEP-FOUND-SW.
043210     PERFORM 4525-FIND-STEP THRU 4525-EXIT
043220         VARYING WS-STEP-SUB FROM 1 BY 1
043230             UNTIL PARTITION-STEP-FOUND
043240                OR WS-STEP-SUB > WS-STEP-COUNT.
043250     IF NOT PARTITION-STEP-FOUND AND WS-STEP-COUNT NOT < 20
043260         GO TO 4520-EXIT
043270     END-IF.
043280     IF NOT PARTITION-STEP-FOUND
043290         PERFORM 4527-ADD-STEP THRU 4527-EXIT
043300     END-IF.
043310     MOVE WS-PARTITION-N              TO WS-PART-SUB.
043320     MOVE 'Y' TO PS-FOUND-SW (WS-FOUND-STEP-SUB, WS-PART-SUB).
043330     MOVE RH-RECORDS-READ (WS-SUB)
043340             TO PS-RECORDS-READ (WS-FOUND-STEP-SUB, WS-PART-SUB).
043350 4520-EXIT.
043360     EXIT.
043370*---------------------------------------------------------------*
043380*    4525-FIND-STEP                                             *
043390*---------------------------------------------------------------*
043400 4525-FIND-STEP.
043410     IF PS-PROGRAM-ID (WS-STEP-SUB) = RH-PROGRAM-ID (WS-SUB)
043420         MOVE WS-STEP-SUB               TO WS-FOUND-STEP-SUB
043430         SET PARTITION-STEP-FOUND TO TRUE
043440     END-IF.
043450 4525-EXIT.
043460     EXIT.
043470*---------------------------------------------------------------*
043480*    4527-ADD-STEP                                              *
043490*---------------------------------------------------------------*
043500 4527-ADD-STEP.
043510     ADD 1 TO WS-STEP-COUNT.
043520     MOVE WS-STEP-COUNT               TO WS-FOUND-STEP-SUB.
043530     MOVE RH-PROGRAM-ID (WS-SUB)
043540                        TO PS-PROGRAM-ID (WS-FOUND-STEP-SUB).
043550     PERFORM 4528-CLEAR-STEP-PART THRU 4528-EXIT
043560         VARYING WS-PART-SUB FROM 1 BY 1 UNTIL WS-PART-SUB > 8.
043570 4527-EXIT.
043580     EXIT.
043590*---------------------------------------------------------------*
043600*    4528-CLEAR-STEP-PART                                       *
043610*---------------------------------------------------------------*
043620 4528-CLEAR-STEP-PART.
043630     MOVE 'N'  TO PS-FOUND-SW (WS-FOUND-STEP-SUB, WS-PART-SUB).
043640     MOVE ZERO
043650             TO PS-RECORDS-READ (WS-FOUND-STEP-SUB, WS-PART-SUB).
043660 4528-EXIT.
043670     EXIT.
043680*---------------------------------------------------------------*
043690*    4530-FORMAT-SPLIT-COUNT                                    *
043700*---------------------------------------------------------------*
043710 4530-FORMAT-SPLIT-COUNT.
043720     MOVE SP-RECORDS (WS-PART-SUB)    TO WS-P-COUNT (WS-PART-SUB).
043730     ADD SP-RECORDS (WS-PART-SUB)     TO WS-PART-TOTAL.
043740 4530-EXIT.
043750     EXIT.
043760*---------------------------------------------------------------*
043770*    4540-PRINT-PARTITION-STEP -- ONE LINE PER STEP; A          *
043780*    PARTITION THE STEP DID NOT RUN IS LEFT BLANK AND FLAGGED.  *
043790*---------------------------------------------------------------*
043800 4540-PRINT-PARTITION-STEP.
043810     MOVE SPACES                      TO WS-PART-LINE.
043820     MOVE PS-PROGRAM-ID (WS-STEP-SUB) TO WS-P-PROGRAM-ID.
043830     MOVE ZERO                        TO WS-PART-TOTAL.
043840     PERFORM 4545-FORMAT-STEP-COUNT THRU 4545-EXIT
043850         VARYING WS-PART-SUB FROM 1 BY 1
043860             UNTIL WS-PART-SUB > WS-SPLIT-PARTS.
043870     MOVE WS-PART-TOTAL               TO WS-P-TOTAL.
043880     WRITE STATUS-RPT-LINE FROM WS-PART-LINE.
043890     PERFORM 4550-CHECK-STEP-PART THRU 4550-EXIT
043900         VARYING WS-PART-SUB FROM 1 BY 1
043910             UNTIL WS-PART-SUB > WS-SPLIT-PARTS.
043920 4540-EXIT.
043930     EXIT.
043940*---------------------------------------------------------------*
043950*    4545-FORMAT-STEP-COUNT                                     *
043960*---------------------------------------------------------------*
043970 4545-FORMAT-STEP-COUNT.
043980     IF PS-FOUND-SW (WS-STEP-SUB, WS-PART-SUB) = 'Y'
043990         MOVE PS-RECORDS-READ (WS-STEP-SUB, WS-PART-SUB)
044000                                      TO WS-P-COUNT (WS-PART-SUB)
044010         ADD PS-RECORDS-READ (WS-STEP-SUB, WS-PART-SUB)
044020                                      TO WS-PART-TOTAL
044030     END-IF.
044040 4545-EXIT.
044050     EXIT.
044060*---------------------------------------------------------------*
044070*    4550-CHECK-STEP-PART -- EVERY PARTITION MUST HAVE BEEN RUN *
044080*    AND MUST HAVE READ WHAT THE SPLIT WROTE TO IT.             *
044090*---------------------------------------------------------------*
044100 4550-CHECK-STEP-PART.
044110     MOVE PS-PROGRAM-ID (WS-STEP-SUB) TO WS-F-PROGRAM-ID.
044120     MOVE WS-PART-SUB                 TO WS-F-PARTITION-ID.
044130     IF PS-FOUND-SW (WS-STEP-SUB, WS-PART-SUB) NOT = 'Y'
044140         MOVE ' NOT RUN SINCE THE LAST SPLIT' TO WS-F-MESSAGE
044150         WRITE STATUS-RPT-LINE FROM WS-PART-FLAG-LINE
044160         ADD 1 TO WS-FLAG-COUNT
044170         GO TO 4550-EXIT
044180     END-IF.
044190     IF PS-RECORDS-READ (WS-STEP-SUB, WS-PART-SUB)
044200             NOT = SP-RECORDS (WS-PART-SUB)
044210         MOVE ' READ A COUNT OTHER THAN THE SPLIT WROTE'
044220                                      TO WS-F-MESSAGE
044230         WRITE STATUS-RPT-LINE FROM WS-PART-FLAG-LINE
044240         ADD 1 TO WS-FLAG-COUNT
044250     END-IF.
044260 4550-EXIT.
044270     EXIT.
044300*---------------------------------------------------------------*
044400*    7000-READ-RUN-CONTROL                                      *
044500*---------------------------------------------------------------*
044600 7000-READ-RUN-CONTROL.
044700     READ RUN-CONTROL-FILE
044800         AT END
044900             SET END-OF-RUN-CONTROL TO TRUE
045000     END-READ.
045100 7000-EXIT.
045200     EXIT.
045300*---------------------------------------------------------------*
045400*    8000-FINISH                                                *
045500*---------------------------------------------------------------*
045600 8000-FINISH.
045700     IF WS-OVERFLOW-COUNT NOT = ZERO
045800         MOVE WS-OVERFLOW-COUNT       TO WS-T-OVERFLOW-COUNT
045900         WRITE STATUS-RPT-LINE FROM WS-OVERFLOW-LINE
046000         ADD 1 TO WS-FLAG-COUNT
046100     END-IF.
046200     MOVE WS-FLAG-COUNT               TO WS-T-FLAG-COUNT.
046300     WRITE STATUS-RPT-LINE FROM WS-TOTAL-LINE.
046400     CLOSE RUN-CONTROL-FILE STATUS-RPT.
046500 8000-EXIT.
046600     EXIT.
046700*---------------------------------------------------------------*
046800*    9999-EXIT -- COMMON PROGRAM EXIT                            *
046900*---------------------------------------------------------------*
047000 9999-EXIT.
047100     STOP RUN.
