000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EQC861P55.
000300 AUTHOR.         TAX FORMS PRODUCTION SUPPORT.
000400 INSTALLATION.   DST SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    SOURCE-FEED INTAKE CONTROL FOR THE EQC861 TAX FORM SYSTEM.
000900*
001000*    EVERY FEED FROM A USER SYSTEM (ANN, DSS, RPS, VANTAGE AND
001100*    THE OTHERS ON SYSTEM-INDICATOR) PASSES THROUGH THIS STEP
001200*    BEFORE IT IS ADDED TO THE TAX FORM FILE.  A FEED IS A
001300*    HEADER RECORD, THE EQC861P3 'A' AND 'B' RECORDS, AND A
001400*    TRAILER RECORD (COPYBOOK EQC861P57 -- RECORD-ID 000 FOR
001500*    THE HEADER, 999 FOR THE TRAILER).  SEVERAL FEEDS MAY BE
001600*    CONCATENATED ON THE INPUT.
001700*
001800*    THE WHOLE FEED IS REJECTED WHEN:
001900*      - THE HEADER OR THE TRAILER IS MISSING OR INVALID, OR
002000*        THE TRAILER DOES NOT NAME THE SAME SOURCE SYSTEM,
002100*        OWNER-USER, TAX YEAR, CREATION DATE AND SEQUENCE;
002200*      - A DETAIL RECORD IS NOT A TAX FORM RECORD, CARRIES A
002300*        DIFFERENT OWNER-USER OR TAX YEAR, OR (FOR A 'B'
002400*        RECORD) A DIFFERENT SYSTEM-INDICATOR;
002500*      - THE TRAILER RECORD COUNT OR HASH TOTAL DISAGREES WITH
002600*        THE RECORDS RECEIVED.  THE HASH TOTAL IS THE SUM OF
002700*        THE AMOUNT BOXES OF EVERY 'B' RECORD -- THE TWELVE-BOX
002800*        TABLE, OR THE NINE W-2 BOXES FOR FORM W2 -- WITH ANY
002900*        DIGITS PAST THE FIELD DROPPED; OR
003000*      - A FEED WITH THE SAME SOURCE SYSTEM, OWNER-USER, TAX
003100*        YEAR, CREATION DATE AND SEQUENCE HAS ALREADY BEEN
003200*        ACCEPTED.
003300*
003400*    THE FEED IS READ TWICE.  THE FIRST PASS CHECKS EACH FEED,
003500*    RECORDS THE OUTCOME ON THE FEED-RECEIPT LOG (COPYBOOK
003600*    EQC861P59) AND LISTS IT ON THE INTAKE REPORT.  THE SECOND
003700*    PASS WRITES THE DETAIL RECORDS OF ACCEPTED FEEDS TO THE
003800*    ACCEPTED FILE FOR THE TAX FORM FILE BUILD, AND EVERY
003900*    RECORD OF A REJECTED FEED, HEADER AND TRAILER INCLUDED, TO
004000*    THE REJECT FILE FOR RETURN TO THE SOURCE TEAM.  THE DAILY
004100*    INTAKE REPORT (EQC861P60) IS PRINTED FROM THE LOG.
004200*
004300*    MODIFICATION HISTORY
004400*    --------------------
004500*    DATE       INIT      DESCRIPTION
004600*    10/15/2026 CT08841   ORIGINAL PROGRAM.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.    IBM-370.
005100 OBJECT-COMPUTER.    IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT FEED-IN-FILE      ASSIGN TO FEEDIN
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT FEED-ACCEPT-FILE  ASSIGN TO FEEDOUT
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT FEED-REJECT-FILE  ASSIGN TO FEEDREJ
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT FEED-RECEIPT-LOG  ASSIGN TO FEEDLOG
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT INTAKE-RPT        ASSIGN TO INTKRPT
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  FEED-IN-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY EQC861P4.
007100     COPY EQC861P57.
007200 FD  FEED-ACCEPT-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 01  FEED-ACCEPT-RECORD               PIC X(600).
007600 FD  FEED-REJECT-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900 01  FEED-REJECT-RECORD               PIC X(600).
008000 FD  FEED-RECEIPT-LOG
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300     COPY EQC861P59.
008400 FD  INTAKE-RPT
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 01  INTAKE-RPT-LINE                  PIC X(132).
008800 FD  RUN-CONTROL-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100     COPY EQC861P23.
009200 WORKING-STORAGE SECTION.
009300*---------------------------------------------------------------*
009400*    SWITCHES                                                   *
009500*---------------------------------------------------------------*
009600 77  WS-EOF-SW                        PIC X(01)   VALUE 'N'.
009700     88  END-OF-FEED-FILE                 VALUE 'Y'.
009800 77  WS-LOG-EOF-SW                    PIC X(01)   VALUE 'N'.
009900     88  END-OF-RECEIPT-LOG               VALUE 'Y'.
010000 77  WS-PASS-SW                       PIC X(01)   VALUE '1'.
010100     88  FIRST-PASS                       VALUE '1'.
010200     88  SECOND-PASS                      VALUE '2'.
010300 77  WS-FEED-OPEN-SW                  PIC X(01)   VALUE 'N'.
010400     88  FEED-IN-PROGRESS                 VALUE 'Y'.
010500 77  WS-DUP-SW                        PIC X(01)   VALUE 'N'.
010600     88  FEED-ALREADY-ACCEPTED            VALUE 'Y'.
010700*---------------------------------------------------------------*
010800*    WORK AREAS                                                 *
010900*---------------------------------------------------------------*
011000 77  WS-BOX-SUB                       PIC 9(02)   COMP.
011100 77  WS-FD-SUB                        PIC 9(04)   COMP.
011200 77  WS-KEY-SUB                       PIC 9(04)   COMP.
011300 77  WS-FEED-COUNT                    PIC 9(04)   COMP VALUE ZERO.
011400 77  WS-KEY-COUNT                     PIC 9(04)   COMP VALUE ZERO.
011500 77  WS-REC-NUMBER                    PIC 9(09)   COMP-3
011600                                          VALUE ZERO.
011700 77  WS-FEEDS-ACCEPTED                PIC 9(07)   COMP-3
011800                                          VALUE ZERO.
011900 77  WS-FEEDS-REJECTED                PIC 9(07)   COMP-3
012000                                          VALUE ZERO.
012100 77  WS-RECORDS-ACCEPTED              PIC 9(09)   COMP-3
012200                                          VALUE ZERO.
012300 77  WS-RECORDS-REJECTED              PIC 9(09)   COMP-3
012400                                          VALUE ZERO.
012500 77  WS-KEY-OVERFLOW-COUNT            PIC 9(07)   COMP-3
012600                                          VALUE ZERO.
012700*---------------------------------------------------------------*
012800*    CURRENT FEED -- BUILT FROM THE HEADER AND THE RECORDS      *
012900*    RECEIVED, CHECKED AGAINST THE TRAILER.  THE FIRST REASON   *
013000*    FOUND IS THE ONE LOGGED.                                   *
013100*---------------------------------------------------------------*
013200 01  WS-CURRENT-FEED.
013300     05  WS-CF-FEED-KEY.
013400         10  WS-CF-SYSTEM-INDICATOR   PIC X(01).
013500             88  WS-CF-VALID-SYSTEM       VALUES 'A' 'D' 'R' 'V'
013600                                                 'O' 'P' 'Q' '1'
013700                                                 '2' '3'.
013800         10  WS-CF-OWNER-USER         PIC X(06).
013900         10  WS-CF-TAX-YEAR           PIC 9(04).
014000         10  WS-CF-CREATION-DATE      PIC 9(08).
014100         10  WS-CF-FEED-SEQUENCE      PIC 9(03).
014200     05  WS-CF-SOURCE-NAME            PIC X(20).
014300     05  WS-CF-FIRST-REC              PIC 9(09)   COMP-3.
014400     05  WS-CF-LAST-REC               PIC 9(09)   COMP-3.
014500     05  WS-CF-RECORD-COUNT           PIC 9(09)   COMP-3.
014600     05  WS-CF-HASH-TOTAL             PIC 9(16)V99 COMP-3.
014700     05  WS-CF-TRAILER-COUNT          PIC 9(09)   COMP-3.
014800     05  WS-CF-TRAILER-HASH           PIC 9(16)V99 COMP-3.
014900     05  WS-CF-REASON                 PIC X(30).
015000     05  WS-CF-STATUS                 PIC X(01).
015100         88  WS-CF-ACCEPTED               VALUE 'A'.
015200         88  WS-CF-REJECTED               VALUE 'R'.
015300*---------------------------------------------------------------*
015400*    FEEDS ON THIS INPUT -- THE RECORD RANGE AND OUTCOME OF     *
015500*    EACH FEED, SO THE SECOND PASS CAN ROUTE ITS RECORDS.  A    *
015600*    FEED PAST THE END OF THE TABLE IS REJECTED, AS IS EVERY    *
015700*    RECORD AFTER IT.                                           *
015800*---------------------------------------------------------------*
015900 01  WS-FEED-TABLE.
016000     05  FD-ENTRY OCCURS 200 TIMES.
016100         10  FD-LAST-REC              PIC 9(09)   COMP-3.
016200         10  FD-STATUS                PIC X(01).
016300             88  FD-ACCEPTED              VALUE 'A'.
016400             88  FD-REJECTED              VALUE 'R'.
016500*---------------------------------------------------------------*
016600*    FEEDS ALREADY ACCEPTED -- FROM THE RECEIPT LOG, PLUS THOSE *
016700*    ACCEPTED EARLIER IN THIS RUN.                              *
016800*---------------------------------------------------------------*
016900 01  WS-ACCEPTED-KEY-TABLE.
017000     05  AK-FEED-KEY OCCURS 5000 TIMES PIC X(22).
017100*---------------------------------------------------------------*
017200*    REPORT LINES                                               *
017300*---------------------------------------------------------------*
017400 01  WS-HEADING-LINE.
017500     05  FILLER              PIC X(05)   VALUE SPACES.
017600     05  FILLER              PIC X(50)
017700         VALUE 'EQC861P55 - SOURCE FEED INTAKE REPORT'.
017800 01  WS-COLUMN-LINE.
017900     05  FILLER              PIC X(01)   VALUE SPACE.
018000     05  FILLER              PIC X(05)   VALUE 'SYS'.
018100     05  FILLER              PIC X(08)   VALUE 'OWNER'.
018200     05  FILLER              PIC X(06)   VALUE 'YEAR'.
018300     05  FILLER              PIC X(10)   VALUE 'CREATED'.
018400     05  FILLER              PIC X(05)   VALUE 'SEQ'.
018500     05  FILLER              PIC X(22)   VALUE 'SOURCE'.
018600     05  FILLER              PIC X(14)   VALUE 'TRAILER COUNT'.
018700     05  FILLER              PIC X(14)   VALUE 'RECEIVED'.
018800     05  FILLER              PIC X(11)   VALUE 'STATUS'.
018900     05  FILLER              PIC X(30)   VALUE 'REASON'.
019000 01  WS-FEED-LINE.
019100     05  FILLER                       PIC X(02)   VALUE SPACES.
019200     05  WS-F-SYSTEM-INDICATOR        PIC X(01).
019300     05  FILLER                       PIC X(03)   VALUE SPACES.
019400     05  WS-F-OWNER-USER              PIC X(06).
019500     05  FILLER                       PIC X(02)   VALUE SPACES.
019600     05  WS-F-TAX-YEAR                PIC 9(04).
019700     05  FILLER                       PIC X(02)   VALUE SPACES.
019800     05  WS-F-CREATION-DATE           PIC 9(08).
019900     05  FILLER                       PIC X(02)   VALUE SPACES.
020000     05  WS-F-FEED-SEQUENCE           PIC 9(03).
020100     05  FILLER                       PIC X(02)   VALUE SPACES.
020200     05  WS-F-SOURCE-NAME             PIC X(20).
020300     05  FILLER                       PIC X(02)   VALUE SPACES.
020400     05  WS-F-TRAILER-COUNT           PIC ZZZ,ZZZ,ZZ9.
020500     05  FILLER                       PIC X(03)   VALUE SPACES.
020600     05  WS-F-RECORD-COUNT            PIC ZZZ,ZZZ,ZZ9.
020700     05  FILLER                       PIC X(03)   VALUE SPACES.
020800     05  WS-F-STATUS                  PIC X(08).
020900     05  FILLER                       PIC X(03)   VALUE SPACES.
021000     05  WS-F-REASON                  PIC X(30).
021100 01  WS-HASH-LINE.
021200     05  FILLER                       PIC X(43)   VALUE SPACES.
021300     05  FILLER                       PIC X(14)
021400         VALUE 'TRAILER HASH  '.
021500     05  WS-H-TRAILER-HASH    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
021600     05  FILLER                       PIC X(17)
021700         VALUE '   RECEIVED HASH '.
021800     05  WS-H-HASH-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
021900 01  WS-TOTAL-LINE-1.
022000     05  FILLER                       PIC X(05)   VALUE SPACES.
022100     05  FILLER                       PIC X(24)
022200         VALUE 'FEEDS ACCEPTED -------- '.
022300     05  WS-T-FEEDS-ACCEPTED          PIC ZZZ,ZZZ,ZZ9.
022400 01  WS-TOTAL-LINE-2.
022500     05  FILLER                       PIC X(05)   VALUE SPACES.
022600     05  FILLER                       PIC X(24)
022700         VALUE 'FEEDS REJECTED -------- '.
022800     05  WS-T-FEEDS-REJECTED          PIC ZZZ,ZZZ,ZZ9.
022900 01  WS-TOTAL-LINE-3.
023000     05  FILLER                       PIC X(05)   VALUE SPACES.
023100     05  FILLER                       PIC X(24)
023200         VALUE 'RECORDS READ ---------- '.
023300     05  WS-T-RECORDS-READ            PIC ZZZ,ZZZ,ZZ9.
023400 01  WS-TOTAL-LINE-4.
023500     05  FILLER                       PIC X(05)   VALUE SPACES.
023600     05  FILLER                       PIC X(24)
023700         VALUE 'RECORDS ACCEPTED ------ '.
023800     05  WS-T-RECORDS-ACCEPTED        PIC ZZZ,ZZZ,ZZ9.
023900 01  WS-TOTAL-LINE-5.
024000     05  FILLER                       PIC X(05)   VALUE SPACES.
024100     05  FILLER                       PIC X(24)
024200         VALUE 'RECORDS REJECTED ------ '.
024300     05  WS-T-RECORDS-REJECTED        PIC ZZZ,ZZZ,ZZ9.
024400 01  WS-OVERFLOW-LINE.
024500     05  FILLER                       PIC X(05)   VALUE SPACES.
024600     05  FILLER                       PIC X(24)
024700         VALUE 'KEY TABLE FULL -------- '.
024800     05  WS-T-KEY-OVERFLOW-COUNT      PIC ZZZ,ZZZ,ZZ9.
024900     05  FILLER                       PIC X(45)
025000         VALUE '  ACCEPTED FEEDS NOT CHECKED FOR DUPLICATES'.
025100*---------------------------------------------------------------*
025200*    RUN-CONTROL WORK AREAS                                     *
025300*---------------------------------------------------------------*
025400 77  WS-RUN-DATE                      PIC 9(08).
025500 77  WS-RUN-TIME                      PIC 9(08).
025600 77  WS-RC-TAX-YEAR                   PIC 9(04)   VALUE ZERO.
025700 77  WS-RC-RECORDS-READ               PIC 9(09)   COMP-3
025800                                          VALUE ZERO.
025900 PROCEDURE DIVISION.
026000*---------------------------------------------------------------*
026100*    0000-MAINLINE                                              *
026200*---------------------------------------------------------------*
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026500     PERFORM 2000-CHECK-RECORD THRU 2000-EXIT
026600         UNTIL END-OF-FEED-FILE.
026700     IF FEED-IN-PROGRESS
026800         IF WS-CF-REASON = SPACES
026900             MOVE 'NO TRAILER RECORD'     TO WS-CF-REASON
027000         END-IF
027100         MOVE WS-REC-NUMBER           TO WS-CF-LAST-REC
027200         PERFORM 2500-CLOSE-FEED THRU 2500-EXIT
027300     END-IF.
027400     PERFORM 3900-START-SECOND-PASS THRU 3900-EXIT.
027500     PERFORM 4000-ROUTE-RECORD THRU 4000-EXIT
027600         UNTIL END-OF-FEED-FILE.
027700     PERFORM 8000-FINISH THRU 8000-EXIT.
027800     GO TO 9999-EXIT.
027900*---------------------------------------------------------------*
028000*    1000-INITIALIZE -- TABLE THE FEEDS ALREADY ACCEPTED FROM   *
028100*    THE RECEIPT LOG, THEN OPEN THE LOG FOR THIS RUN'S ENTRIES. *
028200*---------------------------------------------------------------*
028300 1000-INITIALIZE.
028400     OPEN INPUT FEED-RECEIPT-LOG.
028500     PERFORM 7100-READ-RECEIPT-LOG THRU 7100-EXIT.
028600     PERFORM 1100-TABLE-ACCEPTED THRU 1100-EXIT
028700         UNTIL END-OF-RECEIPT-LOG.
028800     CLOSE FEED-RECEIPT-LOG.
028900     OPEN INPUT  FEED-IN-FILE
029000          OUTPUT INTAKE-RPT
029100          EXTEND FEED-RECEIPT-LOG.
029200     WRITE INTAKE-RPT-LINE FROM WS-HEADING-LINE.
029300     WRITE INTAKE-RPT-LINE FROM WS-COLUMN-LINE.
029400     OPEN EXTEND RUN-CONTROL-FILE.
029500     PERFORM 9000-WRITE-RUN-OPEN THRU 9000-EXIT.
029800     SET FIRST-PASS TO TRUE.
029900     PERFORM 7000-READ-FEED THRU 7000-EXIT.
030000 1000-EXIT.
030100     EXIT.
030200*---------------------------------------------------------------*
030300*    1100-TABLE-ACCEPTED                                        *
030400*---------------------------------------------------------------*
030500 1100-TABLE-ACCEPTED.
030600     IF FR-FEED-ACCEPTED
030700         MOVE FR-FEED-KEY             TO WS-CF-FEED-KEY
030800         PERFORM 2600-ADD-ACCEPTED-KEY THRU 2600-EXIT
030900     END-IF.
031000     PERFORM 7100-READ-RECEIPT-LOG THRU 7100-EXIT.
031100 1100-EXIT.
031200     EXIT.
031300*---------------------------------------------------------------*
031400*    2000-CHECK-RECORD -- FIRST PASS.  A HEADER OPENS A FEED    *
031500*    (CLOSING ANY FEED STILL OPEN AS HAVING NO TRAILER); A      *
031600*    TRAILER CLOSES ONE.  DETAIL RECORDS WITH NO HEADER AHEAD   *
031700*    OF THEM ARE TREATED AS A FEED OF THEIR OWN AND REJECTED.   *
031800*---------------------------------------------------------------*
031900 2000-CHECK-RECORD.
032000     ADD 1 TO WS-REC-NUMBER.
032100     EVALUATE TRUE
032200         WHEN FC-FEED-HEADER
032300             IF FEED-IN-PROGRESS
032400                 IF WS-CF-REASON = SPACES
032500                     MOVE 'NO TRAILER RECORD' TO WS-CF-REASON
032600                 END-IF
032700                 COMPUTE WS-CF-LAST-REC = WS-REC-NUMBER - 1
032800                 PERFORM 2500-CLOSE-FEED THRU 2500-EXIT
032900             END-IF
033000             PERFORM 2100-OPEN-FEED THRU 2100-EXIT
033100         WHEN FC-FEED-TRAILER
033200             IF NOT FEED-IN-PROGRESS
033300                 PERFORM 2150-OPEN-FROM-TRAILER THRU 2150-EXIT
033400             END-IF
033500             PERFORM 2300-CHECK-TRAILER THRU 2300-EXIT
033600             MOVE WS-REC-NUMBER           TO WS-CF-LAST-REC
033700             PERFORM 2500-CLOSE-FEED THRU 2500-EXIT
033800         WHEN OTHER
033900             IF NOT FEED-IN-PROGRESS
034000                 PERFORM 2160-OPEN-FROM-DETAIL THRU 2160-EXIT
034100             END-IF
034200             PERFORM 2200-CHECK-DETAIL THRU 2200-EXIT
034300     END-EVALUATE.
034400     PERFORM 7000-READ-FEED THRU 7000-EXIT.
034500 2000-EXIT.
034600     EXIT.
034700*---------------------------------------------------------------*
034800*    2100-OPEN-FEED -- START A FEED FROM ITS HEADER.            *
034900*---------------------------------------------------------------*
035000 2100-OPEN-FEED.
035100     PERFORM 2170-CLEAR-FEED THRU 2170-EXIT.
035200     MOVE FC-SYSTEM-INDICATOR         TO WS-CF-SYSTEM-INDICATOR.
035300     MOVE FC-OWNER-USER               TO WS-CF-OWNER-USER.
035400     MOVE FC-SOURCE-NAME              TO WS-CF-SOURCE-NAME.
035500     IF FC-TAX-YEAR NUMERIC
035600         MOVE FC-TAX-YEAR             TO WS-CF-TAX-YEAR
035700     END-IF.
035800     IF FC-CREATION-DATE NUMERIC
035900         MOVE FC-CREATION-DATE        TO WS-CF-CREATION-DATE
036000     END-IF.
036100     IF FC-FEED-SEQUENCE NUMERIC
036200         MOVE FC-FEED-SEQUENCE        TO WS-CF-FEED-SEQUENCE
036300     END-IF.
036400     IF NOT WS-CF-VALID-SYSTEM
036500             OR FC-OWNER-USER = SPACES
036600             OR FC-TAX-YEAR NOT NUMERIC
036700             OR FC-CREATION-DATE NOT NUMERIC
036800             OR FC-FEED-SEQUENCE NOT NUMERIC
036900         MOVE 'INVALID HEADER RECORD'  TO WS-CF-REASON
037000         GO TO 2100-EXIT
037100     END-IF.
037200     PERFORM 2110-CHECK-DUPLICATE THRU 2110-EXIT.
037300     IF FEED-ALREADY-ACCEPTED
037400         MOVE 'DUPLICATE CREATION DATE/SEQ' TO WS-CF-REASON
037500     END-IF.
037600 2100-EXIT.
037700     EXIT.
037800*---------------------------------------------------------------*
037900*    2110-CHECK-DUPLICATE                                       *
038000*---------------------------------------------------------------*
038100 2110-CHECK-DUPLICATE.
038200     MOVE 'N' TO WS-DUP-SW.
038300     PERFORM 2120-SCAN-KEY THRU 2120-EXIT
038400         VARYING WS-KEY-SUB FROM 1 BY 1
038500             UNTIL WS-KEY-SUB > WS-KEY-COUNT.
038600 2110-EXIT.
038700     EXIT.
038800*---------------------------------------------------------------*
038900*    2120-SCAN-KEY                                              *
039000*---------------------------------------------------------------*
039100 2120-SCAN-KEY.
039200     IF AK-FEED-KEY (WS-KEY-SUB) = WS-CF-FEED-KEY
039300         SET FEED-ALREADY-ACCEPTED TO TRUE
039400         MOVE WS-KEY-COUNT TO WS-KEY-SUB
039500     END-IF.
039600 2120-EXIT.
039700     EXIT.
039800*---------------------------------------------------------------*
039900*    2150-OPEN-FROM-TRAILER -- A TRAILER WITH NO HEADER.        *
040000*---------------------------------------------------------------*
040100 2150-OPEN-FROM-TRAILER.
040200     PERFORM 2170-CLEAR-FEED THRU 2170-EXIT.
040300     MOVE FC-SYSTEM-INDICATOR         TO WS-CF-SYSTEM-INDICATOR.
040400     MOVE FC-OWNER-USER               TO WS-CF-OWNER-USER.
040500     MOVE FC-SOURCE-NAME              TO WS-CF-SOURCE-NAME.
040600     IF FC-TAX-YEAR NUMERIC
040700         MOVE FC-TAX-YEAR             TO WS-CF-TAX-YEAR
040800     END-IF.
040900     IF FC-CREATION-DATE NUMERIC
041000         MOVE FC-CREATION-DATE        TO WS-CF-CREATION-DATE
041100     END-IF.
041200     IF FC-FEED-SEQUENCE NUMERIC
041300         MOVE FC-FEED-SEQUENCE        TO WS-CF-FEED-SEQUENCE
041400     END-IF.
041500     MOVE 'NO HEADER RECORD'          TO WS-CF-REASON.
041600 2150-EXIT.
041700     EXIT.
041800*---------------------------------------------------------------*
041900*    2160-OPEN-FROM-DETAIL -- DETAIL RECORDS WITH NO HEADER.    *
042000*    THE OWNER-USER AND TAX YEAR OF THE FIRST ONE IDENTIFY THE  *
042100*    FEED ON THE LOG.                                           *
042200*---------------------------------------------------------------*
042300 2160-OPEN-FROM-DETAIL.
042400     PERFORM 2170-CLEAR-FEED THRU 2170-EXIT.
042500     MOVE OWNER-USER                  TO WS-CF-OWNER-USER.
042600     IF TAX-YEAR NUMERIC
042700         MOVE TAX-YEAR                TO WS-CF-TAX-YEAR
042800     END-IF.
042900     IF TAX-FORMS-PAYEE-RECORD
043000         MOVE SYSTEM-INDICATOR        TO WS-CF-SYSTEM-INDICATOR
043100     END-IF.
043200     MOVE 'NO HEADER RECORD'          TO WS-CF-REASON.
043300 2160-EXIT.
043400     EXIT.
043500*---------------------------------------------------------------*
043600*    2170-CLEAR-FEED                                            *
043700*---------------------------------------------------------------*
043800 2170-CLEAR-FEED.
043900     MOVE SPACES                      TO WS-CF-SYSTEM-INDICATOR
044000                                         WS-CF-OWNER-USER
044100                                         WS-CF-SOURCE-NAME
044200                                         WS-CF-REASON.
044300     MOVE ZERO                        TO WS-CF-TAX-YEAR
044400                                         WS-CF-CREATION-DATE
044500                                         WS-CF-FEED-SEQUENCE
044600                                         WS-CF-LAST-REC
044700                                         WS-CF-RECORD-COUNT
044800                                         WS-CF-HASH-TOTAL
044900                                         WS-CF-TRAILER-COUNT
045000                                         WS-CF-TRAILER-HASH.
045100     MOVE WS-REC-NUMBER               TO WS-CF-FIRST-REC.
045200     SET FEED-IN-PROGRESS TO TRUE.
045300 2170-EXIT.
045400     EXIT.
045500*---------------------------------------------------------------*
045600*    2200-CHECK-DETAIL -- COUNT THE RECORD, ADD ITS AMOUNT      *
045700*    BOXES TO THE HASH AND CHECK IT BELONGS TO THE FEED.        *
045800*---------------------------------------------------------------*
045900 2200-CHECK-DETAIL.
046000     ADD 1 TO WS-CF-RECORD-COUNT.
046100     IF NOT TAX-FORM-RECORD
046200         IF WS-CF-REASON = SPACES
046300             MOVE 'INVALID RECORD ID'     TO WS-CF-REASON
046400         END-IF
046500         GO TO 2200-EXIT
046600     END-IF.
046700     IF WS-CF-REASON = SPACES
046800         IF OWNER-USER NOT = WS-CF-OWNER-USER
046900                 OR TAX-YEAR NOT = WS-CF-TAX-YEAR
047000             MOVE 'DETAIL OWNER/YEAR MISMATCH' TO WS-CF-REASON
047100         ELSE
047200             IF TAX-FORMS-PAYEE-RECORD
047300                     AND SYSTEM-INDICATOR NOT =
047400                                      WS-CF-SYSTEM-INDICATOR
047500                 MOVE 'SOURCE SYSTEM MISMATCH' TO WS-CF-REASON
047600             END-IF
047700         END-IF
047800     END-IF.
047900     IF NOT TAX-FORMS-PAYEE-RECORD
048000         GO TO 2200-EXIT
048100     END-IF.
048200     IF FORM-W2
048300         PERFORM 2220-ADD-W2-BOXES THRU 2220-EXIT
048400     ELSE
048500         PERFORM 2210-ADD-BOX THRU 2210-EXIT
048600             VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 12
048700     END-IF.
048800 2200-EXIT.
048900     EXIT.
049000*---------------------------------------------------------------*
049100*    2210-ADD-BOX                                               *
049200*---------------------------------------------------------------*
049300 2210-ADD-BOX.
049400     IF TBL-AMOUNT (WS-BOX-SUB) NUMERIC
049500         ADD TBL-AMOUNT (WS-BOX-SUB)  TO WS-CF-HASH-TOTAL
049600     ELSE
049700         IF WS-CF-REASON = SPACES
049800             MOVE 'NON-NUMERIC AMOUNT BOX' TO WS-CF-REASON
049900         END-IF
050000     END-IF.
050100 2210-EXIT.
050200     EXIT.
050300*---------------------------------------------------------------*
050400*    2220-ADD-W2-BOXES -- THE W2 PAYEE LAYOUT DOES NOT FOLLOW   *
050500*    THE TWELVE-BOX TABLE, SO ITS BOXES ARE ADDED BY NAME.      *
050600*---------------------------------------------------------------*
050700 2220-ADD-W2-BOXES.
050800     IF W21-SS-WAGES                  NUMERIC
050900             AND W22-ADV-EARNED-INC-CREDIT     NUMERIC
051000             AND W23-GROSS-TIPS-WAGES-OTH-COMP NUMERIC
051100             AND W24-SS-TAX-WITHHELD           NUMERIC
051200             AND W25-FEDERAL-TAX-WITHHELD      NUMERIC
051300             AND W26-STATE-WAGES               NUMERIC
051400             AND W27-STATE-TAX-WITHHELD        NUMERIC
051500             AND W28-LOCAL-WAGES               NUMERIC
051600             AND W29-LOCAL-TAX-WITHHELD        NUMERIC
051700         ADD W21-SS-WAGES
051800             W22-ADV-EARNED-INC-CREDIT
051900             W23-GROSS-TIPS-WAGES-OTH-COMP
052000             W24-SS-TAX-WITHHELD
052100             W25-FEDERAL-TAX-WITHHELD
052200             W26-STATE-WAGES
052300             W27-STATE-TAX-WITHHELD
052400             W28-LOCAL-WAGES
052500             W29-LOCAL-TAX-WITHHELD   TO WS-CF-HASH-TOTAL
052600     ELSE
052700         IF WS-CF-REASON = SPACES
052800             MOVE 'NON-NUMERIC AMOUNT BOX' TO WS-CF-REASON
052900         END-IF
053000     END-IF.
053100 2220-EXIT.
053200     EXIT.
053300*---------------------------------------------------------------*
053400*    2300-CHECK-TRAILER -- THE TRAILER MUST NAME THE SAME FEED  *
053500*    AS THE HEADER AND AGREE WITH THE RECORDS RECEIVED.         *
053600*---------------------------------------------------------------*
053700 2300-CHECK-TRAILER.
053800     IF FC-RECORD-COUNT NUMERIC
053900         MOVE FC-RECORD-COUNT         TO WS-CF-TRAILER-COUNT
054000     END-IF.
054100     IF FC-HASH-TOTAL NUMERIC
054200         MOVE FC-HASH-TOTAL           TO WS-CF-TRAILER-HASH
054300     END-IF.
054400     IF WS-CF-REASON NOT = SPACES
054500         GO TO 2300-EXIT
054600     END-IF.
054700     IF FC-SYSTEM-INDICATOR NOT = WS-CF-SYSTEM-INDICATOR
054800             OR FC-OWNER-USER NOT = WS-CF-OWNER-USER
054900             OR FC-TAX-YEAR NOT = WS-CF-TAX-YEAR
055000             OR FC-CREATION-DATE NOT = WS-CF-CREATION-DATE
055100             OR FC-FEED-SEQUENCE NOT = WS-CF-FEED-SEQUENCE
055200         MOVE 'HEADER/TRAILER DISAGREE'   TO WS-CF-REASON
055300         GO TO 2300-EXIT
055400     END-IF.
055500     IF FC-RECORD-COUNT NOT NUMERIC
055600             OR FC-RECORD-COUNT NOT = WS-CF-RECORD-COUNT
055700         MOVE 'RECORD COUNT DISAGREES'    TO WS-CF-REASON
055800         GO TO 2300-EXIT
055900     END-IF.
056000     IF FC-HASH-TOTAL NOT NUMERIC
056100             OR FC-HASH-TOTAL NOT = WS-CF-HASH-TOTAL
056200         MOVE 'HASH TOTAL DISAGREES'      TO WS-CF-REASON
056300     END-IF.
056400 2300-EXIT.
056500     EXIT.
056600*---------------------------------------------------------------*
056700*    2500-CLOSE-FEED -- THE FEED'S OUTCOME IS FINAL.  TABLE ITS *
056800*    RECORD RANGE FOR THE SECOND PASS, LOG IT AND LIST IT.      *
056900*---------------------------------------------------------------*
057000 2500-CLOSE-FEED.
057100     IF WS-FEED-COUNT NOT < 200
057200         IF WS-CF-REASON = SPACES
057300             MOVE 'FEED TABLE FULL - RESEND' TO WS-CF-REASON
057400         END-IF
057500     END-IF.
057600     IF WS-CF-REASON = SPACES
057700         SET WS-CF-ACCEPTED TO TRUE
057800         ADD 1 TO WS-FEEDS-ACCEPTED
057900         PERFORM 2600-ADD-ACCEPTED-KEY THRU 2600-EXIT
058000         IF WS-RC-TAX-YEAR = ZERO
058100             MOVE WS-CF-TAX-YEAR      TO WS-RC-TAX-YEAR
058200         END-IF
058300     ELSE
058400         SET WS-CF-REJECTED TO TRUE
058500         ADD 1 TO WS-FEEDS-REJECTED
058600     END-IF.
058700     IF WS-FEED-COUNT < 200
058800         ADD 1 TO WS-FEED-COUNT
058900         MOVE WS-FEED-COUNT           TO WS-FD-SUB
059000         MOVE WS-CF-LAST-REC          TO FD-LAST-REC (WS-FD-SUB)
059100         MOVE WS-CF-STATUS            TO FD-STATUS (WS-FD-SUB)
059200     END-IF.
059300     PERFORM 2700-WRITE-LOG THRU 2700-EXIT.
059400     PERFORM 2800-PRINT-FEED THRU 2800-EXIT.
059500     MOVE 'N' TO WS-FEED-OPEN-SW.
059600 2500-EXIT.
059700     EXIT.
059800*---------------------------------------------------------------*
059900*    2600-ADD-ACCEPTED-KEY                                      *
060000*---------------------------------------------------------------*
060100 2600-ADD-ACCEPTED-KEY.
060200     IF WS-KEY-COUNT < 5000
060300         ADD 1 TO WS-KEY-COUNT
060400         MOVE WS-CF-FEED-KEY TO AK-FEED-KEY (WS-KEY-COUNT)
060500     ELSE
060600         ADD 1 TO WS-KEY-OVERFLOW-COUNT
060700     END-IF.
060800 2600-EXIT.
060900     EXIT.
061000*---------------------------------------------------------------*
061100*    2700-WRITE-LOG                                             *
061200*---------------------------------------------------------------*
061300 2700-WRITE-LOG.
061400     MOVE SPACES                      TO EQC861P58.
061500     MOVE WS-CF-FEED-KEY              TO FR-FEED-KEY.
061600     MOVE WS-RUN-DATE                 TO FR-RECEIPT-DATE.
061700     MOVE WS-RUN-TIME (1:6)           TO FR-RECEIPT-TIME.
061800     MOVE 'EQC861P55'                 TO FR-INTAKE-PROGRAM.
061900     MOVE WS-CF-STATUS                TO FR-FEED-STATUS.
062000     MOVE WS-CF-REASON                TO FR-REJECT-REASON.
062100     MOVE WS-CF-TRAILER-COUNT         TO FR-TRAILER-COUNT.
062200     MOVE WS-CF-RECORD-COUNT          TO FR-RECORDS-RECEIVED.
062300     MOVE WS-CF-TRAILER-HASH          TO FR-TRAILER-HASH.
062400     MOVE WS-CF-HASH-TOTAL            TO FR-HASH-RECEIVED.
062500     MOVE WS-CF-SOURCE-NAME           TO FR-SOURCE-NAME.
062600     WRITE EQC861P58.
062700 2700-EXIT.
062800     EXIT.
062900*---------------------------------------------------------------*
063000*    2800-PRINT-FEED                                            *
063100*---------------------------------------------------------------*
063200 2800-PRINT-FEED.
063300     MOVE WS-CF-SYSTEM-INDICATOR      TO WS-F-SYSTEM-INDICATOR.
063400     MOVE WS-CF-OWNER-USER            TO WS-F-OWNER-USER.
063500     MOVE WS-CF-TAX-YEAR              TO WS-F-TAX-YEAR.
063600     MOVE WS-CF-CREATION-DATE         TO WS-F-CREATION-DATE.
063700     MOVE WS-CF-FEED-SEQUENCE         TO WS-F-FEED-SEQUENCE.
063800     MOVE WS-CF-SOURCE-NAME           TO WS-F-SOURCE-NAME.
063900     MOVE WS-CF-TRAILER-COUNT         TO WS-F-TRAILER-COUNT.
064000     MOVE WS-CF-RECORD-COUNT          TO WS-F-RECORD-COUNT.
064100     IF WS-CF-ACCEPTED
064200         MOVE 'ACCEPTED'              TO WS-F-STATUS
064300     ELSE
064400         MOVE 'REJECTED'              TO WS-F-STATUS
064500     END-IF.
064600     MOVE WS-CF-REASON                TO WS-F-REASON.
064700     WRITE INTAKE-RPT-LINE FROM WS-FEED-LINE.
064800     MOVE WS-CF-TRAILER-HASH          TO WS-H-TRAILER-HASH.
064900     MOVE WS-CF-HASH-TOTAL            TO WS-H-HASH-TOTAL.
065000     WRITE INTAKE-RPT-LINE FROM WS-HASH-LINE.
065100 2800-EXIT.
065200     EXIT.
065300*---------------------------------------------------------------*
065400*    3900-START-SECOND-PASS                                     *
065500*---------------------------------------------------------------*
065600 3900-START-SECOND-PASS.
065700     CLOSE FEED-IN-FILE.
065800     OPEN INPUT  FEED-IN-FILE
065900          OUTPUT FEED-ACCEPT-FILE
066000                 FEED-REJECT-FILE.
066100     MOVE 'N' TO WS-EOF-SW.
066200     MOVE ZERO TO WS-REC-NUMBER.
066300     MOVE 1 TO WS-FD-SUB.
066400     SET SECOND-PASS TO TRUE.
066500     PERFORM 7000-READ-FEED THRU 7000-EXIT.
066600 3900-EXIT.
066700     EXIT.
066800*---------------------------------------------------------------*
066900*    4000-ROUTE-RECORD -- SECOND PASS.  THE FEEDS COVER THE     *
067000*    INPUT END TO END, SO THE NEXT FEED STARTS ONE RECORD PAST  *
067100*    THE LAST RECORD OF THE ONE BEFORE IT.                      *
067200*---------------------------------------------------------------*
067300 4000-ROUTE-RECORD.
067400     ADD 1 TO WS-REC-NUMBER.
067500     IF WS-FD-SUB NOT > WS-FEED-COUNT
067600         IF WS-REC-NUMBER > FD-LAST-REC (WS-FD-SUB)
067700             ADD 1 TO WS-FD-SUB
067800         END-IF
067900     END-IF.
068000     IF WS-FD-SUB > WS-FEED-COUNT
068100         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
068200         GO TO 4000-NEXT
068300     END-IF.
068400     IF FD-REJECTED (WS-FD-SUB)
068500         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
068600         GO TO 4000-NEXT
068700     END-IF.
068800     IF FC-FEED-HEADER OR FC-FEED-TRAILER
068900         GO TO 4000-NEXT
069000     END-IF.
069100     WRITE FEED-ACCEPT-RECORD FROM EQC861P3.
069200     ADD 1 TO WS-RECORDS-ACCEPTED.
069300 4000-NEXT.
069400     PERFORM 7000-READ-FEED THRU 7000-EXIT.
069500 4000-EXIT.
069600     EXIT.
069700*---------------------------------------------------------------*
069800*    4200-WRITE-REJECT                                          *
069900*---------------------------------------------------------------*
070000 4200-WRITE-REJECT.
070100     WRITE FEED-REJECT-RECORD FROM EQC861P3.
070200     ADD 1 TO WS-RECORDS-REJECTED.
070300 4200-EXIT.
070400     EXIT.
070500*---------------------------------------------------------------*
070600*    7000-READ-FEED -- RECORDS ARE COUNTED ON THE FIRST PASS    *
070700*    ONLY.                                                      *
070800*---------------------------------------------------------------*
070900 7000-READ-FEED.
071000     READ FEED-IN-FILE
071100         AT END
071200             SET END-OF-FEED-FILE TO TRUE
071300         NOT AT END
071400             IF FIRST-PASS
071500                 ADD 1 TO WS-RC-RECORDS-READ
071600             END-IF
071700     END-READ.
071800 7000-EXIT.
071900     EXIT.
072000*---------------------------------------------------------------*
072100*    7100-READ-RECEIPT-LOG                                      *
072200*---------------------------------------------------------------*
072300 7100-READ-RECEIPT-LOG.
072400     READ FEED-RECEIPT-LOG
072500         AT END
072600             SET END-OF-RECEIPT-LOG TO TRUE
072700     END-READ.
072800 7100-EXIT.
072900     EXIT.
073000*---------------------------------------------------------------*
073100*    8000-FINISH                                                *
073200*---------------------------------------------------------------*
073300 8000-FINISH.
073400     MOVE WS-FEEDS-ACCEPTED           TO WS-T-FEEDS-ACCEPTED.
073500     MOVE WS-FEEDS-REJECTED           TO WS-T-FEEDS-REJECTED.
073600     MOVE WS-RC-RECORDS-READ          TO WS-T-RECORDS-READ.
073700     MOVE WS-RECORDS-ACCEPTED         TO WS-T-RECORDS-ACCEPTED.
073800     MOVE WS-RECORDS-REJECTED         TO WS-T-RECORDS-REJECTED.
073900     WRITE INTAKE-RPT-LINE FROM WS-TOTAL-LINE-1.
074000     WRITE INTAKE-RPT-LINE FROM WS-TOTAL-LINE-2.
074100     WRITE INTAKE-RPT-LINE FROM WS-TOTAL-LINE-3.
074200     WRITE INTAKE-RPT-LINE FROM WS-TOTAL-LINE-4.
074300     WRITE INTAKE-RPT-LINE FROM WS-TOTAL-LINE-5.
074400     IF WS-KEY-OVERFLOW-COUNT NOT = ZERO
074500         MOVE WS-KEY-OVERFLOW-COUNT   TO WS-T-KEY-OVERFLOW-COUNT
074600         WRITE INTAKE-RPT-LINE FROM WS-OVERFLOW-LINE
074700     END-IF.
074800     CLOSE FEED-IN-FILE FEED-ACCEPT-FILE FEED-REJECT-FILE
074900           FEED-RECEIPT-LOG INTAKE-RPT.
075000     PERFORM 9100-WRITE-RUN-CLOSE THRU 9100-EXIT.
075100     CLOSE RUN-CONTROL-FILE.
075200 8000-EXIT.
075300     EXIT.
075400*---------------------------------------------------------------*
075500*    9000-WRITE-RUN-OPEN -- RUN-CONTROL ENTRY AT STEP OPEN      *
075600*---------------------------------------------------------------*
075700 9000-WRITE-RUN-OPEN.
075800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
075900     ACCEPT WS-RUN-TIME FROM TIME.
076000     MOVE SPACES TO EQC861P22.
076100     INITIALIZE EQC861P22.
076200     MOVE 'EQC861P55'            TO RC-PROGRAM-ID.
076300     SET RC-OPEN-ENTRY TO TRUE.
076400     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
076500     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
076600     SET RC-STEP-STARTED TO TRUE.
076700     WRITE EQC861P22.
076800 9000-EXIT.
076900     EXIT.
077000*---------------------------------------------------------------*
077100*    9100-WRITE-RUN-CLOSE -- RUN-CONTROL ENTRY AT STEP CLOSE.   *
077200*    RECORDS WRITTEN ARE THE ACCEPTED DETAIL RECORDS; THE       *
077300*    EXCEPTIONS ARE THE RECORDS OF REJECTED FEEDS.              *
077400*---------------------------------------------------------------*
077500 9100-WRITE-RUN-CLOSE.
077600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
077700     ACCEPT WS-RUN-TIME FROM TIME.
077800     MOVE SPACES TO EQC861P22.
077900     INITIALIZE EQC861P22.
078000     MOVE 'EQC861P55'            TO RC-PROGRAM-ID.
078100     SET RC-CLOSE-ENTRY TO TRUE.
078200     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
078300     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
078400     MOVE WS-RC-TAX-YEAR              TO RC-TAX-YEAR.
078500     MOVE WS-RC-RECORDS-READ          TO RC-RECORDS-READ.
078600     MOVE WS-RECORDS-ACCEPTED         TO RC-RECORDS-WRITTEN.
078700     MOVE WS-RECORDS-REJECTED         TO RC-EXCEPTION-COUNT.
078800     SET RC-STEP-COMPLETED TO TRUE.
078900     WRITE EQC861P22.
079000 9100-EXIT.
079100     EXIT.
079200*---------------------------------------------------------------*
079300*    9999-EXIT -- COMMON PROGRAM EXIT                            *
079400*---------------------------------------------------------------*
079500 9999-EXIT.
079600     STOP RUN.
