002802*    08/22/2026 CT08841   WRITE RUN-CONTROL OPEN AND CLOSE
002804*                         ENTRIES TO THE SHARED RUN-CONTROL
002806*                         FILE FOR THE EQC861P24 RUN HISTORY.
002808*    10/15/2026 CT08841   PAYEES MARKED BELOW THE MINIMUM
002810*                         REPORTING THRESHOLD BY EQC861P51 ARE
002812*                         LEFT OUT OF THE COMPUTED TOTALS --
002814*                         EQC861P51 HAS ALREADY TAKEN THEM OFF
002816*                         THE 'A' RECORD CONTROL TOTALS.
002818*    10/15/2026 CT08841   READ A ONE-CARD PARAMETER FILE
002820*                         CARRYING THE PARTITION ID WHEN RUN
002822*                         AGAINST ONE PARTITION OF THE SPLIT
002824*                         TAX FORM FILE (EQC861P67).  THE ID IS
002826*                         STAMPED ON THE RUN-CONTROL ENTRIES.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003300 OBJECT-COMPUTER.    IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003502     SELECT PARM-CARD        ASSIGN TO SYSIN
003504         ORGANIZATION IS SEQUENTIAL.
003600     SELECT TAX-FORM-FILE    ASSIGN TO TAXFORM
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT BALANCE-RPT      ASSIGN TO BALRPT
003904         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004102 FD  PARM-CARD
004104     LABEL RECORDS ARE OMITTED.
004106 01  PARM-RECORD.
004108     05  PARM-PARTITION-ID            PIC X(02).
004110     05  FILLER                       PIC X(78).
004200 FD  TAX-FORM-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY EQC861P4.
012700*    1000-INITIALIZE                                            *
012800*---------------------------------------------------------------*
012900 1000-INITIALIZE.
012902     OPEN INPUT  PARM-CARD.
012904     READ PARM-CARD
012906         AT END
012908             MOVE SPACES TO PARM-PARTITION-ID
012910     END-READ.
012912     CLOSE PARM-CARD.
013000     OPEN INPUT  TAX-FORM-FILE
013100          OUTPUT BALANCE-RPT.
013200     WRITE BALANCE-RPT-LINE FROM WS-HEADING-LINE.
019850*    FORM-W2 PAYEES ARE SKIPPED OUT OF THE BOX ACCUMULATION --   *
019860*    W2-PAYEE-RECORD-INFO DOES NOT FOLLOW THE GENERIC TWELVE-BOX *
019870*    AMT-TABLE-AREA OVERLAY THAT THE OTHER FORM TYPES SHARE.     *
019872*    PAYEES MARKED BELOW-REPORTING-THRESHOLD BY EQC861P51 ARE    *
019874*    SKIPPED THE SAME WAY -- THEIR AMOUNTS AND COUNTS WERE       *
019876*    TAKEN OFF THE 'A' RECORD WHEN THEY WERE SCREENED OUT.       *
019900*---------------------------------------------------------------*
020000 4000-ACCUM-PAYEE.
020100     IF CORRECTION-RECORD-TYPE-1 OR CORRECTION-RECORD-TYPE-2
020102             OR BELOW-REPORTING-THRESHOLD
020200         GO TO 4000-EXIT
020300     END-IF.
020400     ADD 1 TO WS-CALC-PAYEES.
029514     MOVE SPACES TO EQC861P22.
029516     INITIALIZE EQC861P22.
029518     MOVE 'EQC861P5'             TO RC-PROGRAM-ID.
029519     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
029520     SET RC-OPEN-ENTRY TO TRUE.
029522     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
029524     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
029546     MOVE SPACES TO EQC861P22.
029548     INITIALIZE EQC861P22.
029550     MOVE 'EQC861P5'             TO RC-PROGRAM-ID.
029551     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
029552     SET RC-CLOSE-ENTRY TO TRUE.
029554     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
029556     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
