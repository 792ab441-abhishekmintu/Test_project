004900*    --------------------
005000*    DATE       INIT      DESCRIPTION
005100*    09/02/2026 CT08841   ORIGINAL PROGRAM.
005102*    10/15/2026 CT08841   RUN AGAINST ONE PARTITION OF THE
005104*                         SPLIT TAX FORM FILE (EQC861P67) WHEN
005106*                         THE PARAMETER CARD CARRIES A
005108*                         PARTITION ID.  THE ID IS STAMPED ON
005110*                         ALL FIVE STEPS' RUN-CONTROL ENTRIES.
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
007200     LABEL RECORDS ARE OMITTED.
007300 01  PARM-RECORD.
007400     05  PARM-TAX-YEAR                PIC 9(04).
007402     05  PARM-PARTITION-ID            PIC X(02).
007500     05  FILLER                       PIC X(74).
007600 FD  TAX-FORM-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY EQC861P4.
021000     READ PARM-CARD
021100         AT END
021200             MOVE ZERO TO PARM-TAX-YEAR
021202             MOVE SPACES TO PARM-PARTITION-ID
021300     END-READ.
021400     MOVE PARM-TAX-YEAR TO WS-ACTIVE-TAX-YEAR.
021500     CLOSE PARM-CARD.
050000     MOVE SPACES TO EQC861P22.
050100     INITIALIZE EQC861P22.
050200     MOVE WS-RC-PGM-ID                TO RC-PROGRAM-ID.
050202     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
050300     SET RC-OPEN-ENTRY TO TRUE.
050400     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
050500     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
054500     MOVE SPACES TO EQC861P22.
054600     INITIALIZE EQC861P22.
054700     MOVE WS-RC-PGM-ID                TO RC-PROGRAM-ID.
054702     MOVE PARM-PARTITION-ID           TO RC-PARTITION-ID.
054800     SET RC-CLOSE-ENTRY TO TRUE.
054900     MOVE WS-RUN-DATE                 TO RC-RUN-DATE.
055000     MOVE WS-RUN-TIME (1:6)           TO RC-RUN-TIME.
