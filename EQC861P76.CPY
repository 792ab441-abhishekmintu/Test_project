000100 01  EQC861P75.
000200     05  AR-RECORD-TYPE                      PIC X(01).
000300         88  AR-DETAIL-RECORD                    VALUE 'D'.
000400         88  AR-TRAILER-RECORD                   VALUE 'T'.
000500     05  AR-DETAIL-DATA.
000600         10  AR-OWNER-USER                   PIC X(06).
000700         10  AR-PAYER-NUMBER                 PIC 9(03).
000800         10  AR-TAX-YEAR                     PIC 9(04).
000900         10  AR-ACTIVITY-TYPE                PIC X(02).
001000         10  AR-ACTIVITY-DESCRIPTION         PIC X(30).
001100         10  AR-QUANTITY                     PIC 9(09).
001200         10  AR-UNIT-RATE                    PIC 9(03)V9(04).
001300         10  AR-AMOUNT                       PIC 9(11)V99.
001400         10  AR-RATE-SOURCE                  PIC X(01).
001500             88  AR-CLIENT-RATE                  VALUE 'C'.
001600             88  AR-STANDARD-RATE                VALUE 'S'.
001700         10  AR-SOURCE-RUN.
001800             15  AR-SOURCE-PROGRAM           PIC X(09).
001900             15  AR-SOURCE-RUN-DATE          PIC 9(08).
002000             15  AR-SOURCE-RUN-TIME          PIC 9(06).
002100             15  AR-SOURCE-PARTITION-ID      PIC X(02).
002200         10  AR-BILLING-RUN.
002300             15  AR-BILLING-DATE             PIC 9(08).
002400             15  AR-BILLING-TIME             PIC 9(06).
002500         10  FILLER                          PIC X(35).
002600     05  AR-TRAILER-DATA  REDEFINES  AR-DETAIL-DATA.
002700         10  AR-T-TAX-YEAR                   PIC 9(04).
002800         10  AR-T-BILLING-DATE               PIC 9(08).
002900         10  AR-T-BILLING-TIME               PIC 9(06).
003000         10  AR-T-RECORD-COUNT               PIC 9(09).
003100         10  AR-T-TOTAL-AMOUNT               PIC 9(13)V99.
003200         10  FILLER                          PIC X(107).
