000100 01  EQC861P42.
000200     05  FL-LEDGER-KEY.
000300         10  FL-OWNER-USER                   PIC X(06).
000400         10  FL-PAYER-NUMBER                 PIC 9(03).
000500         10  FL-FORM-TYPE                    PIC X(02).
000600         10  FL-TAX-YEAR                     PIC 9(04).
000700         10  FL-CHANNEL                      PIC X(01).
000800             88  FL-CHANNEL-TAPE                 VALUE 'T'.
000900             88  FL-CHANNEL-FIRE                 VALUE 'F'.
001000             88  FL-CHANNEL-EFW2                 VALUE 'W'.
001100             88  FL-CHANNEL-1042-S               VALUE 'S'.
001200             88  FL-CHANNEL-STATE                VALUE 'C'.
001300         10  FL-STATE-CODE                   PIC X(02).
001400     05  FL-PAYER-TIN                        PIC 9(09).
001500     05  FL-SUBMIT-PROGRAM                   PIC X(09).
001600     05  FL-SUBMIT-DATE                      PIC 9(08).
001700     05  FL-SUBMIT-TIME                      PIC 9(06).
001800     05  FL-PAYEE-COUNT                      PIC 9(07)   COMP-3.
001900     05  FL-SUBMIT-COUNT                     PIC 9(03)   COMP-3.
002000     05  FL-FILING-STATUS                    PIC X(01).
002100         88  FL-SUBMITTED                        VALUE 'S'.
002200         88  FL-ACCEPTED                         VALUE 'A'.
002300         88  FL-REJECTED                         VALUE 'R'.
002400         88  FL-REPLACEMENT-REQUIRED             VALUE 'P'.
002500     05  FL-STATUS-DATE                      PIC 9(08).
002600     05  FL-ACK-ERROR-CODE                   PIC X(04).
002700     05  FL-ACK-ERROR-TEXT                   PIC X(40).
002800     05  FL-PARTITION-ID                     PIC X(02).
002802     05  FILLER                              PIC X(38).
