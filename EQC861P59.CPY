000100 01  EQC861P58.
000200     05  FR-FEED-KEY.
000300         10  FR-SYSTEM-INDICATOR             PIC X(01).
000400         10  FR-OWNER-USER                   PIC X(06).
000500         10  FR-TAX-YEAR                     PIC 9(04).
000600         10  FR-CREATION-DATE                PIC 9(08).
000700         10  FR-FEED-SEQUENCE                PIC 9(03).
000800     05  FR-RECEIPT-DATE                     PIC 9(08).
000900     05  FR-RECEIPT-TIME                     PIC 9(06).
001000     05  FR-INTAKE-PROGRAM                   PIC X(09).
001100     05  FR-FEED-STATUS                      PIC X(01).
001200         88  FR-FEED-ACCEPTED                    VALUE 'A'.
001300         88  FR-FEED-REJECTED                    VALUE 'R'.
001400     05  FR-REJECT-REASON                    PIC X(30).
001500     05  FR-TRAILER-COUNT                    PIC 9(09)   COMP-3.
001600     05  FR-RECORDS-RECEIVED                 PIC 9(09)   COMP-3.
001700     05  FR-TRAILER-HASH                     PIC 9(16)V99 COMP-3.
001800     05  FR-HASH-RECEIVED                    PIC 9(16)V99 COMP-3.
001900     05  FR-SOURCE-NAME                      PIC X(20).
002000     05  FILLER                              PIC X(24).
