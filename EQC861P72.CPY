000100 01  EQC861P71.
000200     05  RX-OWNER-USER                       PIC X(06).
000300     05  RX-PAYER-NUMBER                     PIC 9(03).
000400     05  RX-TAX-YEAR                         PIC 9(04).
000500     05  RX-FORM-TYPE                        PIC X(02).
000600     05  RX-CONTROL-NUMBER                   PIC X(20).
000700     05  RX-ROUTE                            PIC X(01).
000800         88  RX-ROUTED-TO-PAPER                  VALUE 'P'.
000900         88  RX-ROUTED-TO-EDELIVERY              VALUE 'E'.
000910         88  RX-CORRECTION-GENERATED             VALUE 'C'.
000920         88  RX-TIN-MATCH-REQUESTED              VALUE 'T'.
001000     05  RX-RUN-KEY.
001100         10  RX-PROGRAM-ID                   PIC X(09).
001200         10  RX-RUN-DATE                     PIC 9(08).
001300         10  RX-RUN-TIME                     PIC 9(06).
001400     05  RX-PARTITION-ID                     PIC X(02).
001500     05  FILLER                              PIC X(39).
