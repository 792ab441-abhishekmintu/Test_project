000100 01  EQC861P52.
000200     05  TS-FORM-TYPE                        PIC X(02).
000300     05  TS-BOX-NUMBER                       PIC 9(02).
000400     05  TS-MINIMUM-AMOUNT                   PIC 9(07)V99.
000500     05  TS-DESCRIPTION                      PIC X(30).
000600     05  FILLER                              PIC X(37).
