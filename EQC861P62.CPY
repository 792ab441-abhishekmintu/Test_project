000100 01  EQC861P61.
000200     05  FS-OWNER-USER                       PIC X(06).
000300     05  FS-SYSTEM-INDICATOR                 PIC X(01).
000400     05  FS-EXPECTED-DATE                    PIC 9(08).
000500     05  FS-DESCRIPTION                      PIC X(30).
000600     05  FILLER                              PIC X(35).
