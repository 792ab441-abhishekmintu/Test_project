000100 01  EQC861P73.
000200     05  RT-ACTIVITY-TYPE                    PIC X(02).
000300     05  RT-OWNER-USER                       PIC X(06).
000400     05  RT-UNIT-RATE                        PIC 9(03)V9(04).
000500     05  RT-DESCRIPTION                      PIC X(30).
000600     05  FILLER                              PIC X(35).
