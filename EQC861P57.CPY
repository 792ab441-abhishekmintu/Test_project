000100 01  EQC861P56.
000200     05  FC-RECORD-ID                        PIC 9(03)   COMP-3.
000300         88  FC-FEED-HEADER                      VALUE 000.
000400         88  FC-FEED-TRAILER                     VALUE 999.
000500     05  FC-SYSTEM-INDICATOR                 PIC X(01).
000600     05  FC-OWNER-USER                       PIC X(06).
000700     05  FC-TAX-YEAR                         PIC 9(04).
000800     05  FC-CREATION-DATE                    PIC 9(08).
000900     05  FC-FEED-SEQUENCE                    PIC 9(03).
001000     05  FC-RECORD-COUNT                     PIC 9(09).
001100     05  FC-HASH-TOTAL                       PIC 9(16)V99 COMP-3.
001200     05  FC-SOURCE-NAME                      PIC X(20).
001300     05  FILLER                              PIC X(537).
