000100 01  EQC861P46.
000200     05  RM-TRAN-KEY.
000300         10  RM-OWNER-USER                   PIC X(06).
000400         10  RM-PAYER-NUMBER                 PIC 9(03).
000500         10  RM-TAX-YEAR                     PIC 9(04).
000600         10  RM-FORM-TYPE                    PIC X(02).
000700         10  RM-CONTROL-NUMBER               PIC X(20).
000800     05  RM-NAME-1                           PIC X(40).
000900     05  RM-STREET-ADDRESS                   PIC X(40).
001000     05  RM-TAX-CITY                         PIC X(40).
001100     05  RM-TAX-STATE                        PIC X(03).
001200     05  RM-TAX-ZIP                          PIC X(10).
001300     05  RM-RETURN-COUNT                     PIC 9(03)   COMP-3.
001400     05  RM-RETURNS-SINCE-UPDATE             PIC 9(03)   COMP-3.
001500     05  RM-FIRST-RETURN-DATE                PIC 9(08).
001600     05  RM-LAST-RETURN-DATE                 PIC 9(08).
001700     05  RM-LAST-RETURN-REASON               PIC X(02).
001800     05  RM-NCOA-UPDATE-DATE                 PIC 9(08).
001900     05  RM-NCOA-UPDATE-COUNT                PIC 9(03)   COMP-3.
002000     05  RM-HOLD-STATUS                      PIC X(01).
002100         88  RM-MAIL-HELD                        VALUE 'H'.
002200         88  RM-MAIL-RELEASED                    VALUE ' '.
002300     05  RM-HOLD-DATE                        PIC 9(08).
002400     05  FILLER                              PIC X(30).
