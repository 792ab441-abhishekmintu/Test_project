000100 01  EQC861P64.
000200     05  UJ-RUN-KEY.
000300         10  UJ-PROGRAM-ID                   PIC X(09).
000400         10  UJ-RUN-DATE                     PIC 9(08).
000500         10  UJ-RUN-TIME                     PIC 9(06).
000600     05  UJ-BATCH-ID                         PIC X(08).
000700     05  UJ-SEQUENCE                         PIC 9(07)   COMP-3.
000800     05  UJ-IMAGE-TYPE                       PIC X(01).
000900         88  UJ-BEFORE-IMAGE                     VALUE 'B'.
001000         88  UJ-AFTER-IMAGE                      VALUE 'A'.
001100     05  UJ-RECORD-KEY                       PIC X(49).
001200     05  FILLER                              PIC X(10).
001300     05  UJ-RECORD-IMAGE                     PIC X(600).
