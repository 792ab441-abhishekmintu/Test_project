000300     05  RC-ENTRY-TYPE                   PIC X(01).
000400         88  RC-OPEN-ENTRY                   VALUE 'O'.
000500         88  RC-CLOSE-ENTRY                  VALUE 'C'.
      ***** IMP91900 ****** 10/15/2026 ****** CT08841 ******* START ****
000510         88  RC-PARTITION-ENTRY              VALUE 'P'.
      ***** IMP91900 ****** 10/15/2026 ****** CT08841 *******  END  ****
000600     05  RC-RUN-DATE                     PIC 9(08).
000700     05  RC-RUN-TIME                     PIC 9(06).
000800     05  RC-TAX-YEAR                     PIC 9(04).
001500*    05  FILLER                          PIC X(36).
001510     05  RC-OVERRIDE-IND                 PIC X(01).
001520         88  RC-GATE-OVERRIDDEN              VALUE 'Y'.
      ***** IMP91900 ****** 10/15/2026 ****** CT08841 ******* START ****
001530*    05  FILLER                          PIC X(35).
001540     05  RC-PARTITION-ID                 PIC X(02).
001550         88  RC-UNPARTITIONED-RUN            VALUE SPACES.
001560     05  FILLER                          PIC X(33).
      ***** IMP91900 ****** 10/15/2026 ****** CT08841 *******  END  ****
      ***** IMP91500 ****** 09/02/2026 ****** CT08841 *******  END  ****
