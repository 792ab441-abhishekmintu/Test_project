014186         10  B-NOTICE-CDE                    PIC X(01).
014188             88  FIRST-B-NOTICE                  VALUE '1'.
014190             88  SECOND-B-NOTICE                 VALUE '2'.
      ***** IMP91700 ****** 10/15/2026 ****** CT08841 ******* START ****
014192*        10  FILLER                          PIC X(11).
014194         10  THRESHOLD-SCREEN-IND            PIC X(01).
014196             88  BELOW-REPORTING-THRESHOLD       VALUE 'S'.
      ***** IMP91800 ****** 10/15/2026 ****** CT08841 ******* START ****
014198*        10  FILLER                          PIC X(10).
014199         10  AGENT-ROLLUP-IND                PIC X(01).
                   88  AGENT-COMMISSION-ROLLUP         VALUE 'G'.
               10  FILLER                          PIC X(09).
      ***** IMP91800 ****** 10/15/2026 ****** CT08841 *******  END  ****
      ***** IMP91700 ****** 10/15/2026 ****** CT08841 *******  END  ****
      ***** IMP91400 ****** 09/02/2026 ****** CT08841 *******  END  ****
      ***** IMP91300 ****** 09/02/2026 ****** CT08841 *******  END  ****
014200     05  STANDARD-PAYER-INFO   REDEFINES STANDARD-PAYEE-INFO.
