      *                    ACCOUNT TO THE EXCEPTION SECTION          * 00517000
      *  2026-09-02  BAG   TERM-DEPOSIT PRINCIPAL (TERMDEP) JOINS   * 00518000
      *                    EACH DEPOSITOR'S AGGREGATE                * 00519000
      *  2026-10-15  BAG   A DEPOSIT BROKEN BEFORE MATURITY IS NO      *00513333
      *                    LONGER COUNTED IN THE AGGREGATE             *00516666
      *                                                                *00520000
      ******************************************************************00530000
       ENVIRONMENT DIVISION.                                            00540000
                   GO TO 2510-EXIT                                      03750800
           END-READ                                                     03751000
                                                                        03751200
           IF TERMDEP-CLOSED OF TERMDEP-FILE-REC                        03751333
              OR TERMDEP-BROKEN OF TERMDEP-FILE-REC                     03751466
               GO TO 2510-EXIT                                          03751600
           END-IF                                                       03751800
                                                                        03752000
