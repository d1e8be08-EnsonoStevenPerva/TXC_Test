      *  ----------------------------------------------------------    *00400000
      *  DATE        BY    DESCRIPTION                                 *00410000
      *  2026-09-02  BAG   INITIAL VERSION                             *00420000
      *  2026-10-15  BAG   RAISE THE CUSTOMER VERSION STAMP WHEN THE   *00423333
      *                    ADDRESS IS RESTRUCTURED                     *00426666
      *                                                                *00430000
      ******************************************************************00440000
       ENVIRONMENT DIVISION.                                            00450000
           MOVE ADDRCONV-NEW-ADDR                                       03840000
               TO CUSTOMER-ADDRESS OF CUSTOMER-FILE-REC                 03850000
                                                                        03860000
           ADD 1 TO CUSTOMER-VERSION OF CUSTOMER-FILE-REC               03865000
           REWRITE CUSTOMER-FILE-REC                                    03870000
               INVALID KEY                                              03880000
                   MOVE 'CUSTOMER REWRITE ERROR' TO ADDRCONV-REASON     03890000
