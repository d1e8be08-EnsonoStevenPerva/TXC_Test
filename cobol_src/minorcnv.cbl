      *  ----------------------------------------------------------    *00320000
      *  DATE        BY    DESCRIPTION                                 *00330000
      *  2026-08-22  BAG   INITIAL VERSION                             *00340000
      *  2026-10-15  BAG   RAISE THE CUSTOMER VERSION STAMP ON         *00343333
      *                    CONVERSION                                  *00346666
      *                                                                *00350000
      ******************************************************************00360000
       ENVIRONMENT DIVISION.                                            00370000
       2100-CONVERT-CUSTOMER.                                           01850000
           MOVE 'N' TO CUSTOMER-MINOR-FLAG OF CUSTOMER-FILE-REC         01860000
                                                                        01870000
           ADD 1 TO CUSTOMER-VERSION OF CUSTOMER-FILE-REC               01875000
           REWRITE CUSTOMER-FILE-REC                                    01880000
               INVALID KEY                                              01890000
                   DISPLAY 'MINORCNV - CRITICAL - CUSTOMER REWRITE '    01900000
