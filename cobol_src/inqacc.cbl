      *  2026-08-22  BAG   RETURN ALL NAMED HOLDERS FROM ACCHOLD       *00285000
      *  2026-09-02  BAG   RETURN THE AVAILABLE BALANCE BESIDE THE    * 00286000
      *                    LEDGER BALANCE                             * 00286500
      *  2026-10-15  BAG   RETURN THE ACCOUNT'S VERSION STAMP FOR      *00287666
      *                    ACCTSTAT TO CHECK ON A STATUS CHANGE        *00288832
      *                                                                *00290000
      ******************************************************************00300000
       DATA DIVISION.                                                   00310000
             TO INQACC-BALANCE                                          01170000
           MOVE ACCOUNT-STATUS-FLAG OF INQACC-ACCOUNT-REC               01180000
             TO INQACC-STATUS                                           01184000
           MOVE ACCOUNT-VERSION OF INQACC-ACCOUNT-REC                   01185333
             TO INQACC-VERSION                                          01186666
                                                                        01188000
           PERFORM 2100-LIST-HOLDERS THRU 2100-EXIT                     01192000
           PERFORM 2300-COMPUTE-AVAILABLE THRU 2300-EXIT.               01194000
