      *                    LOADED CUSTOMER; KEEP A PRESET CUSTOMER     *00484000
      *                    NUMBER FROM THE BULK ROW; NEW CONTACT       *00486000
      *                    ROWS DEFAULT TO PAPER STATEMENTS            *00488000
      *  2026-10-15  BAG   LOADED CUSTOMERS ARE PERSONAL; CLEAR THE    *00488666
      *                    BUSINESS DETAILS                            *00489332
      *  2026-10-15  BAG   A LOADED CUSTOMER STARTS AT VERSION STAMP 1 *00489666
      *                                                                *00490000
      ******************************************************************00500000
       ENVIRONMENT DIVISION.                                            00510000
      *    HERE OR A DEAD CUSTOMER'S FLAG WOULD LEAK INTO THE ROW      *06634444
      *    BEING LOADED.                                               *06635555
           SET CUSTOMER-NOT-DECEASED OF CUSTOMER-FILE-REC TO TRUE       06636666
           MOVE ZERO TO CUSTOMER-DECEASED-DATE OF CUSTOMER-FILE-REC     06637777
           MOVE 1 TO CUSTOMER-VERSION OF CUSTOMER-FILE-REC              06637888
                                                                        06638000
      *    THE BULK EXTRACT CARRIES PERSONAL CUSTOMERS ONLY.  BUSINESS *06638221
      *    CUSTOMERS ARE TAKEN ONE AT A TIME THROUGH CRECUST.          *06638665
           SET CUSTOMER-PERSONAL OF CUSTOMER-FILE-REC TO TRUE           06639109
           INITIALIZE CUSTOMER-BUSINESS-DETAILS OF CUSTOMER-FILE-REC.   06639553
       2500-EXIT.                                                       06640000
           EXIT.                                                        06650000
                                                                        06660000
