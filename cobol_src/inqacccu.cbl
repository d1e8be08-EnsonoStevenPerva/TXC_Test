      *             MORE THAN 20 ACCOUNTS MATCH, THE FIRST 20 ARE      *00250000
      *             RETURNED AND THE MORE-RESULTS FLAG IS SET, THE     *00260000
      *             SAME CONVENTION AS THE INQCUST NAME SEARCH.        *00270000
      *                                                                *00272000
      *             THE SERVICING FLAG FROM THE VULNERABLE-CUSTOMER    *00274000
      *             REGISTER IS RETURNED WITH THE LIST, THE SAME FLAG  *00276000
      *             INQCUST RETURNS.                                   *00278000
      *                                                                *00280000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00290000
      *             VULNREG  - VSAM KSDS - VULNERABLE CUSTOMERS        *00295000
      *                                                                *00300000
      *  CHANGE HISTORY                                                *00310000
      *  ----------------------------------------------------------    *00320000
      *  DATE        BY    DESCRIPTION                                 *00330000
      *  2026-08-22  BAG   INITIAL VERSION                             *00340000
      *  2026-10-15  BAG   RETURN THE VULNERABLE-CUSTOMER SERVICING    *00343333
      *                    FLAG ALONGSIDE THE ACCOUNT LIST             *00346666
      *                                                                *00350000
      ******************************************************************00360000
       DATA DIVISION.                                                   00370000
               88  INQACCCU-AT-EOF              VALUE 'Y'.              00450000
           05  INQACCCU-MATCH-COUNT       PIC 9(4) COMP VALUE ZERO.     00460000
                                                                        00470000
       01  INQACCCU-VULNREG-REC.                                        00472500
           COPY VULNREG.                                                00475000
                                                                        00477500
       01  INQACCCU-ACCOUNT-REC.                                        00480000
           COPY ACCOUNT.                                                00490000
                                                                        00500000
           MOVE ZERO  TO INQACCCU-RESULT-COUNT                          00610000
           MOVE ZERO  TO INQACCCU-MATCH-COUNT                           00620000
           MOVE SPACE TO INQACCCU-MORE-FLAG                             00630000
           MOVE SPACE TO INQACCCU-SERVICE-FLAG                          00635000
           MOVE 'N'   TO INQACCCU-EOF-SWITCH                            00640000
                                                                        00650000
           PERFORM 1000-SCAN-ACCOUNTS THRU 1000-EXIT                    00660000
                                                                        00661250
           IF INQACCCU-INQ-FAIL-CD = SPACE                              00662500
               PERFORM 2000-SERVICE-FLAG THRU 2000-EXIT                 00665000
           END-IF                                                       00667500
                                                                        00670000
           IF INQACCCU-INQ-FAIL-CD = SPACE                              00680000
               MOVE 'Y' TO INQACCCU-INQ-SUCCESS                         00690000
               TO INQACCCU-RES-NEXT-STMT(INQACCCU-RESULT-COUNT).        01640000
       1200-EXIT.                                                       01650000
           EXIT.                                                        01660000
                                                                        01660400
      ******************************************************************01660800
      *  2000-SERVICE-FLAG - RAISE THE SERVICING FLAG WHEN THE         *01661200
      *  CUSTOMER HAS AN ACTIVE VULNERABLE-CUSTOMER REGISTER ENTRY.    *01661600
      ******************************************************************01662000
       2000-SERVICE-FLAG.                                               01662400
           MOVE INQACCCU-SCODE  TO VULNREG-SORTCODE                     01662800
                                    OF INQACCCU-VULNREG-REC             01663200
           MOVE INQACCCU-CUSTNO TO VULNREG-CUSTOMER                     01663600
                                    OF INQACCCU-VULNREG-REC             01664000
                                                                        01664400
           EXEC CICS                                                    01664800
               READ DATASET('VULNREG')                                  01665200
                    INTO(INQACCCU-VULNREG-REC)                          01665600
                    RIDFLD(VULNREG-KEY OF INQACCCU-VULNREG-REC)         01666000
                    RESP(INQACCCU-RESP)                                 01666400
           END-EXEC                                                     01666800
                                                                        01667200
           IF INQACCCU-RESP = DFHRESP(NORMAL)                           01667600
              AND VULNREG-ACTIVE OF INQACCCU-VULNREG-REC                01668000
               MOVE 'V' TO INQACCCU-SERVICE-FLAG                        01668400
           END-IF.                                                      01668800
       2000-EXIT.                                                       01669200
           EXIT.                                                        01669600
                                                                        01670000
      ******************************************************************01680000
      *  9999-EXIT - RETURN TO THE CALLER.                             *01690000
