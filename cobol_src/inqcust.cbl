      *             ENTRY, THE CALLER IS RUNNING UNDER IMS DB/DC AND   *00190000
      *             THE INQUIRY IS MADE AGAINST THE CUSTOMER PCB       *00200000
      *             RATHER THAN STRAIGHT VSAM.                         *00210000
      *                                                                *00211666
      *             AN EXACT INQUIRY ALSO RETURNS THE SERVICING FLAG   *00213332
      *             FROM THE VULNERABLE-CUSTOMER REGISTER, SO THE      *00214998
      *             TELLER SEES THE AGREED ADJUSTMENTS BEFORE DEALING  *00216664
      *             WITH THE CUSTOMER.                                 *00218330
      *                                                                *00220000
      *  FILES    : CUSTOMER  - VSAM KSDS - CUSTOMER MASTER            *00230000
      *             CUSTOMER PCB (IMS DB/DC) - ALTERNATE ACCESS PATH   *00240000
      *                         DUPLICATES, USED TO DRIVE A NAME       *00270000
      *                         SEARCH STRAIGHT TO THE MATCHING        *00280000
      *                         NAMES INSTEAD OF A FULL BROWSE         *00290000
      *             VULNREG   - VSAM KSDS - VULNERABLE CUSTOMERS       *00295000
      *                                                                *00300000
      *  CHANGE HISTORY                                                *00310000
      *  ----------------------------------------------------------    *00320000
      *  DATE        BY    DESCRIPTION                                 *00330000
      *  2026-08-09  BAG   INITIAL VERSION                             *00340000
      *  2026-10-15  BAG   RETURN THE VULNERABLE-CUSTOMER SERVICING    *00343333
      *                    FLAG, ADJUSTMENTS AND REVIEW DATE           *00346666
      *  2026-10-15  BAG   RETURN THE CUSTOMER'S VERSION STAMP FOR     *00347777
      *                    UPDCUST TO CHECK ON UPDATE                  *00348888
      *                                                                *00350000
      ******************************************************************00360000
       DATA DIVISION.                                                   00370000
           05  INQCUST-NAME-TALLY         PIC 9(4) COMP VALUE ZERO.     00540000
           05  INQCUST-ADDR-TALLY         PIC 9(4) COMP VALUE ZERO.     00550000
           05  INQCUST-MATCH-COUNT        PIC 9(4) COMP VALUE ZERO.     00560000
                                                                        00561666
       01  INQCUST-VULNREG-REC.                                         00563333
           COPY VULNREG.                                                00566666
                                                                        00570000
       01  INQCUST-CUSTOMER-REC.                                        00580000
           COPY CUSTOMER.                                               00590000
           MOVE CUSTOMER-CS-REVIEW-MONTH OF INQCUST-CUSTOMER-REC        03680000
             TO INQCUST-CS-REVIEW-MM                                    03690000
           MOVE CUSTOMER-CS-REVIEW-YEAR OF INQCUST-CUSTOMER-REC         03700000
             TO INQCUST-CS-REVIEW-YYYY                                  03710000
           MOVE CUSTOMER-VERSION OF INQCUST-CUSTOMER-REC                03711666
             TO INQCUST-VERSION                                         03713332
           PERFORM 2100-SERVICE-FLAG THRU 2100-EXIT.                    03715000
       2000-EXIT.                                                       03720000
           EXIT.                                                        03730000
                                                                        03730270
      ******************************************************************03730540
      *  2100-SERVICE-FLAG - LOOK THE CUSTOMER UP ON THE               *03730810
      *  VULNERABLE-CUSTOMER REGISTER.  ONLY AN ACTIVE ENTRY RAISES    *03731080
      *  THE FLAG; A MISSING OR CLOSED ONE LEAVES IT CLEAR.            *03731350
      ******************************************************************03731620
       2100-SERVICE-FLAG.                                               03731890
           MOVE SPACE  TO INQCUST-SERVICE-FLAG                          03732160
           MOVE SPACES TO INQCUST-VULN-ADJUSTMENTS                      03732430
           MOVE ZERO   TO INQCUST-VULN-REVIEW-DATE                      03732700
                                                                        03732970
           MOVE INQCUST-SCODE  TO VULNREG-SORTCODE                      03733240
                                   OF INQCUST-VULNREG-REC               03733510
           MOVE INQCUST-CUSTNO TO VULNREG-CUSTOMER                      03733780
                                   OF INQCUST-VULNREG-REC               03734050
                                                                        03734320
           EXEC CICS                                                    03734590
               READ DATASET('VULNREG')                                  03734860
                    INTO(INQCUST-VULNREG-REC)                           03735130
                    RIDFLD(VULNREG-KEY OF INQCUST-VULNREG-REC)          03735400
                    RESP(INQCUST-RESP)                                  03735670
           END-EXEC                                                     03735940
                                                                        03736210
           IF INQCUST-RESP NOT = DFHRESP(NORMAL)                        03736480
               GO TO 2100-EXIT                                          03736750
           END-IF                                                       03737020
                                                                        03737290
           IF VULNREG-ACTIVE OF INQCUST-VULNREG-REC                     03737560
               MOVE 'V' TO INQCUST-SERVICE-FLAG                         03737830
               MOVE VULNREG-ADJUSTMENTS OF INQCUST-VULNREG-REC          03738100
                   TO INQCUST-VULN-ADJUSTMENTS                          03738370
               MOVE VULNREG-REVIEW-DATE OF INQCUST-VULNREG-REC          03738640
                   TO INQCUST-VULN-REVIEW-DATE                          03738910
           END-IF.                                                      03739180
       2100-EXIT.                                                       03739450
           EXIT.                                                        03739720
                                                                        03740000
      ******************************************************************03750000
      *  9999-EXIT - RETURN TO THE CALLER.                             *03760000
