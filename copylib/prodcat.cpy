      *   WHAT KIND OF PRODUCT THIS IS.  A LEGACY ROW (SPACE) IS AN   * 00160000
      *   ORDINARY DEMAND DEPOSIT; TERM PRODUCTS OPEN THROUGH         * 00170000
      *   TDOPEN AND LOAN PRODUCTS THROUGH THE LOAN SUBSYSTEM.        * 00180000
      *   A NOTICE PRODUCT IS A DEPOSIT THE CUSTOMER MAY ONLY DRAW    * 00182000
      *   AGAINST A MATURED WITHDRAWAL NOTICE (COPYBOOK NOTICE).      * 00186000
              05 PRODCAT-CLASS                    PIC X.                00190000
                 88 PRODCAT-CLASS-DEMAND            VALUE SPACE 'D'.    00200000
                 88 PRODCAT-CLASS-TERM              VALUE 'T'.          00210000
                 88 PRODCAT-CLASS-LOAN              VALUE 'L'.          00220000
                 88 PRODCAT-CLASS-NOTICE            VALUE 'N'.          00220050
      *   CHEQUES PAID IN TO AN ACCOUNT OF THIS PRODUCT ARE HELD AS   * 00220100
      *   UNCLEARED FOR THIS MANY PROCCAL WORKING DAYS.  ZERO (OR A   * 00220200
      *   LEGACY ROW) MEANS THE STANDARD THREE-DAY CYCLE.             * 00220300
              05 PRODCAT-CLEARING-DAYS            PIC 99.               00220400
      *   AN ISA PRODUCT.  EVERY CREDIT PATH COUNTS MONEY PAID IN TO  * 00220500
      *   AN ACCOUNT OF THIS PRODUCT AGAINST THE CUSTOMER'S ANNUAL    * 00220600
      *   SUBSCRIPTION LEDGER (ISASUB); INTEREST IS NOT COUNTED.      * 00220700
              05 PRODCAT-ISA-FLAG                 PIC X.                00220800
                 88 PRODCAT-ISA                     VALUE 'Y'.          00220900
      *   THE ANNUAL SUBSCRIPTION ALLOWANCE.  ZERO (OR A LEGACY ROW)  * 00221000
      *   MEANS THE STANDARD 20,000.00.                               * 00221100
              05 PRODCAT-ISA-ALLOWANCE            PIC 9(7)V99.          00221200
      *   NOTICE PRODUCTS ONLY.  THE DAYS OF NOTICE A WITHDRAWAL      * 00221300
      *   NEEDS, AND WHETHER THE PRODUCT ALLOWS IMMEDIATE ACCESS      * 00221400
      *   WITHOUT NOTICE FOR A LOSS-OF-INTEREST PENALTY - THIS MANY   * 00221500
      *   DAYS' INTEREST ON THE AMOUNT DRAWN AT THE PRODUCT'S CREDIT  * 00221600
      *   RATE (COPYBOOK ACRATE).                                     * 00221700
              05 PRODCAT-NOTICE-DAYS              PIC 999.              00221800
              05 PRODCAT-NOTICE-ACCESS            PIC X.                00221900
                 88 PRODCAT-IMMEDIATE-ACCESS        VALUE 'Y'.          00222000
              05 PRODCAT-NOTICE-PENALTY-DAYS      PIC 999.              00222100
      *   TERM PRODUCTS ONLY.  HOW AN EARLY BREAKAGE IS PENALISED :   * 00222200
      *   D (OR SPACE) - THIS MANY DAYS' INTEREST ON THE AMOUNT       * 00222300
      *   WITHDRAWN AT THE LOCKED RATE; M - A MARKET-RATE ADJUSTMENT  * 00222400
      *   FOR THE REST OF THE TERM WHEN THE PRODUCT'S RATE NOW        * 00222500
      *   STANDS ABOVE THE LOCKED RATE.  A PARTIAL WITHDRAWAL IS ONLY * 00222600
      *   ALLOWED WHERE FLAGGED, AND MUST LEAVE AT LEAST THE MINIMUM  * 00222700
      *   PRINCIPAL ON DEPOSIT.                                       * 00222800
              05 PRODCAT-BREAK-METHOD             PIC X.                00222900
                 88 PRODCAT-BREAK-DAYS-LOST         VALUE SPACE 'D'.    00223000
                 88 PRODCAT-BREAK-MARKET-ADJ        VALUE 'M'.          00223100
              05 PRODCAT-BREAK-PENALTY-DAYS       PIC 999.              00223200
              05 PRODCAT-PARTIAL-FLAG             PIC X.                00223300
                 88 PRODCAT-PARTIAL-ALLOWED         VALUE 'Y'.          00223400
              05 PRODCAT-PARTIAL-MIN-PRINCIPAL    PIC 9(8)V99.          00223500
