          03 COMM-LN-ACTION                  PIC X.                     00110000
             88 COMM-LN-ACT-OPEN                 VALUE 'O'.             00120000
             88 COMM-LN-ACT-INQUIRE              VALUE 'I'.             00130000
             88 COMM-LN-ACT-EXPOSURE             VALUE 'E'.             00135000
          03 COMM-LN-CUSTNO                  PIC 9(10) DISPLAY.         00140000
          03 COMM-LN-PRODUCT-TYPE            PIC X(8).                  00150000
          03 COMM-LN-DISBURSE-ACCOUNT        PIC 9(8) DISPLAY.          00160000
             88 COMM-LN-FAIL-BAD-TERM            VALUE 'T'.             00380000
             88 COMM-LN-FAIL-NO-RATE             VALUE 'R'.             00390000
             88 COMM-LN-FAIL-CURRENCY            VALUE 'C'.             00395000
             88 COMM-LN-FAIL-COLLATERAL          VALUE 'S'.             00395050
      *   CONNECTED-PARTY EXPOSURE, RETURNED ON AN OPEN AND ON AN      *00395100
      *   EXPOSURE ENQUIRY (E) SO THE LENDER SEES THE WHOLE GROUP      *00395200
      *   BEFORE APPROVING.  THE FIGURES ARE THOSE CONNEXP LAST        *00395300
      *   STAMPED ON THE GROUP HEADER (COPYBOOK CONNGRP); A ZERO       *00395400
      *   GROUP KEY MEANS THE CUSTOMER IS IN NO GROUP.  PROJECTED IS   *00395500
      *   THE GROUP TOTAL PLUS THE PRINCIPAL ASKED FOR.  INFORMATION   *00395600
      *   ONLY - IT NEVER BLOCKS THE OPEN.                             *00395700
          03 COMM-LN-GROUP-KEY.                                         00395800
             05 COMM-LN-GROUP-SORTCODE       PIC 9(6) DISPLAY.          00395900
             05 COMM-LN-GROUP-CUSTNO         PIC 9(10) DISPLAY.         00396000
          03 COMM-LN-GROUP-MEMBERS           PIC 9(4).                  00396100
          03 COMM-LN-GROUP-EXPOSURE-DATE     PIC 9(8).                  00396200
          03 COMM-LN-GROUP-EXPOSURE          PIC S9(12)V99.             00396300
          03 COMM-LN-GROUP-PROJECTED         PIC S9(12)V99.             00396400
          03 COMM-LN-GROUP-FLAG              PIC X.                     00396500
             88 COMM-LN-GROUP-BELOW-THRESHOLD    VALUE SPACE.           00396600
             88 COMM-LN-GROUP-REPORTABLE         VALUE 'R'.             00396700
             88 COMM-LN-GROUP-OVER-LIMIT         VALUE 'L'.             00396800
      *   SECURED LENDING.  AN OPEN MAY NAME AN ITEM OF COLLATERAL     *00396900
      *   ALREADY ON THE REGISTER (COPYBOOK CLTREG) AND NOT RELEASED;  *00397000
      *   THE NEW LOAN IS LINKED TO IT (COPYBOOK CLTLINK).  ZERO       *00397100
      *   MEANS UNSECURED.  FURTHER ITEMS ARE LINKED THROUGH CLTMNT.   *00397200
          03 COMM-LN-COLLATERAL-KEY.                                    00397300
             05 COMM-LN-CLT-SORTCODE         PIC 9(6) DISPLAY.          00397400
             05 COMM-LN-CLT-NUMBER           PIC 9(8) DISPLAY.          00397500
