          03 COMM-APP-KYC-ITEM               PIC X.                     00240000
          03 COMM-APP-REASON                 PIC X(30).                 00250000
          03 COMM-APP-OPERATOR               PIC X(3).                  00260000
      *   THE CUSTOMER'S TAX-RESIDENCY SELF-CERTIFICATION (COPYBOOK    *00261111
      *   TAXRES), AS CRECUST TAKES IT.  A COUNT OF ZERO ON CAPTURE    *00262222
      *   KEEPS THE DECLARATION ALREADY ON FILE - THERE MUST BE ONE.   *00263333
          03 COMM-APP-TAX-COUNTRY-COUNT      PIC 9.                     00264444
          03 COMM-APP-TAX-COUNTRY-ENTRY      OCCURS 5 TIMES.            00265555
             05 COMM-APP-TAX-COUNTRY         PIC X(2).                  00266666
             05 COMM-APP-TAX-TIN             PIC X(20).                 00267777
             05 COMM-APP-TAX-NO-TIN-REASON   PIC X.                     00268888
      *   RETURNED FIELDS - THE APPLICATION STATUS, THE CHECKLIST     * 00270000
      *   DATES AND, AFTER A SUCCESSFUL APPROVAL, THE ACCOUNT         * 00280000
      *   NUMBER CREACC ISSUED.                                       * 00290000
             88 COMM-APP-FAIL-CREACC             VALUE '8'.             00470000
             88 COMM-APP-FAIL-BAD-ITEM           VALUE '9'.             00480000
             88 COMM-APP-FAIL-NOT-DEMAND         VALUE 'D'.             00485000
             88 COMM-APP-FAIL-KYC-LAPSED         VALUE 'K'.             00487500
             88 COMM-APP-FAIL-OPERATOR           VALUE 'O'.             00490000
             88 COMM-APP-FAIL-TAX-RES            VALUE 'T'.             00490100
