             88 COMM-MINOR-ACCOUNT                  VALUE 'Y'.          00270000
             88 COMM-NOT-MINOR-ACCOUNT              VALUE SPACE         00280000
                                                    'N'.                00290000
      *   THE CUSTOMER'S TAX-RESIDENCY SELF-CERTIFICATION (COPYBOOK  *  00291000
      *   TAXRES) - UP TO FIVE COUNTRIES, EACH WITH ITS TAXPAYER ID  *  00292000
      *   OR A REASON THERE IS NONE (A NOT ISSUED, B UNOBTAINABLE,   *  00293000
      *   C NOT REQUIRED).  A COUNT OF ZERO TAKES NO DECLARATION.    *  00294000
          03 COMM-TAX-COUNTRY-COUNT           PIC 9.                    00295000
          03 COMM-TAX-COUNTRY-ENTRY           OCCURS 5 TIMES.           00296000
             05 COMM-TAX-COUNTRY              PIC X(2).                 00297000
             05 COMM-TAX-TIN                  PIC X(20).                00298000
             05 COMM-TAX-NO-TIN-REASON        PIC X.                    00299000
      *   PERSONAL (SPACE OR P) OR BUSINESS (B).  A BUSINESS IS TAKEN  *00299050
      *   WITH A ZERO DATE OF BIRTH AND NEEDS AN ENTITY TYPE (AS       *00299100
      *   CUSTOMER-BUS-ENTITY-TYPE IN COPYBOOK CUSTOMER), A REAL       *00299150
      *   INCORPORATION DATE NOT IN THE FUTURE, THE NATURE OF THE      *00299200
      *   BUSINESS, AND A REGISTRATION NUMBER FOR THE REGISTERED       *00299250
      *   TYPES (L P Y C).  ITS DIRECTORS, OWNERS AND SIGNATORIES ARE  *00299300
      *   LINKED AFTERWARDS THROUGH BUSMAINT.                          *00299350
          03 COMM-CUSTOMER-TYPE              PIC X.                     00299400
             88 COMM-PERSONAL-CUSTOMER            VALUE SPACE 'P'.      00299450
             88 COMM-BUSINESS-CUSTOMER            VALUE 'B'.            00299500
          03 COMM-BUS-REG-NUMBER             PIC X(10).                 00299550
          03 COMM-BUS-ENTITY-TYPE            PIC X.                     00299600
          03 COMM-BUS-INCORP-DATE            PIC 9(8).                  00299650
          03 COMM-BUS-INCORP-GROUP REDEFINES COMM-BUS-INCORP-DATE.      00299700
             05 COMM-BUS-INCORP-DAY          PIC 99.                    00299750
             05 COMM-BUS-INCORP-MONTH        PIC 99.                    00299800
             05 COMM-BUS-INCORP-YEAR         PIC 9999.                  00299850
          03 COMM-BUS-NATURE                 PIC X(40).                 00299900
          03 COMM-BUS-TRADING-NAME           PIC X(60).                 00299950
          03 COMM-SUCCESS                    PIC X.                     00300000
          03 COMM-FAIL-CODE                  PIC X.                     00310000
             88 COMM-FAIL-NONE                    VALUE SPACE.          00320000
            88 COMM-FAIL-BATCH-LOCK                VALUE '9'.           00391000
            88 COMM-FAIL-BAD-POSTCODE            VALUE 'P'.             00391500
            88 COMM-FAIL-WATCHLIST               VALUE 'W'.             00391700
            88 COMM-FAIL-BAD-TAX-RES             VALUE 'T'.             00391800
            88 COMM-FAIL-TAX-RES-ERR             VALUE 'R'.             00391900
            88 COMM-FAIL-BAD-CUST-TYPE           VALUE 'C'.             00392000
            88 COMM-FAIL-BAD-BUSINESS            VALUE 'B'.             00392100
