             88 COMM-TD-ACT-OPEN                 VALUE 'O'.             00120000
             88 COMM-TD-ACT-INSTRUCT             VALUE 'S'.             00130000
             88 COMM-TD-ACT-INQUIRE              VALUE 'I'.             00140000
             88 COMM-TD-ACT-BREAK                VALUE 'B'.             00143333
             88 COMM-TD-ACT-PART-WITHDRAW        VALUE 'W'.             00146666
          03 COMM-TD-CUSTNO                  PIC 9(10) DISPLAY.         00150000
          03 COMM-TD-PRODUCT-TYPE            PIC X(8).                  00160000
          03 COMM-TD-LINKED-ACCOUNT          PIC 9(8) DISPLAY.          00170000
             88 COMM-TD-FAIL-BAD-INSTR           VALUE 'B'.             00390000
             88 COMM-TD-FAIL-NO-RATE             VALUE 'R'.             00400000
             88 COMM-TD-FAIL-CURRENCY            VALUE 'C'.             00405000
             88 COMM-TD-FAIL-NO-PARTIAL          VALUE 'P'.             00405100
             88 COMM-TD-FAIL-OPERATOR            VALUE 'O'.             00405200
             88 COMM-TD-FAIL-NOT-SUPERVISOR      VALUE 'V'.             00405300
             88 COMM-TD-FAIL-PLEDGED             VALUE 'L'.             00405350
      *   EARLY WITHDRAWAL (ACTIONS B AND W).  THE AMOUNT IS FOR A     *00405400
      *   PARTIAL WITHDRAWAL ONLY.  A WITHDRAWAL OVER THE APPROVAL     *00405500
      *   LIMIT NEEDS A SUPERVISOR OR MANAGER AS APPROVER.  THE        *00405600
      *   INTEREST EARNED ON THE AMOUNT, THE PENALTY AND THE NET       *00405700
      *   PROCEEDS PAID TO THE LINKED ACCOUNT COME BACK.               *00405800
          03 COMM-TD-WITHDRAW-AMOUNT         PIC S9(10)V99.             00405900
          03 COMM-TD-APPROVER                PIC X(3).                  00406000
          03 COMM-TD-BREAK-INTEREST          PIC S9(10)V99.             00406100
          03 COMM-TD-BREAK-PENALTY           PIC S9(10)V99.             00406200
          03 COMM-TD-BREAK-PROCEEDS          PIC S9(10)V99.             00406300
