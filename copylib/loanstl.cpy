      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-LS-KEY.                                               00080000
             05 COMM-LS-SORTCODE             PIC 9(6) DISPLAY.          00090000
             05 COMM-LS-NUMBER               PIC 9(8) DISPLAY.          00100000
          03 COMM-LS-ACTION                  PIC X.                     00110000
             88 COMM-LS-ACT-QUOTE                VALUE 'Q'.             00120000
             88 COMM-LS-ACT-SETTLE               VALUE 'S'.             00130000
             88 COMM-LS-ACT-OVERPAY              VALUE 'P'.             00140000
      *   QUOTE : DAYS THE FIGURE IS TO BE GOOD FOR (ZERO GIVES THE    *00150000
      *   STANDARD 28).                                                *00160000
          03 COMM-LS-QUOTE-DAYS              PIC 9(3).                  00170000
      *   OVERPAY : THE AMOUNT, AND WHETHER THE REBUILT SCHEDULE       *00180000
      *   KEEPS THE PAYMENT AND SHORTENS THE TERM OR KEEPS THE TERM    *00190000
      *   AND LOWERS THE PAYMENT.                                      *00200000
          03 COMM-LS-AMOUNT                  PIC S9(10)V99.             00210000
          03 COMM-LS-REAMORTISE              PIC X.                     00220000
             88 COMM-LS-SHORTER-TERM             VALUE 'T'.             00230000
             88 COMM-LS-LOWER-PAYMENT            VALUE 'P'.             00240000
      *   RETURNED ON EVERY ACTION.                                    *00250000
          03 COMM-LS-OUTSTANDING             PIC S9(10)V99.             00260000
          03 COMM-LS-INTEREST                PIC S9(10)V99.             00270000
          03 COMM-LS-ARREARS                 PIC S9(10)V99.             00280000
          03 COMM-LS-SETTLE-AMOUNT           PIC S9(10)V99.             00290000
          03 COMM-LS-GOOD-UNTIL              PIC 9(8).                  00300000
          03 COMM-LS-TERM-MONTHS             PIC 9(3).                  00310000
          03 COMM-LS-MONTHLY-PAYMENT         PIC S9(10)V99.             00320000
          03 COMM-LS-STATUS                  PIC X.                     00330000
          03 COMM-LS-SUCCESS                 PIC X.                     00340000
             88 COMM-LS-OK                       VALUE 'Y'.             00350000
             88 COMM-LS-FAILED                   VALUE 'N'.             00360000
          03 COMM-LS-FAIL-CD                 PIC X.                     00370000
             88 COMM-LS-FAIL-NONE                VALUE SPACE.           00380000
             88 COMM-LS-FAIL-ACCT-NOTFND         VALUE '1'.             00390000
             88 COMM-LS-FAIL-LOAN-NOTFND         VALUE '2'.             00400000
             88 COMM-LS-FAIL-BAD-ACTION          VALUE '3'.             00410000
             88 COMM-LS-FAIL-NOT-ACTIVE          VALUE '4'.             00420000
             88 COMM-LS-FAIL-CTL-ERR             VALUE '5'.             00430000
             88 COMM-LS-FAIL-BAD-AMOUNT          VALUE '6'.             00440000
             88 COMM-LS-FAIL-WRITE-ERR           VALUE '7'.             00450000
             88 COMM-LS-FAIL-READ-ERR            VALUE '8'.             00460000
             88 COMM-LS-FAIL-NO-FUNDS            VALUE '9'.             00470000
             88 COMM-LS-FAIL-IN-ARREARS          VALUE 'A'.             00480000
             88 COMM-LS-FAIL-BAD-OPTION          VALUE 'O'.             00490000
             88 COMM-LS-FAIL-CURRENCY            VALUE 'C'.             00500000
