      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-INT-FROM-KEY.                                         00080000
             05 COMM-INT-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-INT-ACCNO               PIC 9(8) DISPLAY.          00100000
          03 COMM-INT-BENEF-IBAN             PIC X(34).                 00110000
          03 COMM-INT-BENEF-BIC              PIC X(11).                 00120000
          03 COMM-INT-BENEF-NAME             PIC X(35).                 00130000
          03 COMM-INT-REMIT-INFO             PIC X(35).                 00140000
      *   THE AMOUNT IS IN THE PAYMENT CURRENCY, NOT THE ACCOUNT'S.    *00150000
          03 COMM-INT-CURRENCY               PIC X(3).                  00160000
          03 COMM-INT-AMOUNT                 PIC S9(10)V99.             00170000
          03 COMM-INT-CHARGE-OPTION          PIC X(3).                  00180000
             88 COMM-INT-CHARGES-OUR              VALUE 'OUR'.          00190000
             88 COMM-INT-CHARGES-SHARED           VALUE 'SHA'.          00200000
             88 COMM-INT-CHARGES-BEN              VALUE 'BEN'.          00210000
      *   RETURNED ON SUCCESS - THE PAYMENT REFERENCE, THE DEALING     *00220000
      *   RATE APPLIED (ACCOUNT CURRENCY PER UNIT OF PAYMENT           *00230000
      *   CURRENCY), THE PRINCIPAL AND CHARGE TAKEN FROM THE ACCOUNT   *00240000
      *   AND THE AMOUNT THAT WILL ACTUALLY BE SENT.                   *00250000
          03 COMM-INT-REFERENCE              PIC X(20).                 00260000
          03 COMM-INT-DEAL-RATE              PIC 9(5)V9(6).             00270000
          03 COMM-INT-DEBIT-AMOUNT           PIC S9(10)V99.             00280000
          03 COMM-INT-CHARGE-AMOUNT          PIC S9(8)V99.              00290000
          03 COMM-INT-SENT-AMOUNT            PIC S9(10)V99.             00300000
          03 COMM-INT-SUCCESS                PIC X.                     00310000
          03 COMM-INT-FAIL-CODE              PIC X.                     00320000
             88 COMM-INT-FAIL-NONE                VALUE SPACE.          00330000
             88 COMM-INT-FAIL-BAD-AMOUNT          VALUE '1'.            00340000
             88 COMM-INT-FAIL-FROM-NOTFND         VALUE '2'.            00350000
             88 COMM-INT-FAIL-BAD-IBAN            VALUE '3'.            00360000
             88 COMM-INT-FAIL-FROM-CLOSED         VALUE '4'.            00370000
             88 COMM-INT-FAIL-BAD-BIC             VALUE '5'.            00380000
             88 COMM-INT-FAIL-INSUFF-FUNDS        VALUE '6'.            00390000
             88 COMM-INT-FAIL-WRITE-ERR           VALUE '7'.            00400000
             88 COMM-INT-FAIL-LIMIT               VALUE '8'.            00410000
             88 COMM-INT-FAIL-BAD-CHARGES         VALUE '9'.            00420000
             88 COMM-INT-FAIL-CHARGE-TOO-BIG      VALUE 'C'.            00430000
             88 COMM-INT-FAIL-DORMANT             VALUE 'D'.            00440000
             88 COMM-INT-FAIL-RATE-UNAVAIL        VALUE 'F'.            00450000
             88 COMM-INT-FAIL-CHECK-DIGIT         VALUE 'K'.            00460000
             88 COMM-INT-FAIL-NO-NAME             VALUE 'N'.            00470000
             88 COMM-INT-FAIL-SUSPENDED           VALUE 'S'.            00480000
             88 COMM-INT-FAIL-WATCHLIST           VALUE 'V'.            00490000
             88 COMM-INT-FAIL-OWNER-DECEASED      VALUE 'X'.            00500000
