      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-SDB-KEY.                                              00080000
             05 COMM-SDB-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-SDB-NUMBER              PIC 9(6) DISPLAY.          00100000
          03 COMM-SDB-ACTION                 PIC X.                     00110000
             88 COMM-SDB-ACT-ADD                 VALUE 'A'.             00120000
             88 COMM-SDB-ACT-LET                 VALUE 'L'.             00130000
             88 COMM-SDB-ACT-KEYHOLDERS          VALUE 'K'.             00140000
             88 COMM-SDB-ACT-OPEN                VALUE 'O'.             00150000
             88 COMM-SDB-ACT-RELEASE             VALUE 'R'.             00160000
             88 COMM-SDB-ACT-INQUIRE             VALUE 'I'.             00170000
      *   ADD : THE BOX SIZE.  LET : THE RENTING CUSTOMER, THE         *00180000
      *   RENTAL ACCOUNT, THE START DATE (ZERO MEANS TODAY), THE       *00190000
      *   AGREED ANNUAL RENTAL (ZERO MEANS THE SCHEDULE'S RENTAL       *00200000
      *   FOR THE SIZE) AND THE KEY HOLDERS.  KEY HOLDERS : THE        *00210000
      *   REPLACEMENT KEY HOLDERS.  OPEN : THE VISITOR.                *00220000
          03 COMM-SDB-SIZE                   PIC X.                     00230000
          03 COMM-SDB-CUSTOMER               PIC 9(10) DISPLAY.         00240000
          03 COMM-SDB-RENTAL-ACCOUNT         PIC 9(8) DISPLAY.          00250000
          03 COMM-SDB-START-DATE             PIC 9(8).                  00260000
          03 COMM-SDB-ANNUAL-RENTAL          PIC 9(8)V99.               00270000
          03 COMM-SDB-KEYHOLDER-COUNT        PIC 9.                     00280000
          03 COMM-SDB-KH-CUSTOMER            PIC 9(10) DISPLAY          00290000
                                             OCCURS 2 TIMES.            00300000
          03 COMM-SDB-VISITOR                PIC 9(10) DISPLAY.         00310000
          03 COMM-SDB-OPERATOR               PIC X(3).                  00320000
      *   RETURNED FIELDS.                                             *00330000
          03 COMM-SDB-STATUS                 PIC X.                     00340000
          03 COMM-SDB-NEXT-DUE-DATE          PIC 9(8).                  00350000
          03 COMM-SDB-ARREARS-AMOUNT         PIC 9(8)V99.               00360000
          03 COMM-SDB-ARREARS-SINCE          PIC 9(8).                  00370000
          03 COMM-SDB-LAST-OPENED-DATE       PIC 9(8).                  00380000
          03 COMM-SDB-SUCCESS                PIC X.                     00390000
             88 COMM-SDB-OK                      VALUE 'Y'.             00400000
             88 COMM-SDB-FAILED                  VALUE 'N'.             00410000
          03 COMM-SDB-FAIL-CD                PIC X.                     00420000
             88 COMM-SDB-FAIL-NONE               VALUE SPACE.           00430000
             88 COMM-SDB-FAIL-NOTFND             VALUE '1'.             00440000
             88 COMM-SDB-FAIL-WRONG-STATE        VALUE '2'.             00450000
             88 COMM-SDB-FAIL-BAD-ACTION         VALUE '3'.             00460000
             88 COMM-SDB-FAIL-NOT-KEYHOLDER      VALUE '4'.             00470000
             88 COMM-SDB-FAIL-BAD-DATA           VALUE '5'.             00480000
             88 COMM-SDB-FAIL-WRITE-ERR          VALUE '6'.             00490000
             88 COMM-SDB-FAIL-ARREARS            VALUE '7'.             00500000
             88 COMM-SDB-FAIL-READ-ERR           VALUE '8'.             00510000
             88 COMM-SDB-FAIL-DUPLICATE          VALUE '9'.             00520000
             88 COMM-SDB-FAIL-BAD-ACCOUNT        VALUE 'A'.             00530000
             88 COMM-SDB-FAIL-BRANCH-CLOSED      VALUE 'B'.             00540000
             88 COMM-SDB-FAIL-CUST-NOTFND        VALUE 'C'.             00550000
             88 COMM-SDB-FAIL-OPERATOR           VALUE 'O'.             00560000
