      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-CLT-KEY.                                              00080000
             05 COMM-CLT-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-CLT-NUMBER              PIC 9(8) DISPLAY.          00100000
          03 COMM-CLT-ACTION                 PIC X.                     00110000
             88 COMM-CLT-ACT-ADD                 VALUE 'A'.             00120000
             88 COMM-CLT-ACT-REVALUE             VALUE 'V'.             00130000
             88 COMM-CLT-ACT-CHARGE              VALUE 'C'.             00140000
             88 COMM-CLT-ACT-LINK                VALUE 'L'.             00150000
             88 COMM-CLT-ACT-UNLINK              VALUE 'U'.             00160000
             88 COMM-CLT-ACT-RELEASE             VALUE 'R'.             00170000
             88 COMM-CLT-ACT-INQUIRE             VALUE 'I'.             00180000
      *   ADD : THE TYPE, DESCRIPTION, OWNING CUSTOMER AND CHARGE      *00190000
      *   STATUS (SPACE MEANS PENDING), THEN FOR A PROPERTY ITS INDEX  *00200000
      *   REGION AND SURVEY, FOR ANY OTHER ASSET ITS VALUATION, AND    *00210000
      *   FOR A CASH DEPOSIT THE TERM DEPOSIT PLEDGED.  REVALUE : A    *00220000
      *   NEW SURVEY VALUE AND DATE (ZERO MEANS TODAY).  CHARGE : THE  *00230000
      *   NEW CHARGE STATUS.  LINK / UNLINK : THE FACILITY - L FOR A   *00240000
      *   LOAN, O FOR AN ARRANGED OVERDRAFT - BY SORT CODE AND         *00250000
      *   NUMBER.                                                      *00260000
          03 COMM-CLT-TYPE                   PIC X.                     00270000
          03 COMM-CLT-DESCRIPTION            PIC X(40).                 00280000
          03 COMM-CLT-OWNER                  PIC 9(10) DISPLAY.         00290000
          03 COMM-CLT-TERMDEP-NUMBER         PIC 9(8) DISPLAY.          00300000
          03 COMM-CLT-REGION                 PIC X(4).                  00310000
          03 COMM-CLT-SURVEY-VALUE           PIC 9(10)V99.              00320000
          03 COMM-CLT-SURVEY-DATE            PIC 9(8).                  00330000
          03 COMM-CLT-CHARGE-STATUS          PIC X.                     00340000
          03 COMM-CLT-FACILITY-TYPE          PIC X.                     00350000
          03 COMM-CLT-FAC-SORTCODE           PIC 9(6) DISPLAY.          00360000
          03 COMM-CLT-FAC-NUMBER             PIC 9(8) DISPLAY.          00370000
          03 COMM-CLT-OPERATOR               PIC X(3).                  00380000
      *   RETURNED FIELDS.                                             *00390000
          03 COMM-CLT-VALUE                  PIC 9(10)V99.              00400000
          03 COMM-CLT-VALUE-DATE             PIC 9(8).                  00410000
          03 COMM-CLT-VALUE-BASIS            PIC X.                     00420000
          03 COMM-CLT-CHARGE-DATE            PIC 9(8).                  00430000
          03 COMM-CLT-LINK-COUNT             PIC 9(3).                  00440000
          03 COMM-CLT-SUCCESS                PIC X.                     00450000
             88 COMM-CLT-OK                      VALUE 'Y'.             00460000
             88 COMM-CLT-FAILED                  VALUE 'N'.             00470000
          03 COMM-CLT-FAIL-CD                PIC X.                     00480000
             88 COMM-CLT-FAIL-NONE               VALUE SPACE.           00490000
             88 COMM-CLT-FAIL-NOTFND             VALUE '1'.             00500000
             88 COMM-CLT-FAIL-WRONG-STATE        VALUE '2'.             00510000
             88 COMM-CLT-FAIL-BAD-ACTION         VALUE '3'.             00520000
             88 COMM-CLT-FAIL-FACILITY           VALUE '4'.             00530000
             88 COMM-CLT-FAIL-BAD-DATA           VALUE '5'.             00540000
             88 COMM-CLT-FAIL-WRITE-ERR          VALUE '6'.             00550000
             88 COMM-CLT-FAIL-STILL-LINKED       VALUE '7'.             00560000
             88 COMM-CLT-FAIL-READ-ERR           VALUE '8'.             00570000
             88 COMM-CLT-FAIL-DUPLICATE          VALUE '9'.             00580000
             88 COMM-CLT-FAIL-BRANCH-CLOSED      VALUE 'B'.             00590000
             88 COMM-CLT-FAIL-CUST-NOTFND        VALUE 'C'.             00600000
             88 COMM-CLT-FAIL-DEPOSIT            VALUE 'D'.             00610000
             88 COMM-CLT-FAIL-OPERATOR           VALUE 'O'.             00620000
