      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-NTC-KEY.                                              00080000
             05 COMM-NTC-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-NTC-ACCOUNT             PIC 9(8) DISPLAY.          00100000
             05 COMM-NTC-NUMBER              PIC 9(4) DISPLAY.          00110000
          03 COMM-NTC-ACTION                 PIC X.                     00120000
             88 COMM-NTC-ACT-GIVE                VALUE 'G'.             00130000
             88 COMM-NTC-ACT-CANCEL              VALUE 'C'.             00140000
             88 COMM-NTC-ACT-INQUIRE             VALUE 'I'.             00150000
      *   GIVE : THE AMOUNT, THE DATE THE CUSTOMER WANTS IT PAID AND   *00160000
      *   OPTIONALLY THE ACCOUNT TO PAY IT TO (A ZERO SORT CODE MEANS  *00170000
      *   THE NOTICE ACCOUNT'S OWN).  A ZERO NOTICE NUMBER ASKS FOR    *00180000
      *   THE NEXT FREE ONE, WHICH IS RETURNED.                        *00190000
          03 COMM-NTC-AMOUNT                 PIC 9(10)V99.              00200000
          03 COMM-NTC-PAYABLE-DATE           PIC 9(8).                  00210000
          03 COMM-NTC-PAY-SORTCODE           PIC 9(6) DISPLAY.          00220000
          03 COMM-NTC-PAY-ACCOUNT            PIC 9(8) DISPLAY.          00230000
      *   RETURNED.  ON A SHORT-NOTICE FAILURE THE EARLIEST DATE THE   *00240000
      *   PRODUCT ALLOWS IS RETURNED IN COMM-NTC-EARLIEST-DATE.        *00250000
          03 COMM-NTC-DRAWN-AMOUNT           PIC 9(10)V99.              00260000
          03 COMM-NTC-GIVEN-DATE             PIC 9(8).                  00270000
          03 COMM-NTC-LAPSE-DATE             PIC 9(8).                  00280000
          03 COMM-NTC-EARLIEST-DATE          PIC 9(8).                  00290000
          03 COMM-NTC-STATUS                 PIC X.                     00300000
          03 COMM-NTC-SUCCESS                PIC X.                     00310000
             88 COMM-NTC-OK                      VALUE 'Y'.             00320000
             88 COMM-NTC-FAILED                  VALUE 'N'.             00330000
          03 COMM-NTC-FAIL-CD                PIC X.                     00340000
             88 COMM-NTC-FAIL-NONE               VALUE SPACE.           00350000
             88 COMM-NTC-FAIL-ACCT-NOTFND        VALUE '1'.             00360000
             88 COMM-NTC-FAIL-NTC-NOTFND         VALUE '2'.             00370000
             88 COMM-NTC-FAIL-BAD-ACTION         VALUE '3'.             00380000
             88 COMM-NTC-FAIL-ACCT-CLOSED        VALUE '4'.             00390000
             88 COMM-NTC-FAIL-BAD-DATE           VALUE '5'.             00400000
             88 COMM-NTC-FAIL-WRITE-ERR          VALUE '6'.             00410000
             88 COMM-NTC-FAIL-BAD-AMOUNT         VALUE '7'.             00420000
             88 COMM-NTC-FAIL-READ-ERR           VALUE '8'.             00430000
             88 COMM-NTC-FAIL-DUPLICATE          VALUE '9'.             00440000
             88 COMM-NTC-FAIL-NOT-NOTICE         VALUE 'N'.             00450000
             88 COMM-NTC-FAIL-PAY-ACCOUNT        VALUE 'P'.             00460000
             88 COMM-NTC-FAIL-WRONG-STATE        VALUE 'W'.             00470000
