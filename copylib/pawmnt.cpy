      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-PAW-KEY.                                              00080000
             05 COMM-PAW-SOURCE-TYPE         PIC X.                     00090000
             05 COMM-PAW-SORTCODE            PIC 9(6) DISPLAY.          00100000
             05 COMM-PAW-NUMBER              PIC 9(8) DISPLAY.          00110000
          03 COMM-PAW-ACTION                 PIC X.                     00120000
             88 COMM-PAW-ACT-SET                 VALUE 'S'.             00130000
             88 COMM-PAW-ACT-CANCEL              VALUE 'X'.             00140000
             88 COMM-PAW-ACT-INQUIRE             VALUE 'I'.             00150000
      *   SET : THE DESTINATION - O WITH ANOTHER OF THE CUSTOMER'S     *00160000
      *   ACCOUNTS AT THE BRANCH, B WITH A SAVED PAYEE NUMBER, E WITH  *00170000
      *   ANY OTHER SORT CODE, ACCOUNT AND NAME - AND THE FREQUENCY    *00180000
      *   (M, Q OR A).  A SET REPLACES ANY INSTRUCTION ALREADY HELD.   *00190000
          03 COMM-PAW-DEST-TYPE              PIC X.                     00200000
          03 COMM-PAW-DEST-SORTCODE          PIC 9(6) DISPLAY.          00210000
          03 COMM-PAW-DEST-ACCOUNT           PIC 9(8) DISPLAY.          00220000
          03 COMM-PAW-BENEF-PAYEE            PIC 9(4) DISPLAY.          00230000
          03 COMM-PAW-DEST-NAME              PIC X(30).                 00240000
          03 COMM-PAW-FREQUENCY              PIC X.                     00250000
          03 COMM-PAW-OPERATOR               PIC X(3).                  00260000
      *   RETURNED FIELDS.                                             *00270000
          03 COMM-PAW-CUSTOMER               PIC 9(10) DISPLAY.         00280000
          03 COMM-PAW-NEXT-PAY-DATE          PIC 9(8).                  00290000
          03 COMM-PAW-DUE-AMOUNT             PIC S9(10)V99.             00300000
          03 COMM-PAW-LAST-PAID-DATE         PIC 9(8).                  00310000
          03 COMM-PAW-LAST-PAID-AMOUNT       PIC S9(10)V99.             00320000
          03 COMM-PAW-PAID-TOTAL             PIC S9(10)V99.             00330000
          03 COMM-PAW-FAIL-COUNT             PIC 9(3).                  00340000
          03 COMM-PAW-LAST-FAIL-DATE         PIC 9(8).                  00350000
          03 COMM-PAW-LAST-FAIL-REASON       PIC X(30).                 00360000
          03 COMM-PAW-STATUS                 PIC X.                     00370000
          03 COMM-PAW-SUCCESS                PIC X.                     00380000
             88 COMM-PAW-OK                      VALUE 'Y'.             00390000
             88 COMM-PAW-FAILED                  VALUE 'N'.             00400000
          03 COMM-PAW-FAIL-CD                PIC X.                     00410000
             88 COMM-PAW-FAIL-NONE               VALUE SPACE.           00420000
             88 COMM-PAW-FAIL-NOTFND             VALUE '1'.             00430000
             88 COMM-PAW-FAIL-WRONG-STATE        VALUE '2'.             00440000
             88 COMM-PAW-FAIL-BAD-ACTION         VALUE '3'.             00450000
             88 COMM-PAW-FAIL-DESTINATION        VALUE '4'.             00460000
             88 COMM-PAW-FAIL-BAD-DATA           VALUE '5'.             00470000
             88 COMM-PAW-FAIL-WRITE-ERR          VALUE '6'.             00480000
             88 COMM-PAW-FAIL-SOURCE             VALUE '7'.             00490000
             88 COMM-PAW-FAIL-READ-ERR           VALUE '8'.             00500000
             88 COMM-PAW-FAIL-PAYEE              VALUE '9'.             00510000
             88 COMM-PAW-FAIL-OPERATOR           VALUE 'O'.             00520000
