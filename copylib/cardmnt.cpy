      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-CRD-TOKEN                  PIC X(16).                 00080000
          03 COMM-CRD-ACTION                 PIC X.                     00090000
             88 COMM-CRD-ACT-ISSUE               VALUE 'N'.             00100000
             88 COMM-CRD-ACT-REPLACE             VALUE 'R'.             00110000
             88 COMM-CRD-ACT-BLOCK               VALUE 'B'.             00120000
             88 COMM-CRD-ACT-ACTIVATE            VALUE 'A'.             00130000
             88 COMM-CRD-ACT-INQUIRE             VALUE 'I'.             00140000
      *   ISSUE : THE ACCOUNT, CARDHOLDER AND EXPIRY.  REPLACE : THE   *00150000
      *   NEW CARD'S TOKEN AND EXPIRY.  REPLACE AND BLOCK : THE        *00160000
      *   REASON (E/L/S/D, OR L/S FOR A BLOCK).                        *00170000
          03 COMM-CRD-SORTCODE               PIC 9(6) DISPLAY.          00180000
          03 COMM-CRD-ACCOUNT                PIC 9(8) DISPLAY.          00190000
          03 COMM-CRD-HOLDER                 PIC 9(10) DISPLAY.         00200000
          03 COMM-CRD-EXPIRY                 PIC 9(6).                  00210000
          03 COMM-CRD-NEW-TOKEN              PIC X(16).                 00220000
          03 COMM-CRD-REASON                 PIC X.                     00230000
          03 COMM-CRD-STATUS                 PIC X.                     00240000
          03 COMM-CRD-ISSUE-REASON           PIC X.                     00250000
          03 COMM-CRD-ISSUE-DATE             PIC 9(8).                  00260000
          03 COMM-CRD-REPLACES-TOKEN         PIC X(16).                 00270000
          03 COMM-CRD-SUCCESS                PIC X.                     00280000
             88 COMM-CRD-OK                      VALUE 'Y'.             00290000
             88 COMM-CRD-FAILED                  VALUE 'N'.             00300000
          03 COMM-CRD-FAIL-CD                PIC X.                     00310000
             88 COMM-CRD-FAIL-NONE               VALUE SPACE.           00320000
             88 COMM-CRD-FAIL-NOTFND             VALUE '1'.             00330000
             88 COMM-CRD-FAIL-ACCOUNT            VALUE '2'.             00340000
             88 COMM-CRD-FAIL-BAD-ACTION         VALUE '3'.             00350000
             88 COMM-CRD-FAIL-HOLDER             VALUE '4'.             00360000
             88 COMM-CRD-FAIL-NOT-HOLDER         VALUE '5'.             00370000
             88 COMM-CRD-FAIL-WRITE-ERR          VALUE '6'.             00380000
             88 COMM-CRD-FAIL-DUPLICATE          VALUE '7'.             00390000
             88 COMM-CRD-FAIL-READ-ERR           VALUE '8'.             00400000
             88 COMM-CRD-FAIL-STATUS             VALUE '9'.             00410000
             88 COMM-CRD-FAIL-REASON             VALUE 'R'.             00420000
             88 COMM-CRD-FAIL-EXPIRY             VALUE 'X'.             00430000
