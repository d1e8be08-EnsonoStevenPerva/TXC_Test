      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-KYC-KEY.                                              00080000
             05 COMM-KYC-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-KYC-CUSTNO              PIC 9(10) DISPLAY.         00100000
             05 COMM-KYC-DOC-SEQ             PIC 9(3) DISPLAY.          00110000
          03 COMM-KYC-ACTION                 PIC X.                     00120000
             88 COMM-KYC-ACT-ADD                 VALUE 'A'.             00130000
             88 COMM-KYC-ACT-UPDATE              VALUE 'U'.             00140000
             88 COMM-KYC-ACT-WITHDRAW            VALUE 'W'.             00150000
             88 COMM-KYC-ACT-INQUIRE             VALUE 'I'.             00160000
             88 COMM-KYC-ACT-REVIEW              VALUE 'R'.             00170000
          03 COMM-KYC-DOC-TYPE               PIC X(3).                  00180000
          03 COMM-KYC-REFERENCE              PIC X(30).                 00190000
          03 COMM-KYC-ISSUE-DATE             PIC 9(8).                  00200000
          03 COMM-KYC-EXPIRY-DATE            PIC 9(8).                  00210000
          03 COMM-KYC-OPERATOR               PIC X(3).                  00220000
      *   RETURNED FIELDS - THE DOCUMENT (WHEN A SEQUENCE IS GIVEN)    *00230000
      *   AND THE CUSTOMER'S RISK RATING AND REVIEW POSITION.          *00240000
          03 COMM-KYC-DOC-PURPOSE            PIC X.                     00250000
          03 COMM-KYC-VERIFIED-BY            PIC X(3).                  00260000
          03 COMM-KYC-VERIFIED-DATE          PIC 9(8).                  00270000
          03 COMM-KYC-DOC-STATUS             PIC X.                     00280000
          03 COMM-KYC-RISK-RATING            PIC X.                     00290000
          03 COMM-KYC-REVIEW-MONTHS          PIC 9(2).                  00300000
          03 COMM-KYC-LAST-REVIEW-DATE       PIC 9(8).                  00310000
          03 COMM-KYC-NEXT-REVIEW-DATE       PIC 9(8).                  00320000
          03 COMM-KYC-STATUS                 PIC X.                     00330000
          03 COMM-KYC-SUCCESS                PIC X.                     00340000
             88 COMM-KYC-OK                      VALUE 'Y'.             00350000
             88 COMM-KYC-FAILED                  VALUE 'N'.             00360000
          03 COMM-KYC-FAIL-CD                PIC X.                     00370000
             88 COMM-KYC-FAIL-NONE               VALUE SPACE.           00380000
             88 COMM-KYC-FAIL-CUST-NOTFND        VALUE '1'.             00390000
             88 COMM-KYC-FAIL-DOC-NOTFND         VALUE '2'.             00400000
             88 COMM-KYC-FAIL-BAD-ACTION         VALUE '3'.             00410000
             88 COMM-KYC-FAIL-BAD-TYPE           VALUE '4'.             00420000
             88 COMM-KYC-FAIL-BAD-DATES          VALUE '5'.             00430000
             88 COMM-KYC-FAIL-WRITE-ERR          VALUE '6'.             00440000
             88 COMM-KYC-FAIL-READ-ERR           VALUE '8'.             00450000
             88 COMM-KYC-FAIL-REGISTER-FULL      VALUE '9'.             00460000
             88 COMM-KYC-FAIL-NO-IDENTITY        VALUE 'N'.             00470000
             88 COMM-KYC-FAIL-OPERATOR           VALUE 'O'.             00480000
             88 COMM-KYC-FAIL-NOT-SUPERVISOR     VALUE 'V'.             00490000
