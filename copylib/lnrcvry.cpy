      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-LR-KEY.                                               00080000
             05 COMM-LR-SORTCODE             PIC 9(6) DISPLAY.          00090000
             05 COMM-LR-LOAN-NUMBER          PIC 9(8) DISPLAY.          00100000
          03 COMM-LR-SOURCE                  PIC X.                     00110000
             88 COMM-LR-FROM-CUSTOMER            VALUE 'C'.             00120000
             88 COMM-LR-FROM-AGENCY              VALUE 'A'.             00130000
          03 COMM-LR-AMOUNT                  PIC S9(10)V99.             00140000
          03 COMM-LR-PAYING-ACCNO            PIC 9(8) DISPLAY.          00150000
          03 COMM-LR-AGENCY-REF              PIC X(20).                 00160000
          03 COMM-LR-RECOVERED               PIC S9(10)V99.             00170000
          03 COMM-LR-BALANCE                 PIC S9(10)V99.             00180000
          03 COMM-LR-STATUS                  PIC X.                     00190000
          03 COMM-LR-SUCCESS                 PIC X.                     00200000
             88 COMM-LR-OK                       VALUE 'Y'.             00210000
             88 COMM-LR-FAILED                   VALUE 'N'.             00220000
          03 COMM-LR-FAIL-CD                 PIC X.                     00230000
             88 COMM-LR-FAIL-NONE                VALUE SPACE.           00240000
             88 COMM-LR-FAIL-ACCT-NOTFND         VALUE '1'.             00250000
             88 COMM-LR-FAIL-LEDGER-NOTFND       VALUE '2'.             00260000
             88 COMM-LR-FAIL-BAD-SOURCE          VALUE '3'.             00270000
             88 COMM-LR-FAIL-LEDGER-CLOSED       VALUE '4'.             00280000
             88 COMM-LR-FAIL-CONTROL             VALUE '5'.             00290000
             88 COMM-LR-FAIL-BAD-AMOUNT          VALUE '6'.             00300000
             88 COMM-LR-FAIL-WRITE-ERR           VALUE '7'.             00310000
             88 COMM-LR-FAIL-READ-ERR            VALUE '8'.             00320000
             88 COMM-LR-FAIL-NO-FUNDS            VALUE '9'.             00330000
             88 COMM-LR-FAIL-CURRENCY            VALUE 'C'.             00340000
