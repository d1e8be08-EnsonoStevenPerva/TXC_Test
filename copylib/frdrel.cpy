      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-FRQ-KEY.                                              00080000
             05 COMM-FRQ-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-FRQ-FROM-ACCOUNT        PIC 9(8) DISPLAY.          00100000
             05 COMM-FRQ-NUMBER              PIC 9(8) DISPLAY.          00110000
          03 COMM-FRQ-ACTION                 PIC X.                     00120000
             88 COMM-FRQ-ACT-RELEASE             VALUE 'R'.             00130000
             88 COMM-FRQ-ACT-CANCEL              VALUE 'C'.             00140000
             88 COMM-FRQ-ACT-INQUIRE             VALUE 'I'.             00150000
          03 COMM-FRQ-OPERATOR               PIC X(3).                  00160000
      *   WHAT THE CALL-BACK ESTABLISHED, KEPT ON THE QUEUE ROW.       *00170000
          03 COMM-FRQ-CALLBACK-NOTE          PIC X(40).                 00180000
          03 COMM-FRQ-CUSTOMER               PIC 9(10) DISPLAY.         00190000
          03 COMM-FRQ-TO-SORTCODE            PIC 9(6) DISPLAY.          00200000
          03 COMM-FRQ-TO-ACCOUNT             PIC 9(8) DISPLAY.          00210000
          03 COMM-FRQ-AMOUNT                 PIC S9(10)V99.             00220000
          03 COMM-FRQ-PAYEE-NAME             PIC X(60).                 00230000
          03 COMM-FRQ-SCORE                  PIC 9(3).                  00240000
          03 COMM-FRQ-QUEUED-DATE            PIC 9(8).                  00250000
          03 COMM-FRQ-STATUS                 PIC X.                     00260000
          03 COMM-FRQ-SUCCESS                PIC X.                     00270000
             88 COMM-FRQ-OK                      VALUE 'Y'.             00280000
             88 COMM-FRQ-FAILED                  VALUE 'N'.             00290000
          03 COMM-FRQ-FAIL-CD                PIC X.                     00300000
             88 COMM-FRQ-FAIL-NONE               VALUE SPACE.           00310000
             88 COMM-FRQ-FAIL-NOTFND             VALUE '1'.             00320000
             88 COMM-FRQ-FAIL-NOT-WAITING        VALUE '2'.             00330000
             88 COMM-FRQ-FAIL-BAD-ACTION         VALUE '3'.             00340000
             88 COMM-FRQ-FAIL-BAD-OPERATOR       VALUE '4'.             00350000
             88 COMM-FRQ-FAIL-WRITE-ERR          VALUE '6'.             00360000
             88 COMM-FRQ-FAIL-POST-FAILED        VALUE '7'.             00370000
             88 COMM-FRQ-FAIL-READ-ERR           VALUE '8'.             00380000
