      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-HVR-KEY.                                              00080000
             05 COMM-HVR-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-HVR-FROM-ACCOUNT        PIC 9(8) DISPLAY.          00100000
             05 COMM-HVR-SOURCE              PIC X(3).                  00110000
             05 COMM-HVR-NUMBER              PIC 9(8) DISPLAY.          00120000
          03 COMM-HVR-ACTION                 PIC X.                     00130000
             88 COMM-HVR-ACT-APPROVE             VALUE 'A'.             00140000
             88 COMM-HVR-ACT-REJECT              VALUE 'R'.             00150000
             88 COMM-HVR-ACT-INQUIRE             VALUE 'I'.             00160000
          03 COMM-HVR-OPERATOR               PIC X(3).                  00170000
          03 COMM-HVR-TO-SORTCODE            PIC 9(6) DISPLAY.          00180000
          03 COMM-HVR-TO-ACCOUNT             PIC 9(8) DISPLAY.          00190000
          03 COMM-HVR-AMOUNT                 PIC S9(10)V99.             00200000
          03 COMM-HVR-CURRENCY               PIC X(3).                  00210000
          03 COMM-HVR-GBP-AMOUNT             PIC S9(10)V99.             00220000
          03 COMM-HVR-CAPTURED-BY            PIC X(3).                  00230000
          03 COMM-HVR-QUEUED-DATE            PIC 9(8).                  00240000
          03 COMM-HVR-STATUS                 PIC X.                     00250000
          03 COMM-HVR-SUCCESS                PIC X.                     00260000
             88 COMM-HVR-OK                      VALUE 'Y'.             00270000
             88 COMM-HVR-FAILED                  VALUE 'N'.             00280000
          03 COMM-HVR-FAIL-CD                PIC X.                     00290000
             88 COMM-HVR-FAIL-NONE               VALUE SPACE.           00300000
             88 COMM-HVR-FAIL-NOTFND             VALUE '1'.             00310000
             88 COMM-HVR-FAIL-NOT-WAITING        VALUE '2'.             00320000
             88 COMM-HVR-FAIL-BAD-ACTION         VALUE '3'.             00330000
             88 COMM-HVR-FAIL-BAD-OPERATOR       VALUE '4'.             00340000
             88 COMM-HVR-FAIL-SAME-OPERATOR      VALUE '5'.             00350000
             88 COMM-HVR-FAIL-WRITE-ERR          VALUE '6'.             00360000
             88 COMM-HVR-FAIL-POST-FAILED        VALUE '7'.             00370000
             88 COMM-HVR-FAIL-READ-ERR           VALUE '8'.             00380000
             88 COMM-HVR-FAIL-OVER-LIMIT         VALUE '9'.             00390000
