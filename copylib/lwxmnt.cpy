      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-LWX-KEY.                                              00080000
             05 COMM-LWX-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-LWX-LOAN-NUMBER         PIC 9(8) DISPLAY.          00100000
          03 COMM-LWX-ACTION                 PIC X.                     00110000
             88 COMM-LWX-ACT-PLACE               VALUE 'P'.             00120000
             88 COMM-LWX-ACT-LIFT                VALUE 'L'.             00130000
             88 COMM-LWX-ACT-INQUIRE             VALUE 'I'.             00140000
          03 COMM-LWX-REASON                 PIC X(40).                 00150000
          03 COMM-LWX-REVIEW-DATE            PIC 9(8).                  00160000
          03 COMM-LWX-OPERATOR               PIC X(3).                  00170000
          03 COMM-LWX-APPROVED-DATE          PIC 9(8).                  00180000
          03 COMM-LWX-SUCCESS                PIC X.                     00190000
             88 COMM-LWX-OK                      VALUE 'Y'.             00200000
             88 COMM-LWX-FAILED                  VALUE 'N'.             00210000
          03 COMM-LWX-FAIL-CD                PIC X.                     00220000
             88 COMM-LWX-FAIL-NONE               VALUE SPACE.           00230000
             88 COMM-LWX-FAIL-LOAN-NOTFND        VALUE '1'.             00240000
             88 COMM-LWX-FAIL-EXC-NOTFND         VALUE '2'.             00250000
             88 COMM-LWX-FAIL-BAD-ACTION         VALUE '3'.             00260000
             88 COMM-LWX-FAIL-LOAN-INACTIVE      VALUE '4'.             00270000
             88 COMM-LWX-FAIL-BAD-REASON         VALUE '5'.             00280000
             88 COMM-LWX-FAIL-WRITE-ERR          VALUE '6'.             00290000
             88 COMM-LWX-FAIL-READ-ERR           VALUE '8'.             00300000
             88 COMM-LWX-FAIL-DUPLICATE          VALUE '9'.             00310000
             88 COMM-LWX-FAIL-OPERATOR           VALUE 'O'.             00320000
             88 COMM-LWX-FAIL-NOT-SUPERVISOR     VALUE 'V'.             00330000
