      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-CNS-KEY.                                              00080000
             05 COMM-CNS-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-CNS-CUSTNO              PIC 9(10) DISPLAY.         00100000
          03 COMM-CNS-ACTION                 PIC X.                     00110000
             88 COMM-CNS-ACT-UPDATE              VALUE 'U'.             00120000
             88 COMM-CNS-ACT-INQUIRE             VALUE 'I'.             00130000
          03 COMM-CNS-OPERATOR               PIC X(3).                  00140000
          03 COMM-CNS-CAPTURE                PIC X.                     00150000
             88 COMM-CNS-CAPTURE-VALID           VALUE 'B' 'T' 'O' 'P'. 00160000
          03 COMM-CNS-PURPOSE OCCURS 3 TIMES.                           00170000
             05 COMM-CNS-CHANNEL OCCURS 4 TIMES.                        00180000
                07 COMM-CNS-FLAG             PIC X.                     00190000
                   88 COMM-CNS-FLAG-VALID        VALUE 'Y' 'N' SPACE.   00200000
                07 COMM-CNS-DATE             PIC 9(8).                  00210000
          03 COMM-CNS-LAST-CHANGE-DATE       PIC 9(8).                  00220000
          03 COMM-CNS-SUCCESS                PIC X.                     00230000
             88 COMM-CNS-OK                      VALUE 'Y'.             00240000
             88 COMM-CNS-FAILED                  VALUE 'N'.             00250000
          03 COMM-CNS-FAIL-CD                PIC X.                     00260000
             88 COMM-CNS-FAIL-NONE               VALUE SPACE.           00270000
             88 COMM-CNS-FAIL-CUST-NOTFND        VALUE '1'.             00280000
             88 COMM-CNS-FAIL-REG-NOTFND         VALUE '2'.             00290000
             88 COMM-CNS-FAIL-BAD-ACTION         VALUE '3'.             00300000
             88 COMM-CNS-FAIL-BAD-FLAG           VALUE '4'.             00310000
             88 COMM-CNS-FAIL-WRITE-ERR          VALUE '6'.             00320000
             88 COMM-CNS-FAIL-OPERATOR           VALUE 'O'.             00330000
             88 COMM-CNS-FAIL-READ-ERR           VALUE '8'.             00340000
             88 COMM-CNS-FAIL-HISTORY-ERR        VALUE 'A'.             00350000
