      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-VLT-SORTCODE               PIC 9(6) DISPLAY.          00080000
          03 COMM-VLT-ACTION                 PIC X.                     00090000
             88 COMM-VLT-ACT-SETUP               VALUE 'S'.             00100000
             88 COMM-VLT-ACT-DELIVERY            VALUE 'D'.             00110000
             88 COMM-VLT-ACT-COLLECTION          VALUE 'C'.             00120000
             88 COMM-VLT-ACT-INQUIRE             VALUE 'I'.             00130000
      *   SETUP : THE INSURED LIMIT AND MINIMUM HOLDING, AND THE       *00140000
      *   COUNTED OPENING BALANCE WHEN THE VAULT IS FIRST SET UP.      *00150000
      *   DELIVERY AND COLLECTION : THE AMOUNT RECEIVED FROM OR        *00160000
      *   HANDED TO THE CASH-IN-TRANSIT PROVIDER.                      *00170000
          03 COMM-VLT-AMOUNT                 PIC S9(10)V99.             00180000
          03 COMM-VLT-INSURED-LIMIT          PIC S9(10)V99.             00190000
          03 COMM-VLT-MINIMUM-HOLDING        PIC S9(10)V99.             00200000
          03 COMM-VLT-OPENING-BALANCE        PIC S9(10)V99.             00210000
          03 COMM-VLT-TO-TILLS               PIC S9(10)V99.             00220000
          03 COMM-VLT-FROM-TILLS             PIC S9(10)V99.             00230000
          03 COMM-VLT-DELIVERED              PIC S9(10)V99.             00240000
          03 COMM-VLT-COLLECTED              PIC S9(10)V99.             00250000
          03 COMM-VLT-BALANCE                PIC S9(10)V99.             00260000
          03 COMM-VLT-LAST-ORDER-DATE        PIC 9(8).                  00270000
          03 COMM-VLT-LAST-ORDER-TYPE        PIC X.                     00280000
          03 COMM-VLT-LAST-ORDER-AMOUNT      PIC S9(10)V99.             00290000
          03 COMM-VLT-SUCCESS                PIC X.                     00300000
             88 COMM-VLT-OK                      VALUE 'Y'.             00310000
             88 COMM-VLT-FAILED                  VALUE 'N'.             00320000
          03 COMM-VLT-FAIL-CD                PIC X.                     00330000
             88 COMM-VLT-FAIL-NONE               VALUE SPACE.           00340000
             88 COMM-VLT-FAIL-NOTFND             VALUE '1'.             00350000
             88 COMM-VLT-FAIL-BAD-ACTION         VALUE '3'.             00360000
             88 COMM-VLT-FAIL-NO-CASH            VALUE '4'.             00370000
             88 COMM-VLT-FAIL-BAD-AMOUNT         VALUE '5'.             00380000
             88 COMM-VLT-FAIL-WRITE-ERR          VALUE '6'.             00390000
             88 COMM-VLT-FAIL-READ-ERR           VALUE '8'.             00400000
