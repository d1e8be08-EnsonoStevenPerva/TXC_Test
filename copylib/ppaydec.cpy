      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-PPD-KEY.                                              00080000
             05 COMM-PPD-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-PPD-ACCOUNT             PIC 9(8) DISPLAY.          00100000
             05 COMM-PPD-SERIAL              PIC 9(10) DISPLAY.         00110000
      *   THE DECIDING CUSTOMER MUST BE THE ACCOUNT HOLDER.            *00120000
          03 COMM-PPD-CUSTOMER               PIC 9(10) DISPLAY.         00130000
          03 COMM-PPD-ACTION                 PIC X.                     00140000
             88 COMM-PPD-ACT-PAY                 VALUE 'P'.             00150000
             88 COMM-PPD-ACT-RETURN              VALUE 'R'.             00160000
             88 COMM-PPD-ACT-INQUIRE             VALUE 'I'.             00170000
          03 COMM-PPD-AMOUNT                 PIC S9(10)V99.             00180000
          03 COMM-PPD-ISSUED-AMOUNT          PIC S9(10)V99.             00190000
          03 COMM-PPD-ISSUE-DATE             PIC 9(8).                  00200000
          03 COMM-PPD-REASON                 PIC X.                     00210000
          03 COMM-PPD-CLEARING-DATE          PIC 9(8).                  00220000
          03 COMM-PPD-CUTOFF-DATE            PIC 9(8).                  00230000
          03 COMM-PPD-DECISION               PIC X.                     00240000
          03 COMM-PPD-STATUS                 PIC X.                     00250000
          03 COMM-PPD-SUCCESS                PIC X.                     00260000
             88 COMM-PPD-OK                      VALUE 'Y'.             00270000
             88 COMM-PPD-FAILED                  VALUE 'N'.             00280000
          03 COMM-PPD-FAIL-CD                PIC X.                     00290000
             88 COMM-PPD-FAIL-NONE               VALUE SPACE.           00300000
             88 COMM-PPD-FAIL-NOTFND             VALUE '1'.             00310000
             88 COMM-PPD-FAIL-CLOSED             VALUE '2'.             00320000
             88 COMM-PPD-FAIL-BAD-ACTION         VALUE '3'.             00330000
             88 COMM-PPD-FAIL-NOT-HOLDER         VALUE '5'.             00340000
             88 COMM-PPD-FAIL-WRITE-ERR          VALUE '6'.             00350000
             88 COMM-PPD-FAIL-READ-ERR           VALUE '8'.             00360000
