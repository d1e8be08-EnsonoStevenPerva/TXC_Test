      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-PRX-KEY.                                              00080000
             05 COMM-PRX-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-PRX-ACCOUNT             PIC 9(8) DISPLAY.          00100000
             05 COMM-PRX-EFFECTIVE-DATE      PIC 9(8) DISPLAY.          00110000
          03 COMM-PRX-ACTION                 PIC X.                     00120000
             88 COMM-PRX-ACT-ADD                 VALUE 'A'.             00130000
             88 COMM-PRX-ACT-CANCEL              VALUE 'X'.             00140000
             88 COMM-PRX-ACT-INQUIRE             VALUE 'I'.             00150000
      *   THE OPERATOR CAPTURES THE EXCEPTION; THE APPROVER, A         *00160000
      *   SUPERVISOR OR MANAGER OTHER THAN THE OPERATOR, AUTHORISES    *00170000
      *   IT.  AN APPROVER IS ONLY NEEDED ON AN ADD.                   *00180000
          03 COMM-PRX-OPERATOR               PIC X(3).                  00190000
          03 COMM-PRX-APPROVER               PIC X(3).                  00200000
      *   ON AN ADD A ZERO EFFECTIVE DATE MEANS TODAY.  ON AN INQUIRE  *00210000
      *   A ZERO EFFECTIVE DATE RETURNS THE ROW IN FORCE TODAY.        *00220000
          03 COMM-PRX-EXPIRY-DATE            PIC 9(8).                  00230000
          03 COMM-PRX-REASON                 PIC X.                     00240000
             88 COMM-PRX-REASON-VALID            VALUE 'S' 'C' 'R'      00250000
                                                       'N' 'O'.         00260000
          03 COMM-PRX-CREDIT-OVERRIDE        PIC X.                     00270000
          03 COMM-PRX-CREDIT-RATE            PIC 9(2)V9(4).             00280000
          03 COMM-PRX-DEBIT-OVERRIDE         PIC X.                     00290000
          03 COMM-PRX-DEBIT-RATE             PIC 9(2)V9(4).             00300000
          03 COMM-PRX-WAIVE-ALL              PIC X.                     00310000
          03 COMM-PRX-WAIVE-EVENTS.                                     00320000
             05 COMM-PRX-WAIVE-EVENT         PIC X(3) OCCURS 4 TIMES.   00330000
                88 COMM-PRX-WAIVE-EVENT-VALID    VALUE 'MNT' 'CHF'      00340000
                                                       'SRX' 'SDB'      00350000
                                                       SPACES.          00360000
          03 COMM-PRX-NOTE                   PIC X(40).                 00370000
      *   RETURNED FIELDS.                                             *00380000
          03 COMM-PRX-CAPTURED-BY            PIC X(3).                  00390000
          03 COMM-PRX-CAPTURED-DATE          PIC 9(8).                  00400000
          03 COMM-PRX-APPROVED-BY            PIC X(3).                  00410000
          03 COMM-PRX-STATUS                 PIC X.                     00420000
          03 COMM-PRX-CANCELLED-DATE         PIC 9(8).                  00430000
          03 COMM-PRX-CANCELLED-BY           PIC X(3).                  00440000
          03 COMM-PRX-SUCCESS                PIC X.                     00450000
             88 COMM-PRX-OK                      VALUE 'Y'.             00460000
             88 COMM-PRX-FAILED                  VALUE 'N'.             00470000
          03 COMM-PRX-FAIL-CD                PIC X.                     00480000
             88 COMM-PRX-FAIL-NONE               VALUE SPACE.           00490000
             88 COMM-PRX-FAIL-ACCT-NOTFND        VALUE '1'.             00500000
             88 COMM-PRX-FAIL-EXC-NOTFND         VALUE '2'.             00510000
             88 COMM-PRX-FAIL-BAD-ACTION         VALUE '3'.             00520000
             88 COMM-PRX-FAIL-BAD-TERMS          VALUE '4'.             00530000
             88 COMM-PRX-FAIL-BAD-DATE           VALUE '5'.             00540000
             88 COMM-PRX-FAIL-WRITE-ERR          VALUE '6'.             00550000
             88 COMM-PRX-FAIL-NOT-ACTIVE         VALUE '7'.             00560000
             88 COMM-PRX-FAIL-READ-ERR           VALUE '8'.             00570000
             88 COMM-PRX-FAIL-DUPLICATE          VALUE '9'.             00580000
             88 COMM-PRX-FAIL-ACCT-NOT-OPEN      VALUE 'P'.             00590000
             88 COMM-PRX-FAIL-APPROVER           VALUE 'V'.             00600000
             88 COMM-PRX-FAIL-OPERATOR           VALUE 'O'.             00610000
