      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-VLN-KEY.                                              00080000
             05 COMM-VLN-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-VLN-CUSTNO              PIC 9(10) DISPLAY.         00100000
          03 COMM-VLN-ACTION                 PIC X.                     00110000
             88 COMM-VLN-ACT-UPDATE              VALUE 'U'.             00120000
             88 COMM-VLN-ACT-CLOSE               VALUE 'C'.             00130000
             88 COMM-VLN-ACT-INQUIRE             VALUE 'I'.             00140000
          03 COMM-VLN-OPERATOR               PIC X(3).                  00150000
          03 COMM-VLN-TYPE                   PIC X.                     00160000
             88 COMM-VLN-TYPE-VALID              VALUE 'B' 'I' 'H'      00170000
                                                       'C' 'O'.         00180000
          03 COMM-VLN-DETAIL                 PIC X(60).                 00190000
      *   AGREED ADJUSTMENTS IN VULNREG ORDER - 1 PAUSE COLLECTIONS,   *00200000
      *   2 SOFTEN CONTACT, 3 THIRD-PARTY CONTACT, 4 ALTERNATIVE       *00210000
      *   FORMAT.  AN UPDATE REPLACES THE WHOLE SET.                   *00220000
          03 COMM-VLN-ADJUSTMENTS.                                      00230000
             05 COMM-VLN-ADJ-FLAG            PIC X OCCURS 4 TIMES.      00240000
                88 COMM-VLN-ADJ-FLAG-VALID       VALUE 'Y' 'N' SPACE.   00250000
          03 COMM-VLN-ADJ-NOTE               PIC X(60).                 00260000
      *   ON AN UPDATE THE CUSTOMER'S CONSENT TO THE RECORD MUST BE    *00270000
      *   'Y'.  ON A CLOSE, 'N' RECORDS THAT THE CONSENT WAS WITHDRAWN *00280000
      *   AND ERASES THE DETAIL; ANYTHING ELSE CLOSES THE ROW AS NO    *00290000
      *   LONGER NEEDED.  A ZERO REVIEW DATE ON AN UPDATE SETS THE     *00300000
      *   REVIEW TWELVE MONTHS OUT.                                    *00310000
          03 COMM-VLN-CONSENT                PIC X.                     00320000
          03 COMM-VLN-REVIEW-DATE            PIC 9(8).                  00330000
      *   RETURNED FIELDS.                                             *00340000
          03 COMM-VLN-CONSENT-DATE           PIC 9(8).                  00350000
          03 COMM-VLN-RECORDED-DATE          PIC 9(8).                  00360000
          03 COMM-VLN-RECORDED-BY            PIC X(3).                  00370000
          03 COMM-VLN-LAST-CHANGE-DATE       PIC 9(8).                  00380000
          03 COMM-VLN-LAST-CHANGE-BY         PIC X(3).                  00390000
          03 COMM-VLN-STATUS                 PIC X.                     00400000
          03 COMM-VLN-SUCCESS                PIC X.                     00410000
             88 COMM-VLN-OK                      VALUE 'Y'.             00420000
             88 COMM-VLN-FAILED                  VALUE 'N'.             00430000
          03 COMM-VLN-FAIL-CD                PIC X.                     00440000
             88 COMM-VLN-FAIL-NONE               VALUE SPACE.           00450000
             88 COMM-VLN-FAIL-CUST-NOTFND        VALUE '1'.             00460000
             88 COMM-VLN-FAIL-REG-NOTFND         VALUE '2'.             00470000
             88 COMM-VLN-FAIL-BAD-ACTION         VALUE '3'.             00480000
             88 COMM-VLN-FAIL-BAD-TYPE           VALUE '4'.             00490000
             88 COMM-VLN-FAIL-BAD-DATE           VALUE '5'.             00500000
             88 COMM-VLN-FAIL-WRITE-ERR          VALUE '6'.             00510000
             88 COMM-VLN-FAIL-NOT-ACTIVE         VALUE '7'.             00520000
             88 COMM-VLN-FAIL-READ-ERR           VALUE '8'.             00530000
             88 COMM-VLN-FAIL-NO-CONSENT         VALUE 'C'.             00540000
             88 COMM-VLN-FAIL-OPERATOR           VALUE 'O'.             00550000
