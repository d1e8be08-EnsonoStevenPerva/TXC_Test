      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 SDBLOG-RECORD.                                            00070000
              05 SDBLOG-EYECATCHER                PIC X(4).             00080000
                 88 SDBLOG-EYECATCHER-VALUE        VALUE 'SDBL'.        00090000
      *   ONE ROW FOR EVERY OPENING OF A SAFE-DEPOSIT BOX, WRITTEN     *00100000
      *   BY SDBMNT : WHO CAME, WHEN, AND WHICH OPERATOR ATTENDED.     *00110000
              05 SDBLOG-KEY.                                            00120000
                 07 SDBLOG-SORTCODE               PIC 9(6) DISPLAY.     00130000
                 07 SDBLOG-BOX-NUMBER             PIC 9(6) DISPLAY.     00140000
                 07 SDBLOG-DATE                   PIC 9(8).             00150000
                 07 SDBLOG-TIME                   PIC 9(8).             00160000
              05 SDBLOG-VISITOR                   PIC 9(10) DISPLAY.    00170000
              05 SDBLOG-VISITOR-ROLE              PIC X.                00180000
                 88 SDBLOG-BY-RENTER                VALUE 'R'.          00190000
                 88 SDBLOG-BY-KEYHOLDER             VALUE 'K'.          00200000
              05 SDBLOG-OPERATOR                  PIC X(3).             00210000
              05 FILLER                           PIC X(10).            00220000
