      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER CUSTOMER - THE CURRENT MARKETING CONSENT AND     *00070000
      *   COMMUNICATION-PREFERENCE POSITION.  EACH PURPOSE (1 DIRECT   *00080000
      *   MARKETING, 2 PROFILING, 3 SHARING WITH THIRD PARTIES) HOLDS  *00090000
      *   ONE SLOT PER CHANNEL (1 POST, 2 EMAIL, 3 SMS, 4 PHONE), EACH *00100000
      *   WITH THE DATE IT WAS LAST GIVEN OR WITHDRAWN.  A SLOT NEVER  *00110000
      *   ASKED IS SPACE AND COUNTS AS NO CONSENT.  THE ROW IS ONLY    *00120000
      *   CHANGED THROUGH CONSMNT, WHICH LOGS EVERY CHANGE TO CUSCHG - *00130000
      *   THAT LOG IS THE DATED CONSENT HISTORY.                       *00140000
           03 MKTCONS-RECORD.                                           00150000
              05 MKTCONS-EYECATCHER               PIC X(4).             00160000
                 88 MKTCONS-EYECATCHER-VALUE       VALUE 'MCNS'.        00170000
              05 MKTCONS-KEY.                                           00180000
                 07 MKTCONS-SORTCODE              PIC 9(6) DISPLAY.     00190000
                 07 MKTCONS-CUSTOMER              PIC 9(10) DISPLAY.    00200000
              05 MKTCONS-PURPOSE OCCURS 3 TIMES.                        00210000
                 07 MKTCONS-CHANNEL OCCURS 4 TIMES.                     00220000
                    09 MKTCONS-FLAG               PIC X.                00230000
                       88 MKTCONS-GIVEN             VALUE 'Y'.          00240000
                       88 MKTCONS-WITHDRAWN         VALUE 'N'.          00250000
                       88 MKTCONS-NOT-ASKED         VALUE SPACE.        00260000
                    09 MKTCONS-DATE               PIC 9(8).             00270000
              05 MKTCONS-LAST-CHANGE-DATE         PIC 9(8).             00280000
              05 MKTCONS-LAST-CHANGE-BY           PIC X(3).             00290000
              05 MKTCONS-LAST-CAPTURE             PIC X.                00300000
                 88 MKTCONS-CAPT-BRANCH            VALUE 'B'.           00310000
                 88 MKTCONS-CAPT-TELEPHONE         VALUE 'T'.           00320000
                 88 MKTCONS-CAPT-ONLINE            VALUE 'O'.           00330000
                 88 MKTCONS-CAPT-PAPER             VALUE 'P'.           00340000
