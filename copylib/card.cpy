      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 CARD-RECORD.                                              00070000
              05 CARD-EYECATCHER                  PIC X(4).             00080000
                 88 CARD-EYECATCHER-VALUE          VALUE 'CARD'.        00090000
      *   ONE ROW PER PLASTIC, KEYED BY THE CARD TOKEN THE CARD        *00100000
      *   BUREAU ASSIGNS (THE CARD NUMBER ITSELF IS NEVER HELD).       *00110000
      *   CARDMNT ISSUES, REPLACES, BLOCKS AND ACTIVATES CARDS;        *00120000
      *   CARDAUTH REFUSES ANY CARD THAT IS NOT ACTIVE OR HAS          *00130000
      *   PASSED ITS EXPIRY MONTH.  THE CARDHOLDER IS THE ACCOUNT'S    *00140000
      *   PRIMARY HOLDER OR ONE OF ITS ACCHOLD JOINT HOLDERS, SO       *00150000
      *   EACH HOLDER OF A JOINT ACCOUNT HAS THEIR OWN CARD.           *00160000
              05 CARD-KEY.                                              00170000
                 07 CARD-TOKEN                    PIC X(16).            00180000
              05 CARD-ACCOUNT-KEY.                                      00190000
                 07 CARD-SORTCODE                 PIC 9(6) DISPLAY.     00200000
                 07 CARD-ACCOUNT                  PIC 9(8) DISPLAY.     00210000
              05 CARD-HOLDER-KEY.                                       00220000
                 07 CARD-HOLDER-SORTCODE          PIC 9(6) DISPLAY.     00230000
                 07 CARD-HOLDER-NUMBER            PIC 9(10) DISPLAY.    00240000
      *   VALID TO THE LAST DAY OF THE EXPIRY MONTH.                   *00250000
              05 CARD-EXPIRY                      PIC 9(6).             00260000
              05 CARD-EXPIRY-GRP REDEFINES CARD-EXPIRY.                 00270000
                 07 CARD-EXPIRY-YEAR              PIC 9(4).             00280000
                 07 CARD-EXPIRY-MONTH             PIC 99.               00290000
              05 CARD-STATUS-FLAG                 PIC X.                00300000
                 88 CARD-ISSUED                     VALUE 'I'.          00310000
                 88 CARD-ACTIVE                     VALUE 'A'.          00320000
                 88 CARD-BLOCKED-LOST               VALUE 'L'.          00330000
                 88 CARD-BLOCKED-STOLEN             VALUE 'S'.          00340000
                 88 CARD-REPLACED                   VALUE 'R'.          00350000
                 88 CARD-BLOCKED                    VALUE 'L' 'S'.      00360000
                 88 CARD-LIVE                       VALUE 'I' 'A'.      00370000
              05 CARD-ISSUE-REASON                PIC X.                00380000
                 88 CARD-REASON-NEW                 VALUE 'N'.          00390000
                 88 CARD-REASON-RENEWAL             VALUE 'E'.          00400000
                 88 CARD-REASON-LOST                VALUE 'L'.          00410000
                 88 CARD-REASON-STOLEN              VALUE 'S'.          00420000
                 88 CARD-REASON-DAMAGED             VALUE 'D'.          00430000
      *   THE CARD THIS ONE REPLACES, SPACES FOR A NEW CARD.  A        *00440000
      *   RENEWED OR DAMAGED CARD KEEPS WORKING UNTIL ITS              *00450000
      *   REPLACEMENT IS ACTIVATED.                                    *00460000
              05 CARD-REPLACES-TOKEN              PIC X(16).            00470000
              05 CARD-ISSUE-DATE                  PIC 9(8).             00480000
              05 CARD-STATUS-DATE                 PIC 9(8).             00490000
      *   SET WHEN CARDREIS EXTRACTS THE CARD FOR REISSUE, SO IT IS    *00500000
      *   EXTRACTED ONCE.  ZERO UNTIL THEN.                            *00510000
              05 CARD-REISSUE-DATE                PIC 9(8).             00520000
              05 FILLER                           PIC X(20).            00530000
