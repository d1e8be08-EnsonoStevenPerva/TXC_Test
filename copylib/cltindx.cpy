      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   PROPERTY PRICE INDEX - ONE ROW PER REGION PER MONTH THE      *00070000
      *   INDEX WAS PUBLISHED, LOADED BY OPERATIONS FROM THE PUBLISHED *00080000
      *   SERIES.  CLTREVAL MOVES EACH PROPERTY'S SURVEY VALUE BY THE  *00090000
      *   REGION'S LATEST INDEX OVER THE INDEX FOR THE SURVEY MONTH    *00100000
      *   (THE LATEST PUBLISHED ON OR BEFORE IT).                      *00110000
           03 CLTINDX-RECORD.                                           00120000
              05 CLTINDX-EYECATCHER               PIC X(4).             00130000
                 88 CLTINDX-EYECATCHER-VALUE       VALUE 'CLTX'.        00140000
              05 CLTINDX-KEY.                                           00150000
                 07 CLTINDX-REGION                PIC X(4).             00160000
                 07 CLTINDX-PERIOD                PIC 9(6) DISPLAY.     00170000
              05 CLTINDX-VALUE                    PIC 9(5)V99.          00180000
              05 FILLER                           PIC X(10).            00190000
