      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 SODCASE-RECORD.                                           00070000
              05 SODCASE-EYECATCHER               PIC X(4).             00080000
                 88 SODCASE-EYECATCHER-VALUE       VALUE 'SODC'.        00090000
      *   ONE ROW PER SEGREGATION-OF-DUTIES EXCEPTION SODSCAN RAISES.  *00100000
      *   THE CASE REFERENCE IS THE BUSINESS DATE AND A SEQUENCE       *00110000
      *   WITHIN THE DAY, AND IS PRINTED ON THE EXCEPTIONS REPORT SO   *00120000
      *   INTERNAL AUDIT CAN WORK AND CLOSE EACH HIT.                  *00130000
              05 SODCASE-KEY.                                           00140000
                 07 SODCASE-DATE                  PIC 9(8).             00150000
                 07 SODCASE-SEQUENCE              PIC 9(5).             00160000
              05 SODCASE-RULE                     PIC X(3).             00170000
                 88 SODCASE-RULE-OWN                VALUE 'OWN'.        00180000
                 88 SODCASE-RULE-CONNECTED          VALUE 'CON'.        00190000
                 88 SODCASE-RULE-MAKER-CHECKER      VALUE 'MKC'.        00200000
                 88 SODCASE-RULE-OUT-OF-BRANCH      VALUE 'BRN'.        00210000
              05 SODCASE-OPERATOR                 PIC X(3).             00220000
              05 SODCASE-OPERATOR-BRANCH          PIC 9(6) DISPLAY.     00230000
      *   WHERE THE ACTIVITY WAS FOUND - PROCTRAN, CUSCHG, TILL OR     *00240000
      *   THE MAKER-CHECKER REGISTER - AND ITS KEY THERE.              *00250000
              05 SODCASE-SOURCE                   PIC X(8).             00260000
              05 SODCASE-SOURCE-KEY               PIC X(24).            00270000
              05 SODCASE-SORTCODE                 PIC 9(6) DISPLAY.     00280000
              05 SODCASE-ACCOUNT                  PIC 9(8) DISPLAY.     00290000
              05 SODCASE-CUSTOMER                 PIC 9(10) DISPLAY.    00300000
              05 SODCASE-AMOUNT                   PIC S9(10)V99.        00310000
              05 SODCASE-DETAIL                   PIC X(40).            00320000
              05 SODCASE-STATUS-FLAG              PIC X.                00330000
                 88 SODCASE-OPEN                    VALUE 'O'.          00340000
                 88 SODCASE-CLOSED                  VALUE 'C'.          00350000
              05 SODCASE-CLOSED-DATE              PIC 9(8).             00360000
              05 FILLER                           PIC X(20).            00370000
