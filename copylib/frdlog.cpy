      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 FRDLOG-RECORD.                                            00070000
              05 FRDLOG-EYECATCHER                PIC X(4).             00080000
                 88 FRDLOG-EYECATCHER-VALUE        VALUE 'FLOG'.        00090000
      *   ONE ROW PER SCORING DECISION FRDSCORE MAKES, WHATEVER THE    *00100000
      *   OUTCOME, WITH THE POINTS EACH SIGNAL CONTRIBUTED, SO THE     *00110000
      *   WEIGHTS AND THRESHOLDS CAN BE TUNED AGAINST WHAT REALLY      *00120000
      *   HAPPENED.  KEYED BY DATE, TIME AND CICS TASK NUMBER.         *00130000
              05 FRDLOG-KEY.                                            00140000
                 07 FRDLOG-DATE                   PIC 9(8).             00150000
                 07 FRDLOG-TIME                   PIC 9(6).             00160000
                 07 FRDLOG-TASK                   PIC 9(8) DISPLAY.     00170000
              05 FRDLOG-CHANNEL                   PIC X(3).             00180000
              05 FRDLOG-FROM-SORTCODE             PIC 9(6) DISPLAY.     00190000
              05 FRDLOG-FROM-ACCOUNT              PIC 9(8) DISPLAY.     00200000
              05 FRDLOG-CUSTOMER                  PIC 9(10) DISPLAY.    00210000
              05 FRDLOG-TO-SORTCODE               PIC 9(6) DISPLAY.     00220000
              05 FRDLOG-TO-ACCOUNT                PIC 9(8) DISPLAY.     00230000
              05 FRDLOG-PAYEE-NUMBER              PIC 9(4) DISPLAY.     00240000
              05 FRDLOG-AMOUNT                    PIC S9(10)V99.        00250000
              05 FRDLOG-POINTS.                                         00260000
                 07 FRDLOG-PTS-NEW-PAYEE          PIC 9(3).             00270000
                 07 FRDLOG-PTS-HIGH-AMOUNT        PIC 9(3).             00280000
                 07 FRDLOG-PTS-CONTACT-CHANGE     PIC 9(3).             00290000
                 07 FRDLOG-PTS-NEW-ENROLMENT      PIC 9(3).             00300000
                 07 FRDLOG-PTS-FAILED-LOGINS      PIC 9(3).             00310000
                 07 FRDLOG-PTS-NAME-MISMATCH      PIC 9(3).             00320000
              05 FRDLOG-SCORE                     PIC 9(3).             00330000
              05 FRDLOG-DECISION                  PIC X.                00340000
                 88 FRDLOG-ALLOWED                  VALUE 'A'.          00350000
                 88 FRDLOG-HELD                     VALUE 'H'.          00360000
                 88 FRDLOG-DECLINED                 VALUE 'D'.          00370000
              05 FILLER                           PIC X(20).            00380000
