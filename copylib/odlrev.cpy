      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 ODLREV-RECORD.                                            00070000
              05 ODLREV-EYECATCHER                PIC X(4).             00080000
                 88 ODLREV-EYECATCHER-VALUE        VALUE 'ODLR'.        00090000
      *   THE OVERDRAFT LIMIT REVIEW QUEUE - AT MOST ONE PROPOSAL PER  *00100000
      *   ARRANGED FACILITY.  ODREVIEW PROPOSES AN INCREASE OR A       *00110000
      *   DECREASE FROM THE MONTH'S BEHAVIOURAL SCORE (BHVSCORE); AN   *00120000
      *   OPERATOR APPROVES OR REJECTS IT THROUGH ODFMAINT UNDER THE   *00130000
      *   SAME RULES AS A GRANT.  AN APPROVED INCREASE IS APPLIED AT   *00140000
      *   ONCE.  AN APPROVED DECREASE WAITS FOR ODREVIEW TO GIVE THE   *00150000
      *   CUSTOMER NOTICE (A CUSCHG ENTRY THAT CUSNOTIF LETTERS) AND   *00160000
      *   IS APPLIED BY ODREVIEW ONCE THE NOTICE PERIOD HAS RUN.       *00170000
              05 ODLREV-KEY.                                            00180000
                 07 ODLREV-SORTCODE               PIC 9(6) DISPLAY.     00190000
                 07 ODLREV-NUMBER                 PIC 9(8) DISPLAY.     00200000
              05 ODLREV-CUSTOMER                  PIC 9(10) DISPLAY.    00210000
              05 ODLREV-SCORE-MONTH               PIC 9(6).             00220000
              05 ODLREV-SCORE                     PIC 9(3).             00230000
              05 ODLREV-BAND                      PIC X.                00240000
              05 ODLREV-DIRECTION                 PIC X.                00250000
                 88 ODLREV-INCREASE                 VALUE 'I'.          00260000
                 88 ODLREV-DECREASE                 VALUE 'D'.          00270000
              05 ODLREV-OLD-LIMIT                 PIC 9(10)V99.         00280000
              05 ODLREV-NEW-LIMIT                 PIC 9(10)V99.         00290000
              05 ODLREV-STATUS                    PIC X.                00300000
                 88 ODLREV-PROPOSED                 VALUE 'P'.          00310000
                 88 ODLREV-APPROVED                 VALUE 'A'.          00320000
                 88 ODLREV-NOTIFIED                 VALUE 'N'.          00330000
                 88 ODLREV-APPLIED                  VALUE 'X'.          00340000
                 88 ODLREV-REJECTED                 VALUE 'R'.          00350000
                 88 ODLREV-SUPERSEDED               VALUE 'S'.          00360000
              05 ODLREV-PROPOSED-DATE             PIC 9(8).             00370000
              05 ODLREV-DECIDED-BY                PIC X(3).             00380000
              05 ODLREV-DECIDED-DATE              PIC 9(8).             00390000
      *   THE DATE A DECREASE TAKES EFFECT - SET WHEN NOTICE IS        *00400000
      *   GIVEN.  ZERO UNTIL THEN, AND FOR AN INCREASE.                *00410000
              05 ODLREV-EFFECTIVE-DATE            PIC 9(8).             00420000
              05 ODLREV-APPLIED-DATE              PIC 9(8).             00430000
              05 FILLER                           PIC X(20).            00440000
