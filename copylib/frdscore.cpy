      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
      *   THE PAYMENT TO BE SCORED.  THE CUSTOMER IS THE OWNER OF THE  *00080000
      *   PAYING ACCOUNT.  A NONZERO PAYEE NUMBER PAYS A SAVED         *00090000
      *   BENEFICIARY AND THE TO-LEG IS TAKEN FROM THE BENEF ROW.      *00100000
          03 COMM-FRD-FROM-SORTCODE          PIC 9(6) DISPLAY.          00110000
          03 COMM-FRD-FROM-ACCOUNT           PIC 9(8) DISPLAY.          00120000
          03 COMM-FRD-CUSTOMER               PIC 9(10) DISPLAY.         00130000
          03 COMM-FRD-TO-SORTCODE            PIC 9(6) DISPLAY.          00140000
          03 COMM-FRD-TO-ACCOUNT             PIC 9(8) DISPLAY.          00150000
          03 COMM-FRD-AMOUNT                 PIC S9(10)V99.             00160000
          03 COMM-FRD-PAYEE-NAME             PIC X(60).                 00170000
          03 COMM-FRD-PAYEE-NUMBER           PIC 9(4) DISPLAY.          00180000
          03 COMM-FRD-CHANNEL                PIC X(3).                  00190000
      *   THE POINTS EACH SIGNAL CONTRIBUTED (ZERO WHEN IT DID NOT     *00200000
      *   FIRE) AND THEIR TOTAL.                                       *00210000
          03 COMM-FRD-POINTS.                                           00220000
             05 COMM-FRD-PTS-NEW-PAYEE       PIC 9(3).                  00230000
             05 COMM-FRD-PTS-HIGH-AMOUNT     PIC 9(3).                  00240000
             05 COMM-FRD-PTS-CONTACT-CHANGE  PIC 9(3).                  00250000
             05 COMM-FRD-PTS-NEW-ENROLMENT   PIC 9(3).                  00260000
             05 COMM-FRD-PTS-FAILED-LOGINS   PIC 9(3).                  00270000
             05 COMM-FRD-PTS-NAME-MISMATCH   PIC 9(3).                  00280000
          03 COMM-FRD-SCORE                  PIC 9(3).                  00290000
          03 COMM-FRD-DECISION               PIC X.                     00300000
             88 COMM-FRD-ALLOW                   VALUE 'A'.             00310000
             88 COMM-FRD-HOLD                    VALUE 'H'.             00320000
             88 COMM-FRD-DECLINE                 VALUE 'D'.             00330000
