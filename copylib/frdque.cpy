      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 FRDQUE-RECORD.                                            00070000
              05 FRDQUE-EYECATCHER                PIC X(4).             00080000
                 88 FRDQUE-EYECATCHER-VALUE        VALUE 'FRDQ'.        00090000
      *   AN ONLINE TRANSFER HELD FOR A FRAUD CALL-BACK.  XFRFUNJ      *00100000
      *   QUEUES IT HERE INSTEAD OF POSTING IT WHEN FRDSCORE'S         *00110000
      *   DECISION IS HOLD; NOTHING IS DEBITED OR EARMARKED WHILE      *00120000
      *   IT WAITS.  AFTER CALLING THE CUSTOMER AN OPERATOR RELEASES   *00130000
      *   IT (FRDREL RE-DRIVES XFRFUN) OR CANCELS IT.  THE QUEUE       *00140000
      *   NUMBER IS THE XFRFUNJ TASK NUMBER, WHICH THE CUSTOMER WAS    *00150000
      *   GIVEN AS THE PROC_REF, AND THE IDEMPOTENCY KEY IS KEPT SO    *00160000
      *   A LATER REPLAY OF THE REQUEST GETS THE FINAL ANSWER.         *00170000
              05 FRDQUE-KEY.                                            00180000
                 07 FRDQUE-SORTCODE               PIC 9(6) DISPLAY.     00190000
                 07 FRDQUE-FROM-ACCOUNT           PIC 9(8) DISPLAY.     00200000
                 07 FRDQUE-NUMBER                 PIC 9(8) DISPLAY.     00210000
              05 FRDQUE-CUSTOMER                  PIC 9(10) DISPLAY.    00220000
              05 FRDQUE-TO-SORTCODE               PIC 9(6) DISPLAY.     00230000
              05 FRDQUE-TO-ACCOUNT                PIC 9(8) DISPLAY.     00240000
              05 FRDQUE-AMOUNT                    PIC S9(10)V99.        00250000
              05 FRDQUE-PAYEE-NAME                PIC X(60).            00260000
              05 FRDQUE-PAYEE-NUMBER              PIC 9(4) DISPLAY.     00270000
              05 FRDQUE-NAME-OVERRIDE             PIC X.                00280000
              05 FRDQUE-IDEMKEY                   PIC X(32).            00290000
              05 FRDQUE-SCORE                     PIC 9(3).             00300000
              05 FRDQUE-QUEUED-DATE               PIC 9(8).             00310000
              05 FRDQUE-QUEUED-TIME               PIC 9(6).             00320000
              05 FRDQUE-STATUS-FLAG               PIC X.                00330000
                 88 FRDQUE-WAITING                  VALUE 'W'.          00340000
                 88 FRDQUE-RELEASED                 VALUE 'R'.          00350000
                 88 FRDQUE-CANCELLED                VALUE 'X'.          00360000
              05 FRDQUE-DECIDED-BY                PIC X(3).             00370000
              05 FRDQUE-DECIDED-DATE              PIC 9(8).             00380000
              05 FRDQUE-CALLBACK-NOTE             PIC X(40).            00390000
              05 FILLER                           PIC X(20).            00400000
