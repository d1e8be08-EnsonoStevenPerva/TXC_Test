      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER NOSTRO RECONCILIATION BREAK, KEYED BY A RUNNING  *00070000
      *   BREAK NUMBER.  NOSTREC RAISES A BREAK FOR EVERY STATEMENT    *00080000
      *   ENTRY IT CANNOT MATCH TO ONE OF OUR POSTINGS AND FOR EVERY   *00090000
      *   POSTING OF OURS THE CORRESPONDENT HAS NOT YET SHOWN, AND     *00100000
      *   CLEARS IT ON THE DAY THE OTHER SIDE TURNS UP.  A BREAK STILL *00110000
      *   OPEN AFTER THE AGEING THRESHOLD IS RAISED ONCE INTO THE      *00120000
      *   SUSPENSE LEDGER (COPYBOOK SUSPACCT) IN STERLING.  DIRECTION  *00130000
      *   IS ALWAYS FROM THE NOSTRO'S POINT OF VIEW - C IS MONEY IN    *00140000
      *   TO THE NOSTRO, D IS MONEY OUT.                               *00150000
           03 NOSTBRK-RECORD.                                           00160000
              05 NOSTBRK-EYECATCHER               PIC X(4).             00170000
                 88 NOSTBRK-EYECATCHER-VALUE       VALUE 'NBRK'.        00180000
              05 NOSTBRK-KEY.                                           00190000
                 07 NOSTBRK-NUMBER                PIC 9(8) DISPLAY.     00200000
              05 NOSTBRK-CURRENCY                 PIC X(3).             00210000
              05 NOSTBRK-CORR-BIC                 PIC X(11).            00220000
              05 NOSTBRK-ORIGIN                   PIC X.                00230000
                 88 NOSTBRK-FROM-STATEMENT          VALUE 'S'.          00240000
                 88 NOSTBRK-FROM-LEDGER             VALUE 'L'.          00250000
              05 NOSTBRK-DIRECTION                PIC X.                00260000
                 88 NOSTBRK-MONEY-IN                VALUE 'C'.          00270000
                 88 NOSTBRK-MONEY-OUT               VALUE 'D'.          00280000
              05 NOSTBRK-REFERENCE                PIC X(20).            00290000
              05 NOSTBRK-AMOUNT                   PIC S9(13)V99.        00300000
              05 NOSTBRK-VALUE-DATE               PIC 9(8).             00310000
              05 NOSTBRK-NARRATIVE                PIC X(30).            00320000
              05 NOSTBRK-RAISED-DATE              PIC 9(8).             00330000
              05 NOSTBRK-STATUS-FLAG              PIC X.                00340000
                 88 NOSTBRK-OPEN                    VALUE 'O'.          00350000
                 88 NOSTBRK-MATCHED                 VALUE 'M'.          00360000
              05 NOSTBRK-CLEARED-DATE             PIC 9(8).             00370000
      *   SET ONCE THE BREAK HAS BEEN PARKED IN SUSPENSE, WITH THE     *00380000
      *   SUSPENSE ENTRY IT WENT TO AND THE STERLING VALUE PARKED.     *00390000
              05 NOSTBRK-SUSPENSE-FLAG            PIC X.                00400000
                 88 NOSTBRK-IN-SUSPENSE             VALUE 'Y'.          00410000
              05 NOSTBRK-SUSP-SORTCODE            PIC 9(6) DISPLAY.     00420000
              05 NOSTBRK-SUSP-ENTRY               PIC 9(8) DISPLAY.     00430000
              05 NOSTBRK-SUSP-GBP-AMOUNT          PIC S9(10)V99.        00440000
              05 FILLER                           PIC X(20).            00450000
