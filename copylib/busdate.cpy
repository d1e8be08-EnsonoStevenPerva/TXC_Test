      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE BANK-WIDE BUSINESS-DATE CONTROL SINGLETON (KEY           *00070000
      *   'BUSDATE').  CURRENT IS THE PROCESSING DATE EVERY POSTING    *00080000
      *   PROGRAM STAMPS ON ITS WORK, WHATEVER THE SYSTEM CLOCK SAYS;  *00090000
      *   PREVIOUS AND NEXT ARE THE WORKING DAYS EITHER SIDE OF IT ON  *00100000
      *   THE PROCCAL CALENDAR.  ONLY THE EODROLL JOB ADVANCES IT.     *00110000
           03 BUSDATE-RECORD.                                           00120000
              05 BUSDATE-EYECATCHER               PIC X(4).             00130000
                 88 BUSDATE-EYECATCHER-VALUE       VALUE 'BDAT'.        00140000
              05 BUSDATE-KEY.                                           00150000
                 07 BUSDATE-CONTROL-ID            PIC X(8).             00160000
              05 BUSDATE-CURRENT-DATE             PIC 9(8).             00170000
              05 BUSDATE-CURRENT-GRP REDEFINES BUSDATE-CURRENT-DATE.    00180000
                 07 BUSDATE-CURRENT-YYYY          PIC 9999.             00190000
                 07 BUSDATE-CURRENT-MM            PIC 99.               00200000
                 07 BUSDATE-CURRENT-DD            PIC 99.               00210000
              05 BUSDATE-PREVIOUS-DATE            PIC 9(8).             00220000
              05 BUSDATE-NEXT-DATE                PIC 9(8).             00230000
              05 BUSDATE-LAST-ROLL-DATE           PIC 9(8).             00240000
              05 BUSDATE-LAST-ROLL-TIME           PIC 9(6).             00250000
              05 BUSDATE-STATUS-FLAG              PIC X.                00260000
                 88 BUSDATE-OPEN                    VALUE 'O'.          00270000
                 88 BUSDATE-ROLL-REFUSED            VALUE 'X'.          00280000
      *   THE BATCH WINDOW.  EODSNAP CLOSES IT AS IT TAKES THE START-  *00280100
      *   OF-BATCH BALANCE SNAPSHOT, RECORDING THE BUSINESS DATE OF    *00280200
      *   THAT SNAPSHOT; MEMOREP REOPENS IT ONCE THE MEMO-POSTING      *00280300
      *   QUEUE HAS BEEN REPLAYED.  WHILE IT IS CLOSED CASHTXN, XFRFUN *00280400
      *   AND CARDAUTH STAND IN AGAINST BALSNAP PLUS MEMOBAL AND QUEUE *00280500
      *   ON MEMOPOST INSTEAD OF UPDATING THE MASTERS.  ANY VALUE      *00280600
      *   OTHER THAN 'C' READS AS OPEN.                                *00280700
              05 BUSDATE-WINDOW-FLAG              PIC X.                00280800
                 88 BUSDATE-WINDOW-OPEN             VALUE 'O'.          00280900
                 88 BUSDATE-WINDOW-CLOSED           VALUE 'C'.          00281000
              05 BUSDATE-WINDOW-DATE              PIC 9(8).             00281100
