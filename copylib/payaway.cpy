      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   INTEREST PAY-AWAY INSTRUCTION - AT MOST ONE PER ACCOUNT OR   *00070000
      *   TERM DEPOSIT, MAINTAINED BY PAWMNT.  INSTEAD OF STAYING      *00080000
      *   WHERE IT IS CREDITED, THE INTEREST IS TRANSFERRED OUT ON     *00090000
      *   EACH PAY DATE TO THE CUSTOMER'S OWN ACCOUNT, TO A SAVED      *00100000
      *   PAYEE (COPYBOOK BENEF) OR TO AN ACCOUNT AT ANOTHER BANK ON   *00110000
      *   THE OUTBOUND CLEARING EXTRACT.  INTACCR PAYS AN ACCOUNT'S    *00120000
      *   CAPITALISED INTEREST, TDMAT A DEPOSIT'S INTEREST TO DATE.    *00130000
      *   A PAY-AWAY THAT CANNOT BE MADE, OR THAT THE SCHEME RETURNS   *00140000
      *   (PAYACK), LEAVES THE INTEREST CAPITALISED AT SOURCE AND IS   *00150000
      *   RECORDED HERE AS A FAILURE.                                  *00160000
           03 PAYAWAY-RECORD.                                           00170000
              05 PAYAWAY-EYECATCHER               PIC X(4).             00180000
                 88 PAYAWAY-EYECATCHER-VALUE       VALUE 'PAWY'.        00190000
              05 PAYAWAY-KEY.                                           00200000
                 07 PAYAWAY-SOURCE-TYPE           PIC X.                00210000
                    88 PAYAWAY-FROM-ACCOUNT         VALUE 'A'.          00220000
                    88 PAYAWAY-FROM-DEPOSIT         VALUE 'T'.          00230000
                    88 PAYAWAY-SOURCE-VALID         VALUE 'A' 'T'.      00240000
                 07 PAYAWAY-SORTCODE              PIC 9(6) DISPLAY.     00250000
                 07 PAYAWAY-NUMBER                PIC 9(8) DISPLAY.     00260000
              05 PAYAWAY-CUSTOMER                 PIC 9(10) DISPLAY.    00270000
      *   THE DESTINATION.  A SAVED PAYEE'S SORT CODE AND ACCOUNT ARE  *00280000
      *   COPIED IN WHEN THE INSTRUCTION IS SET AND THE PAYEE IS       *00290000
      *   CHECKED STILL ACTIVE ON EVERY PAY DATE.  A SORT CODE NOT ON  *00300000
      *   THE SRTCODE FILE IS PAID ON THE CLEARING EXTRACT.            *00310000
              05 PAYAWAY-DEST-TYPE                PIC X.                00320000
                 88 PAYAWAY-TO-OWN                  VALUE 'O'.          00330000
                 88 PAYAWAY-TO-BENEF                VALUE 'B'.          00340000
                 88 PAYAWAY-TO-EXTERNAL             VALUE 'E'.          00350000
                 88 PAYAWAY-DEST-VALID              VALUE 'O' 'B' 'E'.  00360000
              05 PAYAWAY-DEST-SORTCODE            PIC 9(6) DISPLAY.     00370000
              05 PAYAWAY-DEST-ACCOUNT             PIC 9(8) DISPLAY.     00380000
              05 PAYAWAY-BENEF-PAYEE              PIC 9(4) DISPLAY.     00390000
              05 PAYAWAY-DEST-NAME                PIC X(30).            00400000
              05 PAYAWAY-FREQUENCY                PIC X.                00410000
                 88 PAYAWAY-MONTHLY                 VALUE 'M'.          00420000
                 88 PAYAWAY-QUARTERLY               VALUE 'Q'.          00430000
                 88 PAYAWAY-ANNUAL                  VALUE 'A'.          00440000
                 88 PAYAWAY-FREQ-VALID              VALUE 'M' 'Q' 'A'.  00450000
      *   THE NEXT PAY DATE.  AN ACCOUNT'S INTEREST IS PAID AWAY AT    *00460000
      *   THE FIRST CAPITALISATION ON OR AFTER IT, A DEPOSIT'S ON THE  *00470000
      *   FIRST TDMAT RUN ON OR AFTER IT.  IT THEN MOVES ON BY ONE,    *00480000
      *   THREE OR TWELVE MONTHS.                                      *00490000
              05 PAYAWAY-NEXT-PAY-DATE            PIC 9(8).             00500000
              05 PAYAWAY-NEXT-PAY-GRP                                   00510000
                 REDEFINES PAYAWAY-NEXT-PAY-DATE.                       00520000
                 07 PAYAWAY-NEXT-PAY-YYYY         PIC 9999.             00530000
                 07 PAYAWAY-NEXT-PAY-MM           PIC 99.               00540000
                 07 PAYAWAY-NEXT-PAY-DD           PIC 99.               00550000
      *   AN ACCOUNT'S INTEREST CAPITALISED SINCE THE LAST PAY-AWAY,   *00560000
      *   AND THE DATE IT WAS LAST ADDED TO, SO A RESTARTED INTACCR    *00570000
      *   CANNOT ADD THE SAME CAPITALISATION TWICE.                    *00580000
              05 PAYAWAY-DUE-AMOUNT               PIC S9(10)V99.        00590000
              05 PAYAWAY-DUE-DATE                 PIC 9(8).             00600000
              05 PAYAWAY-LAST-PAID-DATE           PIC 9(8).             00610000
              05 PAYAWAY-LAST-PAID-AMOUNT         PIC S9(10)V99.        00620000
              05 PAYAWAY-PAID-TOTAL               PIC S9(10)V99.        00630000
              05 PAYAWAY-FAIL-COUNT               PIC 9(3).             00640000
              05 PAYAWAY-LAST-FAIL-DATE           PIC 9(8).             00650000
              05 PAYAWAY-LAST-FAIL-REASON         PIC X(30).            00660000
              05 PAYAWAY-STATUS-FLAG              PIC X.                00670000
                 88 PAYAWAY-ACTIVE                  VALUE 'A'.          00680000
                 88 PAYAWAY-CANCELLED               VALUE 'X'.          00690000
              05 PAYAWAY-SET-DATE                 PIC 9(8).             00700000
              05 PAYAWAY-LAST-OPERATOR            PIC X(3).             00710000
              05 FILLER                           PIC X(20).            00720000
