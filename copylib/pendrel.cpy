      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 PENDREL-RECORD.                                           00070000
              05 PENDREL-EYECATCHER               PIC X(4).             00080000
                 88 PENDREL-EYECATCHER-VALUE       VALUE 'PREL'.        00090000
      *   A HIGH-VALUE PAYMENT HELD FOR OPERATOR RELEASE.  XFRFUN      *00100000
      *   (TELLER AND JSON CHANNELS) AND PAYREL QUEUE A PAYMENT HERE   *00110000
      *   INSTEAD OF POSTING IT WHEN IT IS OVER THE CHANNEL'S          *00120000
      *   RELEASE THRESHOLD.  HVREL RELEASES OR REJECTS IT; THE        *00130000
      *   RELEASING OPERATOR MUST HOLD A PAY-RELEASE LIMIT COVERING    *00140000
      *   THE AMOUNT AND MUST NOT BE THE OPERATOR WHO CAPTURED IT.     *00150000
      *   WHILE WAITING (OR REFERRED) THE AMOUNT IS EARMARKED          *00160000
      *   AGAINST THE PAYING ACCOUNT'S AVAILABLE BALANCE.  HVRRPT      *00170000
      *   REFERS WHATEVER IS STILL WAITING AT THE PAYMENT CUT-OFF.     *00180000
      *   KEYED ON THE PAYING ACCOUNT SO THE EARMARK CAN BE FOUND BY   *00190000
      *   BROWSING ONE ACCOUNT'S RANGE.                                *00200000
              05 PENDREL-KEY.                                           00210000
                 07 PENDREL-SORTCODE              PIC 9(6) DISPLAY.     00220000
                 07 PENDREL-FROM-ACCOUNT          PIC 9(8) DISPLAY.     00230000
                 07 PENDREL-SOURCE                PIC X(3).             00240000
                    88 PENDREL-SRC-TELLER           VALUE 'XFR'.        00250000
                    88 PENDREL-SRC-JSON             VALUE 'XFJ'.        00260000
                    88 PENDREL-SRC-WAREHOUSE        VALUE 'PAY'.        00270000
                 07 PENDREL-NUMBER                PIC 9(8) DISPLAY.     00280000
              05 PENDREL-TO-SORTCODE              PIC 9(6) DISPLAY.     00290000
              05 PENDREL-TO-ACCOUNT               PIC 9(8) DISPLAY.     00300000
              05 PENDREL-AMOUNT                   PIC S9(10)V99.        00310000
              05 PENDREL-CURRENCY                 PIC X(3).             00320000
              05 PENDREL-GBP-AMOUNT               PIC S9(10)V99.        00330000
              05 PENDREL-INITIATOR                PIC 9(10) DISPLAY.    00340000
              05 PENDREL-CAPTURED-BY              PIC X(3).             00350000
              05 PENDREL-QUEUED-DATE              PIC 9(8).             00360000
              05 PENDREL-QUEUED-TIME              PIC 9(6).             00370000
              05 PENDREL-STATUS-FLAG              PIC X.                00380000
                 88 PENDREL-WAITING                 VALUE 'W'.          00390000
                 88 PENDREL-RELEASED                VALUE 'R'.          00400000
                 88 PENDREL-REJECTED                VALUE 'X'.          00410000
                 88 PENDREL-REFERRED                VALUE 'F'.          00420000
                 88 PENDREL-OUTSTANDING             VALUE 'W' 'F'.      00430000
              05 PENDREL-DECIDED-BY               PIC X(3).             00440000
              05 PENDREL-DECIDED-DATE             PIC 9(8).             00450000
              05 PENDREL-REFERRED-DATE            PIC 9(8).             00460000
              05 FILLER                           PIC X(20).            00470000
