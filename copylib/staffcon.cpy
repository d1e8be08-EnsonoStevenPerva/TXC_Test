      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 STAFFCON-RECORD.                                          00070000
              05 STAFFCON-EYECATCHER              PIC X(4).             00080000
                 88 STAFFCON-EYECATCHER-VALUE      VALUE 'STCN'.        00090000
      *   ONE DECLARED CONNECTION BETWEEN AN OPERATOR AND AN ACCOUNT   *00100000
      *   OR CUSTOMER THAT IS NOT THE OPERATOR'S OWN - A JOINT         *00110000
      *   ACCOUNT, A RELATIVE, SOMEONE IN THE HOUSEHOLD, A BUSINESS    *00120000
      *   THE OPERATOR HAS AN INTEREST IN.  DECLARED AND WITHDRAWN     *00130000
      *   THROUGH OPERMNT; A WITHDRAWN ROW IS KEPT FOR AUDIT.  THE     *00140000
      *   OPERATOR'S OWN CUSTOMER RECORD IS ON THE OPERATOR MASTER.    *00150000
      *   AN ACCOUNT NUMBER IS HELD IN THE LOW EIGHT DIGITS.           *00160000
              05 STAFFCON-KEY.                                          00170000
                 07 STAFFCON-OPERATOR             PIC X(3).             00180000
                 07 STAFFCON-TYPE                 PIC X.                00190000
                    88 STAFFCON-TYPE-ACCOUNT        VALUE 'A'.          00200000
                    88 STAFFCON-TYPE-CUSTOMER       VALUE 'C'.          00210000
                 07 STAFFCON-SORTCODE             PIC 9(6) DISPLAY.     00220000
                 07 STAFFCON-NUMBER               PIC 9(10) DISPLAY.    00230000
              05 STAFFCON-RELATION                PIC X(3).             00240000
                 88 STAFFCON-REL-JOINT              VALUE 'JNT'.        00250000
                 88 STAFFCON-REL-FAMILY             VALUE 'FAM'.        00260000
                 88 STAFFCON-REL-HOUSEHOLD          VALUE 'HSE'.        00270000
                 88 STAFFCON-REL-BUSINESS           VALUE 'BUS'.        00280000
                 88 STAFFCON-REL-OTHER              VALUE 'OTH'.        00290000
                 88 STAFFCON-REL-VALID              VALUE 'JNT' 'FAM'   00300000
                                                    'HSE' 'BUS' 'OTH'.  00310000
              05 STAFFCON-DECLARED-DATE           PIC 9(8).             00320000
              05 STAFFCON-STATUS-FLAG             PIC X.                00330000
                 88 STAFFCON-ACTIVE                 VALUE 'A'.          00340000
                 88 STAFFCON-WITHDRAWN              VALUE 'W'.          00350000
              05 STAFFCON-WITHDRAWN-DATE          PIC 9(8).             00360000
              05 FILLER                           PIC X(20).            00370000
