      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER BALANCING RULE PER DAY - WHAT BALCHK FOUND ON    *00070000
      *   EACH SIDE AND WHETHER THE RULE HELD.  OPSRPT PRINTS THE      *00080000
      *   ROWS THAT ARE OUT OF BALANCE, WITH THE DIFFERENCES.  A       *00090000
      *   RE-RUN OF BALCHK REPLACES THE DAY'S ROW.                     *00100000
           03 BALRES-RECORD.                                            00110000
              05 BALRES-EYECATCHER                PIC X(4).             00120000
                 88 BALRES-EYECATCHER-VALUE        VALUE 'BRES'.        00130000
              05 BALRES-KEY.                                            00140000
                 07 BALRES-RUN-DATE               PIC 9(8).             00150000
                 07 BALRES-RULE-ID                PIC X(8).             00160000
              05 BALRES-FILE-NAME                 PIC X(8).             00170000
              05 BALRES-CONSUMER                  PIC X(8).             00180000
              05 BALRES-OUTCOME                   PIC X.                00190000
                 88 BALRES-IN-BALANCE              VALUE 'Y'.           00200000
                 88 BALRES-OUT-OF-BALANCE          VALUE 'N'.           00210000
              05 BALRES-PRODUCER-COUNT            PIC 9(9).             00220000
              05 BALRES-PRODUCER-DEBIT            PIC 9(13)V99.         00230000
              05 BALRES-PRODUCER-CREDIT           PIC 9(13)V99.         00240000
              05 BALRES-CONSUMER-COUNT            PIC 9(9).             00250000
              05 BALRES-CONSUMER-DEBIT            PIC 9(13)V99.         00260000
              05 BALRES-CONSUMER-CREDIT           PIC 9(13)V99.         00270000
              05 BALRES-CHECK-TIME                PIC 9(6).             00280000
              05 FILLER                           PIC X(20).            00290000
