      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 UPDCONF-RECORD.                                           00070000
              05 UPDCONF-EYECATCHER               PIC X(4).             00080000
                 88 UPDCONF-EYECATCHER-VALUE       VALUE 'UCNF'.        00090000
      *   ONE ROW FOR EVERY ONLINE UPDATE REFUSED BECAUSE THE RECORD   *00100000
      *   HAD BEEN CHANGED BY SOMEONE ELSE SINCE THE CALLER READ IT :  *00110000
      *   THE VERSION STAMP THE CALLER SENT BACK NO LONGER MATCHED     *00120000
      *   THE ONE ON FILE.  WRITTEN BY UPDCUST, ACCTSTAT, ODFMAINT,    *00130000
      *   MANMAINT AND SWPMNT SO THE RATE OF COLLISIONS CAN BE SEEN.   *00140000
      *   THE KEY IS THE DATE, TIME AND CICS TASK OF THE REFUSAL.      *00150000
              05 UPDCONF-KEY.                                           00160000
                 07 UPDCONF-DATE                  PIC 9(8).             00170000
                 07 UPDCONF-TIME                  PIC 9(7).             00180000
                 07 UPDCONF-TASK                  PIC 9(7).             00190000
              05 UPDCONF-PROGRAM                  PIC X(8).             00200000
              05 UPDCONF-DATASET                  PIC X(8).             00210000
              05 UPDCONF-RECORD-KEY               PIC X(20).            00220000
              05 UPDCONF-ACTION                   PIC X.                00230000
              05 UPDCONF-OPERATOR                 PIC X(3).             00240000
              05 UPDCONF-SENT-VERSION             PIC 9(8).             00250000
              05 UPDCONF-FILE-VERSION             PIC 9(8).             00260000
              05 FILLER                           PIC X(10).            00270000
