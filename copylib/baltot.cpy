      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER JOB, FILE AND TRANSACTION TYPE PER DAY - THE     *00070000
      *   CONTROL TOTALS A POSTING JOB WROTE TO A FILE (PRODUCER) OR   *00080000
      *   AN EXTRACT JOB READ FROM IT (CONSUMER), WRITTEN BY THE       *00090000
      *   BALTOT SUBPROGRAM AND CHECKED BY BALCHK AGAINST THE RULES    *00100000
      *   ON BALRULE.  THE DATE IS THE DATE OF THE ENTRIES (FOR        *00110000
      *   PROCTRAN, PROC-TRAN-DATE), NOT THE CLOCK.  DEBIT VALUE IS    *00120000
      *   THE SUM OF THE NEGATIVE AMOUNTS AS A POSITIVE FIGURE, CREDIT *00130000
      *   VALUE THE SUM OF THE POSITIVE ONES.                          *00140000
           03 BALTOT-RECORD.                                            00150000
              05 BALTOT-EYECATCHER                PIC X(4).             00160000
                 88 BALTOT-EYECATCHER-VALUE        VALUE 'BTOT'.        00170000
              05 BALTOT-KEY.                                            00180000
                 07 BALTOT-RUN-DATE               PIC 9(8).             00190000
                 07 BALTOT-JOB-NAME               PIC X(8).             00200000
                 07 BALTOT-FILE-NAME              PIC X(8).             00210000
                 07 BALTOT-TRAN-TYPE              PIC X(3).             00220000
              05 BALTOT-SIDE                      PIC X.                00230000
                 88 BALTOT-PRODUCER                VALUE 'P'.           00240000
                 88 BALTOT-CONSUMER                VALUE 'C'.           00250000
              05 BALTOT-ITEM-COUNT                PIC 9(9).             00260000
              05 BALTOT-DEBIT-VALUE               PIC 9(13)V99.         00270000
              05 BALTOT-CREDIT-VALUE              PIC 9(13)V99.         00280000
              05 BALTOT-UPDATE-TIME               PIC 9(6).             00290000
              05 FILLER                           PIC X(20).            00300000
