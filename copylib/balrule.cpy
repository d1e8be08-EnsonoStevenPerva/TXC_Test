      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER BALANCING RULE, CHECKED BY BALCHK EACH NIGHT.    *00070000
      *   THE CONSUMER JOB'S TOTALS FOR THE FILE ARE SET AGAINST THE   *00080000
      *   SUM OF THE LISTED PRODUCER JOBS' TOTALS, LIMITED TO THE      *00090000
      *   LISTED TRANSACTION TYPES (NO TYPES MEANS EVERY TYPE).  BOTH  *00100000
      *   LISTS END AT THE FIRST BLANK ENTRY.  COMPARE E WANTS THE TWO *00110000
      *   SIDES EQUAL; COMPARE C ONLY WANTS THE CONSUMER TO COVER THE  *00120000
      *   PRODUCERS, FOR A FILE THAT ONLINE OR UNLISTED JOBS ALSO      *00130000
      *   FEED.  EITHER WAY THE COUNT IS HELD EXACTLY AND THE DEBIT    *00140000
      *   AND CREDIT VALUES TO WITHIN THE TOLERANCE.                   *00150000
           03 BALRULE-RECORD.                                           00160000
              05 BALRULE-EYECATCHER               PIC X(4).             00170000
                 88 BALRULE-EYECATCHER-VALUE       VALUE 'BRUL'.        00180000
              05 BALRULE-KEY.                                           00190000
                 07 BALRULE-ID                    PIC X(8).             00200000
              05 BALRULE-DESC                     PIC X(40).            00210000
              05 BALRULE-ACTIVE-FLAG              PIC X.                00220000
                 88 BALRULE-ACTIVE                 VALUE 'Y'.           00230000
              05 BALRULE-FILE-NAME                PIC X(8).             00240000
              05 BALRULE-CONSUMER                 PIC X(8).             00250000
              05 BALRULE-PRODUCER                 PIC X(8)              00260000
                                                  OCCURS 10 TIMES.      00270000
              05 BALRULE-TRAN-TYPE                PIC X(3)              00280000
                                                  OCCURS 30 TIMES.      00290000
              05 BALRULE-COMPARE                  PIC X.                00300000
                 88 BALRULE-EQUAL                  VALUE 'E'.           00310000
                 88 BALRULE-COVERS                 VALUE 'C'.           00320000
              05 BALRULE-TOLERANCE                PIC 9(7)V99.          00330000
              05 FILLER                           PIC X(20).            00340000
