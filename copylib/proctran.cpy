              88 PROC-TY-PRODUCT-SWITCH           VALUE 'PSW'.          00509993
              88 PROC-TY-CHANNEL-STATE            VALUE 'CHB'.          00509994
              88 PROC-TY-PAYMENT-RETURNED        VALUE 'PRT'.           00509995
              88 PROC-TY-LOAN-WRITE-OFF          VALUE 'LWO'.           00509996
              88 PROC-TY-LOAN-RECOVERY-CUST      VALUE 'LRC'.           00509997
              88 PROC-TY-LOAN-RECOVERY-AGENCY    VALUE 'LRA'.           00509998
              88 PROC-TY-ECL-PROVISION-CHARGE    VALUE 'ECI'.           00509999
              88 PROC-TY-ECL-PROVISION-RELEASE   VALUE 'ECR'.           00510000
              88 PROC-TY-CARD-INTERCHANGE        VALUE 'CIC'.           00512500
              88 PROC-TY-CARD-SCHEME-FEE         VALUE 'CSF'.           00515000
              88 PROC-TY-NOTICE-PENALTY          VALUE 'NTP'.           00516250
              88 PROC-TY-TERM-DEPOSIT-BROKEN     VALUE 'TDB'.           00516562
              88 PROC-TY-TERM-DEPOSIT-PART-WDL   VALUE 'TDW'.           00516874
              88 PROC-TY-TERM-DEPOSIT-PENALTY    VALUE 'TDX'.           00517186
              88 PROC-TY-OD-FACILITY-CHANGE      VALUE 'ODF'.           00517343
              88 PROC-TY-CASHBACK                VALUE 'CBK'.           00517395
              88 PROC-TY-CASHBACK-CLAWBACK       VALUE 'CBC'.           00517447
              05 PROC-TRAN-DESC               PIC X(40).                00517500
              05 PROC-TRAN-DESC-XFR REDEFINES PROC-TRAN-DESC.           00520000
                07 PROC-TRAN-DESC-XFR-HEADER PIC X(26).                 00530000
                88 PROC-TRAN-DESC-XFR-FLAG                              00540000
                07 PROC-DESC-MERGE-LOSING-CUST PIC 9(10).               01291920
                07 PROC-DESC-MERGE-SURVIVOR    PIC 9(10).               01291930
                07 FILLER                      PIC X(14).               01291940
              05 PROC-TRAN-DESC-INT REDEFINES PROC-TRAN-DESC.           01293283
                07 PROC-DESC-INT-HEADER        PIC X(20).               01294626
                88 PROC-DESC-INT-BONUS                                  01295969
                   VALUE 'BONUS INTEREST PAID'.                         01297312
                07 FILLER                      PIC X(20).               01298655
      *   A CARD PURCHASE (DEB) CARRIES THE MERCHANT AND, FROM THE     *01298708
      *   SCHEME, ITS FOUR-CHARACTER MERCHANT CATEGORY CODE.  A        *01298761
      *   REVERSAL AND A DISPUTE CREDIT NAME THE ROW THEY UNDO.        *01298814
              05 PROC-TRAN-DESC-CARD REDEFINES PROC-TRAN-DESC.          01298867
                07 PROC-DESC-CARD-HEADER       PIC X(5).                01298920
                88 PROC-DESC-CARD-FLAG                                  01298973
                   VALUE 'CARD '.                                       01299026
                07 PROC-DESC-CARD-MERCHANT     PIC X(30).               01299079
                07 FILLER                      PIC X(1).                01299132
                07 PROC-DESC-CARD-MCC          PIC X(4).                01299185
              05 PROC-TRAN-DESC-REV REDEFINES PROC-TRAN-DESC.           01299238
                07 PROC-DESC-REV-HEADER        PIC X(12).               01299291
                88 PROC-DESC-REV-FLAG                                   01299344
                   VALUE 'REVERSAL OF '.                                01299397
                07 PROC-DESC-REV-SORTCODE      PIC 9(6).                01299450
                07 PROC-DESC-REV-NUMBER        PIC 9(8).                01299503
                07 FILLER                      PIC X(14).               01299556
              05 PROC-TRAN-DESC-DPC REDEFINES PROC-TRAN-DESC.           01299609
                07 PROC-DESC-DPC-HEADER        PIC X(18).               01299662
                88 PROC-DESC-DPC-FLAG                                   01299715
                   VALUE 'DISPUTE CREDIT RE '.                          01299768
                07 PROC-DESC-DPC-SORTCODE      PIC 9(6).                01299821
                07 PROC-DESC-DPC-NUMBER        PIC 9(8).                01299874
                07 FILLER                      PIC X(8).                01299927
              05 PROC-TRAN-AMOUNT             PIC S9(10)V99.            01300000
              05 PROC-TRAN-CURRENCY           PIC X(3).                 01310000
              88 PROC-TRAN-CCY-HOME               VALUE 'GBP'.          01320000
      *   BACKDATED ITEM - INTBADJ TRUES THE INTEREST UP FOR THE      * 01370000
      *   DAYS BETWEEN.                                               * 01380000
              05 PROC-TRAN-VALUE-DATE         PIC 9(8).                 01390000
      *   THE OPERATOR WHO KEYED THE POSTING AT A BRANCH OR BACK      * 01390100
      *   OFFICE SCREEN (CASHTXN, XFRFUN, TXNREV, DSPMNT, SUSPREL).   * 01390200
      *   SPACES OR LOW-VALUES FOR A POSTING NO OPERATOR KEYED -      * 01390300
      *   BATCH, CHANNEL AND EVERY ROW WRITTEN BEFORE THE FIELD.      * 01390400
              05 PROC-TRAN-OPERATOR           PIC X(3).                 01390500
