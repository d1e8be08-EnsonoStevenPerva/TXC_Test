      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 SIMPOST-RECORD.                                           00070000
      *   ONE WOULD-BE POSTING FROM A SIMULATION RUN OF A NIGHTLY      *00080000
      *   POSTING BATCH (SEE COPYBOOK SIMPARM).  EACH SIMULATING JOB   *00090000
      *   APPENDS TO THE SAME FILE, SO A SCENARIO'S CURRENT AND        *00100000
      *   PROPOSED RUNS OF ALL FIVE JOBS END UP SIDE BY SIDE FOR       *00110000
      *   SIMCOMP.  THE AMOUNT IS THE SIGNED EFFECT THE POSTING WOULD  *00120000
      *   HAVE HAD ON THE ACCOUNT BALANCE - DEBITS NEGATIVE - TO FOUR  *00130000
      *   DECIMALS SO INTEREST ACCRUED BUT NOT YET PAID (TYPE ACR)     *00140000
      *   CAN BE CARRIED AT ITS OWN PRECISION.  EVERY OTHER TYPE IS    *00150000
      *   THE PROCTRAN TYPE THE LIVE RUN WOULD HAVE WRITTEN.           *00160000
              05 SIMPOST-SCENARIO                 PIC X(8).             00170000
              05 SIMPOST-BASIS                    PIC X.                00180000
                 88 SIMPOST-BASIS-CURRENT          VALUE 'C'.           00190000
                 88 SIMPOST-BASIS-PROPOSED         VALUE 'P'.           00200000
              05 SIMPOST-JOB                      PIC X(8).             00210000
              05 SIMPOST-DATE                     PIC 9(8).             00220000
              05 SIMPOST-KEY.                                           00230000
                 07 SIMPOST-SORTCODE              PIC 9(6).             00240000
                 07 SIMPOST-ACCOUNT               PIC 9(8).             00250000
              05 SIMPOST-TYPE                     PIC X(3).             00260000
                 88 SIMPOST-ACCRUAL                VALUE 'ACR'.         00270000
              05 SIMPOST-AMOUNT                   PIC S9(10)V9(4)       00280000
                                                  SIGN LEADING SEPARATE.00290000
              05 SIMPOST-CURRENCY                 PIC X(3).             00300000
              05 SIMPOST-DESC                     PIC X(40).            00310000
              05 FILLER                           PIC X(10).            00320000
