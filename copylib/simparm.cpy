      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 SIMPARM-RECORD.                                           00070000
      *   THE OPTIONAL SIMULATION PARAMETER (DD SIMPARM) READ BY THE   *00080000
      *   NIGHTLY POSTING BATCHES - INTACCR, FEECHG, SODDPAY, LOANCOLL *00090000
      *   AND SWEEPRUN.  WHEN PRESENT THE RUN IS A WHAT-IF : IT READS  *00100000
      *   THE SAME MASTERS BUT UPDATES NOTHING, AND EVERY POSTING IT   *00110000
      *   WOULD HAVE MADE GOES TO THE SIMULATION POSTINGS FILE         *00120000
      *   (COPYBOOK SIMPOST) INSTEAD OF PROCTRAN AND THE ACCOUNT       *00130000
      *   MASTER.  THE SCENARIO'S PROPOSED ACRATE, ACRHIST, FEESCHED   *00140000
      *   OR PROCCAL VALUES ARE SUPPLIED BY POINTING THOSE DD NAMES AT *00150000
      *   THE SCENARIO'S COPIES; THE BASIS SAYS WHETHER THIS RUN IS    *00160000
      *   THE CURRENT-PARAMETER BASELINE OR THE PROPOSED SIDE, SO      *00170000
      *   SIMCOMP CAN SET THE TWO AGAINST EACH OTHER.  A NON-ZERO      *00180000
      *   PROJECTED DATE REPLACES THE BUSINESS DATE FOR THE RUN.       *00190000
              05 SIMPARM-SCENARIO                 PIC X(8).             00200000
              05 SIMPARM-BASIS                    PIC X.                00210000
                 88 SIMPARM-BASIS-CURRENT          VALUE 'C'.           00220000
                 88 SIMPARM-BASIS-PROPOSED         VALUE 'P'.           00230000
              05 SIMPARM-PROJ-DATE                PIC 9(8).             00240000
              05 FILLER                           PIC X(63).            00250000
