      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER CONNECTED-PARTY GROUP, KEYED BY THE GROUP'S LEAD *00070000
      *   CUSTOMER (COPYBOOK CONNPTY HOLDS THE MEMBERS).  CONNMNT      *00080000
      *   KEEPS THE MEMBER COUNT; THE NIGHTLY CONNEXP BATCH REPLACES   *00090000
      *   THE EXPOSURE FIGURES, SO THEY ARE AS AT THE LAST RUN :       *00100000
      *     LOAN OUTSTANDING - ACTIVE LOANS OF EVERY MEMBER            *00110000
      *     OD DRAWN         - OVERDRAWN BALANCES ON MEMBERS' ACCOUNTS *00120000
      *     OD UNUSED        - UNDRAWN PART OF UNEXPIRED ARRANGED      *00130000
      *                        OVERDRAFT LIMITS (COMMITTED BUT UNUSED) *00140000
      *   THE TOTAL IS THE SUM OF THE THREE.  THE LARGE-EXPOSURE FLAG  *00150000
      *   IS SET AGAINST THE THRESHOLDS CONNEXP RAN WITH.              *00160000
           03 CONNGRP-RECORD.                                           00170000
              05 CONNGRP-EYECATCHER               PIC X(4).             00180000
                 88 CONNGRP-EYECATCHER-VALUE       VALUE 'CGRP'.        00190000
              05 CONNGRP-KEY.                                           00200000
                 07 CONNGRP-SORTCODE              PIC 9(6) DISPLAY.     00210000
                 07 CONNGRP-CUSTOMER              PIC 9(10) DISPLAY.    00220000
              05 CONNGRP-MEMBER-COUNT             PIC 9(4).             00230000
              05 CONNGRP-CREATED-DATE             PIC 9(8).             00240000
              05 CONNGRP-CREATED-BY               PIC X(3).             00250000
              05 CONNGRP-EXPOSURE-DATE            PIC 9(8).             00260000
              05 CONNGRP-LOAN-COUNT               PIC 9(5).             00270000
              05 CONNGRP-LOAN-OUTSTANDING         PIC S9(12)V99.        00280000
              05 CONNGRP-FACILITY-COUNT           PIC 9(5).             00290000
              05 CONNGRP-OD-DRAWN                 PIC S9(12)V99.        00300000
              05 CONNGRP-OD-UNUSED                PIC S9(12)V99.        00310000
              05 CONNGRP-TOTAL-EXPOSURE           PIC S9(12)V99.        00320000
              05 CONNGRP-LARGE-FLAG               PIC X.                00330000
                 88 CONNGRP-BELOW-THRESHOLD        VALUE SPACE.         00340000
                 88 CONNGRP-REPORTABLE             VALUE 'R'.           00350000
                 88 CONNGRP-OVER-LIMIT             VALUE 'L'.           00360000
