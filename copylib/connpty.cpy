      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER CUSTOMER IN A CONNECTED-PARTY GROUP - HOUSEHOLD  *00070000
      *   MEMBERS, A SOLE TRADER AND THEIR BUSINESS, GUARANTORS, AND   *00080000
      *   SO ON.  THE GROUP IS KNOWN BY ITS LEAD CUSTOMER, WHOSE OWN   *00090000
      *   ROW CARRIES RELATIONSHIP 'L'; EVERY OTHER MEMBER NAMES THE   *00100000
      *   MEMBER IT WAS LINKED THROUGH AND HOW.  CONNECTED PARTIES ARE *00110000
      *   CONNECTED TO EACH OTHER, SO A CUSTOMER BELONGS TO ONE GROUP  *00120000
      *   ONLY.  THE GROUP'S HEADER AND EXPOSURE ARE ON CONNGRP.  ROWS *00130000
      *   ARE ONLY CHANGED THROUGH CONNMNT.                            *00140000
           03 CONNPTY-RECORD.                                           00150000
              05 CONNPTY-EYECATCHER               PIC X(4).             00160000
                 88 CONNPTY-EYECATCHER-VALUE       VALUE 'CPTY'.        00170000
              05 CONNPTY-KEY.                                           00180000
                 07 CONNPTY-SORTCODE              PIC 9(6) DISPLAY.     00190000
                 07 CONNPTY-CUSTOMER              PIC 9(10) DISPLAY.    00200000
              05 CONNPTY-GROUP-KEY.                                     00210000
                 07 CONNPTY-GROUP-SORTCODE        PIC 9(6) DISPLAY.     00220000
                 07 CONNPTY-GROUP-CUSTOMER        PIC 9(10) DISPLAY.    00230000
              05 CONNPTY-REL-TYPE                 PIC X.                00240000
                 88 CONNPTY-REL-LEAD               VALUE 'L'.           00250000
                 88 CONNPTY-REL-SPOUSE             VALUE 'S'.           00260000
                 88 CONNPTY-REL-BUSINESS           VALUE 'B'.           00270000
                 88 CONNPTY-REL-GUARANTOR          VALUE 'G'.           00280000
                 88 CONNPTY-REL-DIRECTOR           VALUE 'D'.           00290000
                 88 CONNPTY-REL-HOUSEHOLD          VALUE 'H'.           00300000
                 88 CONNPTY-REL-OTHER              VALUE 'O'.           00310000
              05 CONNPTY-LINKED-TO.                                     00320000
                 07 CONNPTY-LINKED-SORTCODE       PIC 9(6) DISPLAY.     00330000
                 07 CONNPTY-LINKED-CUSTOMER       PIC 9(10) DISPLAY.    00340000
              05 CONNPTY-LINKED-DATE              PIC 9(8).             00350000
              05 CONNPTY-LINKED-BY                PIC X(3).             00360000
