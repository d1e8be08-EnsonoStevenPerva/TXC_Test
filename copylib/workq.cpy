      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 WORKQ-RECORD.                                             00070000
              05 WORKQ-EYECATCHER                 PIC X(4).             00080000
                 88 WORKQ-EYECATCHER-VALUE         VALUE 'WRKQ'.        00090000
      *   THE OPERATOR WORK QUEUE - ONE ROW PER ITEM WAITING ON STAFF  *00100000
      *   IN ANY OF THE PENDING-APPROVAL REGISTERS, REBUILT BY WRKQBLD *00110000
      *   FROM THE REGISTERS THEMSELVES, WHICH REMAIN THE RECORD OF    *00120000
      *   THE ITEM.  KEYED BRANCH FIRST SO A BRANCH'S WORK IS ONE KEY  *00130000
      *   RANGE.  THE ITEM NUMBER IS THE REGISTER'S OWN NUMBER UNDER   *00140000
      *   THE SORT CODE (THE CUSTOMER NUMBER FOR A CREDIT-SCORE        *00150000
      *   OVERRIDE, THE ACCOUNT NUMBER FOR A COLLECTIONS CASE).        *00160000
              05 WORKQ-KEY.                                             00170000
                 07 WORKQ-SORTCODE                PIC 9(6) DISPLAY.     00180000
                 07 WORKQ-QUEUE                   PIC X(3).             00190000
                    88 WORKQ-Q-SCORE-OVERRIDE       VALUE 'CSO'.        00200000
                    88 WORKQ-Q-SECOND-SIGNATURE     VALUE 'SIG'.        00210000
                    88 WORKQ-Q-WATCHLIST-HIT        VALUE 'WLH'.        00220000
                    88 WORKQ-Q-DISPUTE              VALUE 'DSP'.        00230000
                    88 WORKQ-Q-COMPLAINT            VALUE 'CMP'.        00240000
                    88 WORKQ-Q-SUSPENSE             VALUE 'SUS'.        00250000
                    88 WORKQ-Q-APPLICATION          VALUE 'APP'.        00260000
                    88 WORKQ-Q-COLLECTIONS          VALUE 'COL'.        00270000
                 07 WORKQ-ITEM                    PIC 9(10) DISPLAY.    00280000
      *   THE OPERATOR ROLE THAT WORKS THE QUEUE (OPERATOR-ROLE).      *00290000
              05 WORKQ-ROLE                       PIC X(3).             00300000
              05 WORKQ-CUSTOMER                   PIC 9(10) DISPLAY.    00310000
              05 WORKQ-ACCOUNT                    PIC 9(8) DISPLAY.     00320000
              05 WORKQ-AMOUNT                     PIC S9(10)V99.        00330000
      *   WHO OR WHAT RAISED THE ITEM - THE CAPTURING OPERATOR WHERE   *00340000
      *   THE REGISTER KEEPS ONE, AND THE SOURCE PROGRAM, CATEGORY,    *00350000
      *   PRODUCT OR STAGE AS THE REGISTER HAS IT.                     *00360000
              05 WORKQ-RAISED-BY                  PIC X(3).             00370000
              05 WORKQ-SOURCE                     PIC X(8).             00380000
      *   A REGISTER THAT KEEPS NO TIME GIVES A RAISED TIME OF ZERO.   *00390000
      *   DUE BY IS THE RAISED DATE AND TIME PLUS THE QUEUE'S SLA.     *00400000
              05 WORKQ-RAISED-DATE                PIC 9(8).             00410000
              05 WORKQ-RAISED-TIME                PIC 9(6).             00420000
              05 WORKQ-DUE-DATE                   PIC 9(8).             00430000
              05 WORKQ-DUE-TIME                   PIC 9(6).             00440000
      *   ASSIGNMENT, MADE THROUGH WRKQMNT AND KEPT ACROSS REBUILDS.   *00450000
      *   SPACES WHEN THE ITEM IS NOT ASSIGNED.                        *00460000
              05 WORKQ-ASSIGNED-TO                PIC X(3).             00470000
              05 WORKQ-ASSIGNED-BY                PIC X(3).             00480000
              05 WORKQ-ASSIGNED-DATE              PIC 9(8).             00490000
              05 WORKQ-ASSIGNED-TIME              PIC 9(6).             00500000
      *   THE REBUILD THAT LAST FOUND THE ITEM STILL OUTSTANDING.      *00510000
              05 WORKQ-SEEN-DATE                  PIC 9(8).             00520000
              05 WORKQ-SEEN-TIME                  PIC 9(6).             00530000
              05 FILLER                           PIC X(20).            00540000
