      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER CUSTOMER - THE VULNERABLE-CUSTOMER REGISTER.     *00070000
      *   THE ROW RECORDS WHY THE CUSTOMER IS VULNERABLE, THE          *00080000
      *   ADJUSTMENTS AGREED WITH THEM, THEIR CONSENT TO THE BANK      *00090000
      *   HOLDING THE RECORD, AND THE DATE IT MUST NEXT BE REVIEWED.   *00100000
      *   NO ROW IS RECORDED WITHOUT THAT CONSENT, AND A WITHDRAWN     *00110000
      *   CONSENT CLOSES THE ROW.  ONLY AN ACTIVE ROW FLAGS THE        *00120000
      *   CUSTOMER FOR SERVICING - INQCUST, INQACCCU AND CASHTXN SHOW  *00130000
      *   THE FLAG; COLLSCAN AND LOANCOLL PAUSE OR SOFTEN THEIR        *00140000
      *   TREATMENT FROM THE AGREED ADJUSTMENTS.  THE ROW IS ONLY      *00150000
      *   CHANGED THROUGH VULNMNT; VULNRVW LISTS ROWS PAST REVIEW.     *00160000
           03 VULNREG-RECORD.                                           00170000
              05 VULNREG-EYECATCHER               PIC X(4).             00180000
                 88 VULNREG-EYECATCHER-VALUE       VALUE 'VULN'.        00190000
              05 VULNREG-KEY.                                           00200000
                 07 VULNREG-SORTCODE              PIC 9(6) DISPLAY.     00210000
                 07 VULNREG-CUSTOMER              PIC 9(10) DISPLAY.    00220000
              05 VULNREG-TYPE                     PIC X.                00230000
                 88 VULNREG-TYPE-BEREAVEMENT       VALUE 'B'.           00240000
                 88 VULNREG-TYPE-ILLNESS           VALUE 'I'.           00250000
                 88 VULNREG-TYPE-HARDSHIP          VALUE 'H'.           00260000
                 88 VULNREG-TYPE-COGNITIVE         VALUE 'C'.           00270000
                 88 VULNREG-TYPE-OTHER             VALUE 'O'.           00280000
                 88 VULNREG-TYPE-VALID             VALUE 'B' 'I' 'H'    00290000
                                                         'C' 'O'.       00300000
              05 VULNREG-DETAIL                   PIC X(60).            00310000
      *   AGREED ADJUSTMENTS - EACH 'Y' WHEN AGREED.  PAUSE HOLDS ALL  *00320000
      *   COLLECTIONS ACTIVITY; SOFTEN KEEPS COLLECTIONS RUNNING BUT   *00330000
      *   WITH SOFTENED CONTACT AND NO FINAL DEMAND.  THIRD PARTY AND  *00340000
      *   ALT FORMAT ARE SERVICING NOTES FOR THE FRONT OFFICE.         *00350000
              05 VULNREG-ADJUSTMENTS.                                   00360000
                 07 VULNREG-ADJ-PAUSE             PIC X.                00370000
                    88 VULNREG-PAUSE-COLLECTIONS   VALUE 'Y'.           00380000
                 07 VULNREG-ADJ-SOFTEN            PIC X.                00390000
                    88 VULNREG-SOFTEN-CONTACT      VALUE 'Y'.           00400000
                 07 VULNREG-ADJ-THIRD-PARTY       PIC X.                00410000
                    88 VULNREG-THIRD-PARTY-CONTACT VALUE 'Y'.           00420000
                 07 VULNREG-ADJ-ALT-FORMAT        PIC X.                00430000
                    88 VULNREG-ALT-FORMAT          VALUE 'Y'.           00440000
              05 VULNREG-ADJ-NOTE                 PIC X(60).            00450000
              05 VULNREG-CONSENT                  PIC X.                00460000
                 88 VULNREG-CONSENT-GIVEN          VALUE 'Y'.           00470000
                 88 VULNREG-CONSENT-WITHDRAWN      VALUE 'N'.           00480000
              05 VULNREG-CONSENT-DATE             PIC 9(8).             00490000
              05 VULNREG-RECORDED-DATE            PIC 9(8).             00500000
              05 VULNREG-RECORDED-BY              PIC X(3).             00510000
              05 VULNREG-REVIEW-DATE              PIC 9(8).             00520000
              05 VULNREG-LAST-CHANGE-DATE         PIC 9(8).             00530000
              05 VULNREG-LAST-CHANGE-BY           PIC X(3).             00540000
              05 VULNREG-STATUS-FLAG              PIC X.                00550000
                 88 VULNREG-ACTIVE                 VALUE 'A'.           00560000
                 88 VULNREG-CLOSED                 VALUE 'C'.           00570000
              05 VULNREG-CLOSED-DATE              PIC 9(8).             00580000
