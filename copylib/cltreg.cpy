      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   COLLATERAL REGISTER - ONE ROW PER ITEM OF SECURITY HELD BY   *00070000
      *   A BRANCH, MAINTAINED BY CLTMNT.  AN ITEM IS A PROPERTY, A    *00080000
      *   CASH DEPOSIT (A TERM DEPOSIT AT THE SAME BRANCH, COPYBOOK    *00090000
      *   TERMDEP, PLEDGED FOR AS LONG AS THE ITEM IS HELD) OR ANY     *00100000
      *   OTHER ASSET.  IT SECURES ONE OR MORE LOANS OR ARRANGED       *00110000
      *   OVERDRAFTS THROUGH THE LINK FILE (COPYBOOK CLTLINK); THE     *00120000
      *   LINK COUNT IS KEPT HERE SO AN ITEM STILL SECURING A          *00130000
      *   FACILITY CANNOT BE RELEASED.                                 *00140000
           03 CLTREG-RECORD.                                            00150000
              05 CLTREG-EYECATCHER                PIC X(4).             00160000
                 88 CLTREG-EYECATCHER-VALUE        VALUE 'CLTR'.        00170000
              05 CLTREG-KEY.                                            00180000
                 07 CLTREG-SORTCODE               PIC 9(6) DISPLAY.     00190000
                 07 CLTREG-NUMBER                 PIC 9(8) DISPLAY.     00200000
              05 CLTREG-TYPE                      PIC X.                00210000
                 88 CLTREG-PROPERTY                 VALUE 'P'.          00220000
                 88 CLTREG-CASH-DEPOSIT             VALUE 'D'.          00230000
                 88 CLTREG-OTHER                    VALUE 'O'.          00240000
                 88 CLTREG-TYPE-VALID               VALUE 'P' 'D' 'O'.  00250000
              05 CLTREG-DESCRIPTION               PIC X(40).            00260000
              05 CLTREG-OWNER                     PIC 9(10) DISPLAY.    00270000
      *   A CASH DEPOSIT : THE PLEDGED TERM DEPOSIT'S NUMBER.          *00280000
              05 CLTREG-TERMDEP-NUMBER            PIC 9(8) DISPLAY.     00290000
      *   A PROPERTY : THE REGION OF THE HOUSE-PRICE INDEX (COPYBOOK   *00300000
      *   CLTINDX) IT IS REVALUED BY.                                  *00310000
              05 CLTREG-REGION                    PIC X(4).             00320000
      *   THE CURRENT VALUATION.  A PROPERTY'S IS THE LAST SURVEY      *00330000
      *   MOVED BY THE INDEX SINCE, A CASH DEPOSIT'S THE DEPOSIT'S     *00340000
      *   PRINCIPAL, BOTH RESET EACH QUARTER BY CLTREVAL.              *00350000
              05 CLTREG-VALUE                     PIC 9(10)V99.         00360000
              05 CLTREG-VALUE-DATE                PIC 9(8).             00370000
              05 CLTREG-VALUE-BASIS               PIC X.                00380000
                 88 CLTREG-BASIS-SURVEY             VALUE 'S'.          00390000
                 88 CLTREG-BASIS-INDEXED            VALUE 'I'.          00400000
                 88 CLTREG-BASIS-DEPOSIT            VALUE 'D'.          00410000
      *   THE LAST SURVEY (OR OTHER FORMAL VALUATION) TAKEN BY AN      *00420000
      *   OPERATOR.  CLTREVAL REPORTS ONE OLDER THAN THE STALE LIMIT.  *00430000
              05 CLTREG-SURVEY-VALUE              PIC 9(10)V99.         00440000
              05 CLTREG-SURVEY-DATE               PIC 9(8).             00450000
              05 CLTREG-SURVEY-GRP                                      00460000
                 REDEFINES CLTREG-SURVEY-DATE.                          00470000
                 07 CLTREG-SURVEY-YYYY            PIC 9999.             00480000
                 07 CLTREG-SURVEY-MM              PIC 99.               00490000
                 07 CLTREG-SURVEY-DD              PIC 99.               00500000
              05 CLTREG-CHARGE-STATUS             PIC X.                00510000
                 88 CLTREG-CHARGE-PENDING           VALUE 'P'.          00520000
                 88 CLTREG-CHARGE-REGISTERED        VALUE 'R'.          00530000
                 88 CLTREG-CHARGE-RELEASED          VALUE 'X'.          00540000
              05 CLTREG-CHARGE-DATE               PIC 9(8).             00550000
              05 CLTREG-LINK-COUNT                PIC 9(3).             00560000
              05 CLTREG-OPENED-DATE               PIC 9(8).             00570000
              05 CLTREG-LAST-OPERATOR             PIC X(3).             00580000
              05 FILLER                           PIC X(20).            00590000
