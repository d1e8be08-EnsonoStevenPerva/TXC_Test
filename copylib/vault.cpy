      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 VAULT-RECORD.                                             00070000
              05 VAULT-EYECATCHER                 PIC X(4).             00080000
                 88 VAULT-EYECATCHER-VALUE         VALUE 'VALT'.        00090000
      *   ONE BRANCH CASH VAULT PER SORT CODE.  THE VAULT ISSUES       *00100000
      *   CASH TO THE TELLERS' TILLS AND TAKES IT BACK (TILLMNT),      *00110000
      *   RECEIVES DELIVERIES FROM THE CASH CENTRE AND SENDS           *00120000
      *   SURPLUS BACK TO IT (VAULTMNT).  THE VAULT BALANCE IS         *00130000
      *   ALWAYS OPENING BALANCE + FROM TILLS - TO TILLS               *00140000
      *   + DELIVERED - COLLECTED.                                     *00150000
              05 VAULT-KEY.                                             00160000
                 07 VAULT-SORTCODE                PIC 9(6) DISPLAY.     00170000
              05 VAULT-BUSINESS-DATE              PIC 9(8).             00180000
              05 VAULT-OPENING-BALANCE            PIC S9(10)V99.        00190000
              05 VAULT-TO-TILLS                   PIC S9(10)V99.        00200000
              05 VAULT-FROM-TILLS                 PIC S9(10)V99.        00210000
              05 VAULT-DELIVERED                  PIC S9(10)V99.        00220000
              05 VAULT-COLLECTED                  PIC S9(10)V99.        00230000
      *   THE MOST CASH THE BRANCH'S INSURANCE COVERS OVERNIGHT -      *00240000
      *   VAULT AND TILLS TOGETHER - AND THE LEAST IT SHOULD HOLD      *00250000
      *   AFTER MEETING ITS FORECAST NEED.  ZERO MEANS NOT SET.        *00260000
              05 VAULT-INSURED-LIMIT              PIC S9(10)V99.        00270000
              05 VAULT-MINIMUM-HOLDING            PIC S9(10)V99.        00280000
      *   SET BY THE END-OF-DAY TILL PROOF (TILLEOD) : THE CASH        *00290000
      *   LEFT IN THE BRANCH'S TILLS OVERNIGHT, AND WHETHER THE        *00300000
      *   TILLS' VAULT TRANSFERS AGREED WITH THE VAULT'S.              *00310000
              05 VAULT-TILLS-CLOSING              PIC S9(10)V99.        00320000
              05 VAULT-PROOF-FLAG                 PIC X.                00330000
                 88 VAULT-PROVED                    VALUE 'Y'.          00340000
                 88 VAULT-OUT-OF-BALANCE            VALUE 'N'.          00350000
                 88 VAULT-NOT-PROVED                VALUE SPACE.        00360000
      *   THE LAST ORDER THE CASH FORECAST (VAULTFC) RAISED WITH       *00370000
      *   THE CASH-IN-TRANSIT PROVIDER.                                *00380000
              05 VAULT-LAST-ORDER-DATE            PIC 9(8).             00390000
              05 VAULT-LAST-ORDER-TYPE            PIC X.                00400000
                 88 VAULT-ORDER-DELIVERY            VALUE 'D'.          00410000
                 88 VAULT-ORDER-COLLECTION          VALUE 'C'.          00420000
                 88 VAULT-ORDER-NONE                VALUE SPACE.        00430000
              05 VAULT-LAST-ORDER-AMOUNT          PIC S9(10)V99.        00440000
              05 FILLER                           PIC X(20).            00450000
