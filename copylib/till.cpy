      *   THE TELLER DECLARES THE COUNTED CASH THROUGH TILLMNT, AND    *00120000
      *   THE END-OF-DAY PROOF (TILLEOD) COMPARES THE TWO AND POSTS    *00130000
      *   ANY OVER/SHORT.  THE RUNNING POSITION IS ALWAYS              *00140000
      *   OPENING FLOAT + CASH IN - CASH OUT + VAULT IN - VAULT OUT.   *00150000
              05 TILL-KEY.                                              00160000
                 07 TILL-SORTCODE                 PIC 9(6) DISPLAY.     00170000
                 07 TILL-OPERATOR                 PIC X(3).             00180000
              05 TILL-DECLARED-FLAG               PIC X.                00240000
                 88 TILL-DECLARED                   VALUE 'Y'.          00250000
                 88 TILL-NOT-DECLARED               VALUE SPACE 'N'.    00260000
      *   CASH ISSUED TO THE TILL FROM THE BRANCH VAULT AND RETURNED   *00260100
      *   TO IT TODAY (TILLMNT).  THE END-OF-DAY PROOF CHECKS THE      *00260200
      *   BRANCH'S TILLS AGAINST THE VAULT'S OWN TRANSFER TOTALS.      *00260300
              05 TILL-VAULT-IN                    PIC S9(10)V99.        00260400
              05 TILL-VAULT-OUT                   PIC S9(10)V99.        00260500
