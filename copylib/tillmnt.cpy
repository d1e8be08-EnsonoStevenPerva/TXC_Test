             88 COMM-TILL-ACT-DECLARE            VALUE 'D'.             00120000
             88 COMM-TILL-ACT-INQUIRE            VALUE 'I'.             00130000
             88 COMM-TILL-ACT-FLOAT              VALUE 'F'.             00140000
             88 COMM-TILL-ACT-FROM-VAULT         VALUE 'V'.             00143333
             88 COMM-TILL-ACT-TO-VAULT           VALUE 'R'.             00146666
          03 COMM-TILL-AMOUNT                PIC S9(10)V99.             00150000
          03 COMM-TILL-OPENING-FLOAT         PIC S9(10)V99.             00160000
          03 COMM-TILL-CASH-IN               PIC S9(10)V99.             00170000
          03 COMM-TILL-FAIL-CD               PIC X.                     00230000
             88 COMM-TILL-FAIL-NONE              VALUE SPACE.           00240000
             88 COMM-TILL-FAIL-NOTFND            VALUE '1'.             00250000
             88 COMM-TILL-FAIL-NO-VAULT          VALUE '2'.             00255000
             88 COMM-TILL-FAIL-BAD-ACTION        VALUE '3'.             00260000
             88 COMM-TILL-FAIL-NO-CASH           VALUE '4'.             00265000
             88 COMM-TILL-FAIL-BAD-AMOUNT        VALUE '5'.             00270000
             88 COMM-TILL-FAIL-WRITE-ERR         VALUE '6'.             00280000
             88 COMM-TILL-FAIL-READ-ERR          VALUE '8'.             00290000
          03 COMM-TILL-VAULT-IN              PIC S9(10)V99.             00290100
          03 COMM-TILL-VAULT-OUT             PIC S9(10)V99.             00290200
