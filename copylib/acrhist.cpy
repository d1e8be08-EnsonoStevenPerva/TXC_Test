              05 ACRHIST-CREDIT-RATE              PIC 9(2)V9(4).        00200000
              05 ACRHIST-DEBIT-RATE               PIC 9(2)V9(4).        00210000
              05 ACRHIST-LOADED-DATE              PIC 9(8).             00220000
      *   BALANCE TIERS ON THE CREDIT SIDE.  TIER METHOD SPACE PAYS    *00220100
      *   THE SINGLE CREDIT RATE ABOVE.  W PAYS THE WHOLE BALANCE AT   *00220200
      *   THE RATE OF THE TIER IT FALLS IN; B PAYS EACH SLICE OF THE   *00220300
      *   BALANCE AT ITS OWN BAND'S RATE.  A TIER'S CEILING IS THE     *00220400
      *   TOP OF ITS BAND; THE LAST TIER IN USE TAKES ALL THE BALANCE  *00220500
      *   ABOVE THE TIER BEFORE IT, WHATEVER ITS OWN CEILING SAYS.     *00220600
              05 ACRHIST-TIER-METHOD              PIC X.                00220700
                 88 ACRHIST-TIER-FLAT              VALUE ' '.           00220800
                 88 ACRHIST-TIER-WHOLE             VALUE 'W'.           00220900
                 88 ACRHIST-TIER-BANDED            VALUE 'B'.           00221000
              05 ACRHIST-TIER-COUNT               PIC 9.                00221100
              05 ACRHIST-TIER                     OCCURS 5 TIMES.       00221200
                 07 ACRHIST-TIER-CEILING          PIC 9(10)V99.         00221300
                 07 ACRHIST-TIER-RATE             PIC 9(2)V9(4).        00221400
      *   BONUS RATE, PAID ON TOP OF THE BASE RATE ON A CREDIT BALANCE *00221500
      *   ONLY FOR A STATEMENT PERIOD WITH NO CUSTOMER-INITIATED DEBIT *00221600
      *   (DEB, TFD, PDR, CHO).  ZERO MEANS THE TYPE PAYS NO BONUS.    *00221700
              05 ACRHIST-BONUS-RATE               PIC 9(2)V9(4).        00221800
