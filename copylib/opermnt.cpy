             88 COMM-OPR-ACT-UPDATE              VALUE 'U'.             00110000
             88 COMM-OPR-ACT-LOCK                VALUE 'L'.             00120000
             88 COMM-OPR-ACT-INQUIRE             VALUE 'I'.             00130000
             88 COMM-OPR-ACT-CONNECT             VALUE 'C'.             00133333
             88 COMM-OPR-ACT-DISCONNECT          VALUE 'D'.             00136666
          03 COMM-OPR-NAME                   PIC X(35).                 00140000
          03 COMM-OPR-ROLE                   PIC X(3).                  00150000
          03 COMM-OPR-BRANCH                 PIC 9(6) DISPLAY.          00160000
             88 COMM-OPR-FAIL-NOTFND             VALUE '1'.             00250000
             88 COMM-OPR-FAIL-BAD-ACTION         VALUE '3'.             00260000
             88 COMM-OPR-FAIL-BAD-ROLE           VALUE '4'.             00270000
             88 COMM-OPR-FAIL-BAD-RELATION       VALUE '5'.             00275000
             88 COMM-OPR-FAIL-WRITE-ERR          VALUE '6'.             00280000
             88 COMM-OPR-FAIL-READ-ERR           VALUE '8'.             00290000
             88 COMM-OPR-FAIL-DUPLICATE          VALUE '9'.             00300000
             88 COMM-OPR-FAIL-BAD-CUSTOMER       VALUE 'C'.             00300050
          03 COMM-OPR-REL-LIMIT              PIC S9(10)V99.             00300100
      *   THE OPERATOR'S OWN CUSTOMER RECORD (ADD, UPDATE, INQUIRE).   *00300200
      *   ZERO ON AN UPDATE LEAVES IT AS IT IS.                        *00300300
          03 COMM-OPR-CUST-SORTCODE          PIC 9(6) DISPLAY.          00300400
          03 COMM-OPR-CUST-NUMBER            PIC 9(10) DISPLAY.         00300500
      *   CONNECT AND DISCONNECT : ONE DECLARED CONNECTION (COPYBOOK   *00300600
      *   STAFFCON) - AN ACCOUNT ('A', NUMBER IN THE LOW EIGHT DIGITS) *00300700
      *   OR A CUSTOMER ('C'), AND THE RELATIONSHIP.                   *00300800
          03 COMM-OPR-CONN-TYPE              PIC X.                     00300900
          03 COMM-OPR-CONN-SORTCODE          PIC 9(6) DISPLAY.          00301000
          03 COMM-OPR-CONN-NUMBER            PIC 9(10) DISPLAY.         00301100
          03 COMM-OPR-CONN-RELATION          PIC X(3).                  00301200
