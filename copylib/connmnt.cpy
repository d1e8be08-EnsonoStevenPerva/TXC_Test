      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-CPT-KEY.                                              00080000
             05 COMM-CPT-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-CPT-CUSTNO              PIC 9(10) DISPLAY.         00100000
          03 COMM-CPT-ACTION                 PIC X.                     00110000
             88 COMM-CPT-ACT-LINK                VALUE 'L'.             00120000
             88 COMM-CPT-ACT-UNLINK              VALUE 'U'.             00130000
             88 COMM-CPT-ACT-INQUIRE             VALUE 'I'.             00140000
          03 COMM-CPT-OPERATOR               PIC X(3).                  00150000
      *   ON A LINK, THE CUSTOMER ABOVE JOINS THE GROUP OF THE         *00160000
      *   CUSTOMER BELOW (WHO LEADS A NEW GROUP IF NOT YET IN ONE)     *00170000
      *   WITH THIS RELATIONSHIP.  RETURNED ON AN INQUIRE.             *00180000
          03 COMM-CPT-LINKED-TO.                                        00190000
             05 COMM-CPT-LINKED-SORTCODE     PIC 9(6) DISPLAY.          00200000
             05 COMM-CPT-LINKED-CUSTNO       PIC 9(10) DISPLAY.         00210000
          03 COMM-CPT-REL-TYPE               PIC X.                     00220000
             88 COMM-CPT-REL-VALID               VALUE 'S' 'B' 'G'      00230000
                                                       'D' 'H' 'O'.     00240000
      *   RETURNED FIELDS - THE GROUP AS HELD AFTERWARDS AND ITS       *00250000
      *   EXPOSURE AS AT THE LAST CONNEXP RUN.                         *00260000
          03 COMM-CPT-GROUP-KEY.                                        00270000
             05 COMM-CPT-GROUP-SORTCODE      PIC 9(6) DISPLAY.          00280000
             05 COMM-CPT-GROUP-CUSTNO        PIC 9(10) DISPLAY.         00290000
          03 COMM-CPT-MEMBER-COUNT           PIC 9(4).                  00300000
          03 COMM-CPT-EXPOSURE-DATE          PIC 9(8).                  00310000
          03 COMM-CPT-TOTAL-EXPOSURE         PIC S9(12)V99.             00320000
          03 COMM-CPT-LARGE-FLAG             PIC X.                     00330000
          03 COMM-CPT-SUCCESS                PIC X.                     00340000
             88 COMM-CPT-OK                      VALUE 'Y'.             00350000
             88 COMM-CPT-FAILED                  VALUE 'N'.             00360000
          03 COMM-CPT-FAIL-CD                PIC X.                     00370000
             88 COMM-CPT-FAIL-NONE               VALUE SPACE.           00380000
             88 COMM-CPT-FAIL-CUST-NOTFND        VALUE '1'.             00390000
             88 COMM-CPT-FAIL-LINK-NOTFND        VALUE '2'.             00400000
             88 COMM-CPT-FAIL-BAD-ACTION         VALUE '3'.             00410000
             88 COMM-CPT-FAIL-BAD-REL            VALUE '4'.             00420000
             88 COMM-CPT-FAIL-SAME-CUSTOMER      VALUE '5'.             00430000
             88 COMM-CPT-FAIL-WRITE-ERR          VALUE '6'.             00440000
             88 COMM-CPT-FAIL-READ-ERR           VALUE '8'.             00450000
             88 COMM-CPT-FAIL-LEAD-HAS-MEMBERS   VALUE 'L'.             00460000
             88 COMM-CPT-FAIL-ALREADY-LINKED     VALUE 'M'.             00470000
             88 COMM-CPT-FAIL-OPERATOR           VALUE 'O'.             00480000
