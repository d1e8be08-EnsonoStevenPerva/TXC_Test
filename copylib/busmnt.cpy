      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-BRL-KEY.                                              00080000
             05 COMM-BRL-SORTCODE            PIC 9(6) DISPLAY.          00090000
             05 COMM-BRL-BUSINESS            PIC 9(10) DISPLAY.         00100000
             05 COMM-BRL-PERSON              PIC 9(10) DISPLAY.         00110000
          03 COMM-BRL-ACTION                 PIC X.                     00120000
             88 COMM-BRL-ACT-LINK                VALUE 'L'.             00130000
             88 COMM-BRL-ACT-END                 VALUE 'E'.             00140000
             88 COMM-BRL-ACT-INQUIRE             VALUE 'I'.             00150000
          03 COMM-BRL-OPERATOR               PIC X(3).                  00160000
      *   THE ROLES HELD, Y OR N EACH, AT LEAST ONE OF THEM Y.  A      *00170000
      *   BENEFICIAL OWNER'S SHARE MUST BE 0.01 TO 100.00 PER CENT.    *00180000
      *   A LINK ON A PAIR ALREADY ON FILE REPLACES THE ROLES AND      *00190000
      *   RE-OPENS AN ENDED ROW.  RETURNED ON AN INQUIRE.              *00200000
          03 COMM-BRL-DIRECTOR-FLAG          PIC X.                     00210000
             88 COMM-BRL-DIRECTOR-VALID          VALUE 'Y' 'N'.         00220000
          03 COMM-BRL-OWNER-FLAG             PIC X.                     00230000
             88 COMM-BRL-OWNER-VALID             VALUE 'Y' 'N'.         00240000
          03 COMM-BRL-OWNERSHIP-PCT          PIC 9(3)V99.               00250000
          03 COMM-BRL-SIGNATORY-FLAG         PIC X.                     00260000
             88 COMM-BRL-SIGNATORY-VALID         VALUE 'Y' 'N'.         00270000
      *   RETURNED FIELDS.                                             *00280000
          03 COMM-BRL-STATUS                 PIC X.                     00290000
          03 COMM-BRL-LINKED-DATE            PIC 9(8).                  00300000
          03 COMM-BRL-LINKED-BY              PIC X(3).                  00310000
          03 COMM-BRL-ENDED-DATE             PIC 9(8).                  00320000
          03 COMM-BRL-ENDED-BY               PIC X(3).                  00330000
          03 COMM-BRL-SUCCESS                PIC X.                     00340000
             88 COMM-BRL-OK                      VALUE 'Y'.             00350000
             88 COMM-BRL-FAILED                  VALUE 'N'.             00360000
          03 COMM-BRL-FAIL-CD                PIC X.                     00370000
             88 COMM-BRL-FAIL-NONE               VALUE SPACE.           00380000
             88 COMM-BRL-FAIL-CUST-NOTFND        VALUE '1'.             00390000
             88 COMM-BRL-FAIL-LINK-NOTFND        VALUE '2'.             00400000
             88 COMM-BRL-FAIL-BAD-ACTION         VALUE '3'.             00410000
             88 COMM-BRL-FAIL-BAD-ROLE           VALUE '4'.             00420000
             88 COMM-BRL-FAIL-SAME-CUSTOMER      VALUE '5'.             00430000
             88 COMM-BRL-FAIL-WRITE-ERR          VALUE '6'.             00440000
             88 COMM-BRL-FAIL-NOT-ACTIVE         VALUE '7'.             00450000
             88 COMM-BRL-FAIL-READ-ERR           VALUE '8'.             00460000
             88 COMM-BRL-FAIL-NOT-BUSINESS       VALUE 'B'.             00470000
             88 COMM-BRL-FAIL-NOT-PERSON         VALUE 'P'.             00480000
             88 COMM-BRL-FAIL-OPERATOR           VALUE 'O'.             00490000
