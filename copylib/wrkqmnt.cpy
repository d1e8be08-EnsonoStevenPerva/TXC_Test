      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-WKQ-ACTION                 PIC X.                     00080000
             88 COMM-WKQ-ACT-LIST                VALUE 'L'.             00090000
             88 COMM-WKQ-ACT-INQUIRE             VALUE 'I'.             00100000
             88 COMM-WKQ-ACT-ASSIGN              VALUE 'A'.             00110000
          03 COMM-WKQ-OPERATOR               PIC X(3).                  00120000
      *   LIST : THE BRANCH IN THE KEY, WITH THE QUEUE AND ITEM TO     *00130000
      *   START FROM (SPACES AND ZERO FOR THE TOP; COMM-WKQ-NEXT-KEY   *00140000
      *   FROM THE LAST LIST TO GO ON).  INQUIRE AND ASSIGN : THE      *00150000
      *   ITEM.                                                        *00160000
          03 COMM-WKQ-KEY.                                              00170000
             05 COMM-WKQ-SORTCODE            PIC 9(6) DISPLAY.          00180000
             05 COMM-WKQ-QUEUE               PIC X(3).                  00190000
             05 COMM-WKQ-ITEM                PIC 9(10) DISPLAY.         00200000
      *   LIST FILTERS - SPACES FOR ALL.  ASSIGNED 'NON' LISTS ONLY    *00210000
      *   ITEMS NOT YET ASSIGNED.                                      *00220000
          03 COMM-WKQ-ROLE-FILTER            PIC X(3).                  00230000
          03 COMM-WKQ-QUEUE-FILTER           PIC X(3).                  00240000
          03 COMM-WKQ-ASSIGNED-FILTER        PIC X(3).                  00250000
      *   ASSIGN : THE OPERATOR TO TAKE THE ITEM, SPACES TO RETURN     *00260000
      *   IT TO THE QUEUE.                                             *00270000
          03 COMM-WKQ-ASSIGN-TO              PIC X(3).                  00280000
      *   RETURNED FIELDS.  INQUIRE AND ASSIGN RETURN THE ONE ITEM     *00290000
      *   AS THE FIRST ROW.                                            *00300000
          03 COMM-WKQ-ROW-COUNT              PIC 99.                    00310000
          03 COMM-WKQ-MORE-FLAG              PIC X.                     00320000
             88 COMM-WKQ-MORE-ROWS               VALUE 'Y'.             00330000
          03 COMM-WKQ-NEXT-KEY.                                         00340000
             05 COMM-WKQ-NEXT-SORTCODE       PIC 9(6) DISPLAY.          00350000
             05 COMM-WKQ-NEXT-QUEUE          PIC X(3).                  00360000
             05 COMM-WKQ-NEXT-ITEM           PIC 9(10) DISPLAY.         00370000
          03 COMM-WKQ-ROWS                   OCCURS 20 TIMES.           00380000
             05 COMM-WKQ-ROW-QUEUE           PIC X(3).                  00390000
             05 COMM-WKQ-ROW-ITEM            PIC 9(10) DISPLAY.         00400000
             05 COMM-WKQ-ROW-ROLE            PIC X(3).                  00410000
             05 COMM-WKQ-ROW-CUSTOMER        PIC 9(10) DISPLAY.         00420000
             05 COMM-WKQ-ROW-ACCOUNT         PIC 9(8) DISPLAY.          00430000
             05 COMM-WKQ-ROW-AMOUNT          PIC S9(10)V99.             00440000
             05 COMM-WKQ-ROW-RAISED-BY       PIC X(3).                  00450000
             05 COMM-WKQ-ROW-SOURCE          PIC X(8).                  00460000
             05 COMM-WKQ-ROW-RAISED-DATE     PIC 9(8).                  00470000
             05 COMM-WKQ-ROW-AGE-DAYS        PIC 9(5).                  00480000
             05 COMM-WKQ-ROW-DUE-DATE        PIC 9(8).                  00490000
             05 COMM-WKQ-ROW-DUE-TIME        PIC 9(6).                  00500000
             05 COMM-WKQ-ROW-OVERDUE         PIC X.                     00510000
                88 COMM-WKQ-ROW-PAST-SLA         VALUE 'Y'.             00520000
             05 COMM-WKQ-ROW-ASSIGNED-TO     PIC X(3).                  00530000
          03 COMM-WKQ-SUCCESS                PIC X.                     00540000
             88 COMM-WKQ-OK                      VALUE 'Y'.             00550000
             88 COMM-WKQ-FAILED                  VALUE 'N'.             00560000
          03 COMM-WKQ-FAIL-CD                PIC X.                     00570000
             88 COMM-WKQ-FAIL-NONE               VALUE SPACE.           00580000
             88 COMM-WKQ-FAIL-NOTFND             VALUE '1'.             00590000
             88 COMM-WKQ-FAIL-BAD-ACTION         VALUE '3'.             00600000
             88 COMM-WKQ-FAIL-WRITE-ERR          VALUE '6'.             00610000
             88 COMM-WKQ-FAIL-READ-ERR           VALUE '8'.             00620000
             88 COMM-WKQ-FAIL-ASSIGNEE           VALUE 'A'.             00630000
             88 COMM-WKQ-FAIL-OPERATOR           VALUE 'O'.             00640000
             88 COMM-WKQ-FAIL-NOT-ALLOWED        VALUE 'R'.             00650000
