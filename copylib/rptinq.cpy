      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
          03 COMM-EYECATCHER                 PIC X(4).                  00070000
          03 COMM-RPQ-ACTION                 PIC X.                     00080000
             88 COMM-RPQ-ACT-LIST                VALUE 'L'.             00090000
             88 COMM-RPQ-ACT-VIEW                VALUE 'V'.             00100000
          03 COMM-RPQ-OPERATOR               PIC X(3).                  00110000
      *   LIST : THE BRANCH IN THE KEY, WITH THE RUN DATE AND REPORT   *00120000
      *   TO START FROM (ZERO AND SPACES FOR THE OLDEST;               *00130000
      *   COMM-RPQ-NEXT-KEY FROM THE LAST LIST TO GO ON).  VIEW : THE  *00140000
      *   REPORT, AND THE PAGE WANTED (ZERO FOR THE FIRST).  A BRANCH  *00150000
      *   OPERATOR MAY ONLY ASK FOR THEIR OWN BRANCH; OPERATIONS       *00160000
      *   STAFF (ROLE OPS) FOR ANY, AND FOR SORT CODE ZERO - THE       *00170000
      *   WHOLE REPORT.                                                *00180000
          03 COMM-RPQ-KEY.                                              00190000
             05 COMM-RPQ-SORTCODE            PIC 9(6) DISPLAY.          00200000
             05 COMM-RPQ-RUN-DATE            PIC 9(8).                  00210000
             05 COMM-RPQ-REPORT-ID           PIC X(8).                  00220000
          03 COMM-RPQ-PAGE                   PIC 9(5).                  00230000
      *   RETURNED FIELDS - LIST.                                      *00240000
          03 COMM-RPQ-ROW-COUNT              PIC 99.                    00250000
          03 COMM-RPQ-MORE-FLAG              PIC X.                     00260000
             88 COMM-RPQ-MORE-ROWS               VALUE 'Y'.             00270000
          03 COMM-RPQ-NEXT-KEY.                                         00280000
             05 COMM-RPQ-NEXT-SORTCODE       PIC 9(6) DISPLAY.          00290000
             05 COMM-RPQ-NEXT-RUN-DATE       PIC 9(8).                  00300000
             05 COMM-RPQ-NEXT-REPORT-ID      PIC X(8).                  00310000
          03 COMM-RPQ-ROWS                   OCCURS 20 TIMES.           00320000
             05 COMM-RPQ-ROW-REPORT-ID       PIC X(8).                  00330000
             05 COMM-RPQ-ROW-RUN-DATE        PIC 9(8).                  00340000
             05 COMM-RPQ-ROW-JOB-NAME        PIC X(8).                  00350000
             05 COMM-RPQ-ROW-JOB-STATUS      PIC X.                     00360000
             05 COMM-RPQ-ROW-PAGE-COUNT      PIC 9(5).                  00370000
             05 COMM-RPQ-ROW-LINE-COUNT      PIC 9(7).                  00380000
             05 COMM-RPQ-ROW-CAPTURED-DATE   PIC 9(8).                  00390000
             05 COMM-RPQ-ROW-CAPTURED-TIME   PIC 9(6).                  00400000
      *   RETURNED FIELDS - VIEW.  THE PAGE RETURNED, HOW MANY PAGES   *00410000
      *   THE BRANCH'S COPY OF THE REPORT HAS, AND ITS LINES.          *00420000
          03 COMM-RPQ-PAGE-COUNT             PIC 9(5).                  00430000
          03 COMM-RPQ-LINE-COUNT             PIC 99.                    00440000
          03 COMM-RPQ-LINES                  OCCURS 60 TIMES.           00450000
             05 COMM-RPQ-LINE-TEXT           PIC X(132).                00460000
          03 COMM-RPQ-SUCCESS                PIC X.                     00470000
             88 COMM-RPQ-OK                      VALUE 'Y'.             00480000
             88 COMM-RPQ-FAILED                  VALUE 'N'.             00490000
          03 COMM-RPQ-FAIL-CD                PIC X.                     00500000
             88 COMM-RPQ-FAIL-NONE               VALUE SPACE.           00510000
             88 COMM-RPQ-FAIL-NOTFND             VALUE '1'.             00520000
             88 COMM-RPQ-FAIL-BAD-ACTION         VALUE '3'.             00530000
             88 COMM-RPQ-FAIL-READ-ERR           VALUE '8'.             00540000
             88 COMM-RPQ-FAIL-OPERATOR           VALUE 'O'.             00550000
             88 COMM-RPQ-FAIL-NOT-ALLOWED        VALUE 'R'.             00560000
