      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE REPORT REPOSITORY DIRECTORY - ONE ROW PER REPORT, RUN    *00070000
      *   DATE AND BRANCH HELD ON RPTREPO, WRITTEN BY RPTCAP.  KEYED   *00080000
      *   BRANCH FIRST SO A BRANCH'S REPORTS ARE ONE KEY RANGE, OLDEST *00090000
      *   RUN DATE FIRST.  SORT CODE ZERO IS THE WHOLE REPORT.         *00100000
           03 RPTDIR-RECORD.                                            00110000
              05 RPTDIR-EYECATCHER                PIC X(4).             00120000
                 88 RPTDIR-EYECATCHER-VALUE        VALUE 'RDIR'.        00130000
              05 RPTDIR-KEY.                                            00140000
                 07 RPTDIR-SORTCODE               PIC 9(6) DISPLAY.     00150000
                 07 RPTDIR-RUN-DATE               PIC 9(8).             00160000
                 07 RPTDIR-REPORT-ID              PIC X(8).             00170000
      *   THE JOB THAT PRODUCED THE REPORT AND HOW ITS RUNCTL ROW      *00180000
      *   STOOD WHEN THE REPORT WAS CAPTURED (RUNCTL-STATUS-FLAG,      *00190000
      *   SPACE WHERE THE JOB KEEPS NO RUNCTL ROW).                    *00200000
              05 RPTDIR-JOB-NAME                  PIC X(8).             00210000
              05 RPTDIR-JOB-STATUS                PIC X.                00220000
              05 RPTDIR-PAGE-COUNT                PIC 9(5).             00230000
      *   PRINT LINES FILED FOR THE BRANCH, NOT COUNTING THE HEADINGS  *00240000
      *   REPEATED ON EACH PAGE.                                       *00250000
              05 RPTDIR-LINE-COUNT                PIC 9(7).             00260000
              05 RPTDIR-CAPTURED-DATE             PIC 9(8).             00270000
              05 RPTDIR-CAPTURED-TIME             PIC 9(6).             00280000
              05 FILLER                           PIC X(20).            00290000
