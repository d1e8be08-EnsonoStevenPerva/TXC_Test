      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE BATCH REPORT REPOSITORY - EVERY PRINT LINE OF A CAPTURED *00070000
      *   REPORT, SPLIT OUT BY BRANCH.  RPTCAP FILES EACH DETAIL LINE  *00080000
      *   UNDER THE SORT CODE IT CARRIES, IN PAGES OF UP TO 60 LINES   *00090000
      *   WITH THE REPORT'S HEADINGS REPEATED AT THE TOP OF EACH, AND  *00100000
      *   THE WHOLE REPORT AS PRINTED UNDER SORT CODE ZERO FOR         *00110000
      *   OPERATIONS.  THE RUN DATE IS THE RUNCTL RUN DATE OF THE JOB  *00120000
      *   THAT PRODUCED THE REPORT.  RPTDIR HOLDS ONE ROW PER REPORT,  *00130000
      *   RUN DATE AND BRANCH CAPTURED HERE.                           *00140000
           03 RPTREPO-RECORD.                                           00150000
              05 RPTREPO-EYECATCHER               PIC X(4).             00160000
                 88 RPTREPO-EYECATCHER-VALUE       VALUE 'RPTR'.        00170000
              05 RPTREPO-KEY.                                           00180000
                 07 RPTREPO-REPORT-ID             PIC X(8).             00190000
                 07 RPTREPO-RUN-DATE              PIC 9(8).             00200000
                 07 RPTREPO-SORTCODE              PIC 9(6) DISPLAY.     00210000
                 07 RPTREPO-PAGE                  PIC 9(5).             00220000
                 07 RPTREPO-LINE                  PIC 9(3).             00230000
              05 RPTREPO-TEXT                     PIC X(132).           00240000
