      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    BUSDATE.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  BUSDATE - BUSINESS-DATE ENQUIRY SUBPROGRAM                    *00150000
      *                                                                *00160000
      *  FUNCTION : CALLED BY EVERY BATCH THAT POSTS TO PROCTRAN OR    *00170000
      *             MAKES DUE-DATE DECISIONS (COPYBOOK BUSDATEQ IS     *00180000
      *             THE INTERFACE).  RETURNS THE CURRENT, PREVIOUS     *00190000
      *             AND NEXT BUSINESS DATES FROM THE BUSINESS-DATE     *00200000
      *             CONTROL SINGLETON (COPYBOOK BUSDATE), SO A SUITE   *00210000
      *             THAT RUNS PAST MIDNIGHT GOES ON STAMPING ITS WORK  *00220000
      *             WITH THE DAY IT IS PROCESSING RATHER THAN THE      *00230000
      *             SYSTEM CLOCK'S.                                    *00240000
      *                                                                *00250000
      *             IF THE CONTROL RECORD CANNOT BE READ THE REPLY IS  *00260000
      *             NOT-FOUND AND THE CURRENT DATE IS THE SYSTEM       *00270000
      *             DATE, WHICH IS HOW EVERY CALLER BEHAVED BEFORE     *00280000
      *             THE CONTROL RECORD EXISTED.                        *00290000
      *                                                                *00300000
      *             THE FILE IS OPENED AND CLOSED PER CALL, AS IN      *00310000
      *             RUNCTL - ONE CALL PER JOB PER NIGHT.               *00320000
      *                                                                *00330000
      *  FILES    : BDATFILE - VSAM KSDS - BUSINESS-DATE CONTROL (IN)  *00340000
      *                                                                *00350000
      *  CHANGE HISTORY                                                *00360000
      *  ----------------------------------------------------------    *00370000
      *  DATE        BY    DESCRIPTION                                 *00380000
      *  2026-10-15  BAG   INITIAL VERSION                             *00390000
      *                                                                *00400000
      ******************************************************************00410000
       ENVIRONMENT DIVISION.                                            00420000
       INPUT-OUTPUT SECTION.                                            00430000
       FILE-CONTROL.                                                    00440000
           SELECT BUSDATE-FILE    ASSIGN TO BDATFILE                    00450000
                  ORGANIZATION IS INDEXED                               00460000
                  ACCESS MODE IS RANDOM                                 00470000
                  RECORD KEY IS BUSDATE-KEY OF BUSDATE-FILE-REC         00480000
                  FILE STATUS IS BUSDATE-FILE-STATUS.                   00490000
                                                                        00500000
       DATA DIVISION.                                                   00510000
       FILE SECTION.                                                    00520000
       FD  BUSDATE-FILE                                                 00530000
           RECORDING MODE IS F.                                         00540000
       01  BUSDATE-FILE-REC.                                            00550000
           COPY BUSDATE.                                                00560000
                                                                        00570000
       WORKING-STORAGE SECTION.                                         00580000
       01  BUSDATE-WORK-AREA.                                           00590000
           05  BUSDATE-FILE-STATUS         PIC XX.                      00600000
           05  BUSDATE-SYSTEM-DATE         PIC 9(8).                    00610000
                                                                        00620000
       LINKAGE SECTION.                                                 00630000
       01  BUSDATE-CALL-AREA.                                           00640000
           COPY BUSDATEQ.                                               00650000
                                                                        00660000
      ******************************************************************00670000
       PROCEDURE DIVISION USING BUSDATE-CALL-AREA.                      00680000
      ******************************************************************00690000
       0000-MAINLINE.                                                   00700000
           SET BUSDATE-REQ-NOT-FOUND TO TRUE                            00710000
           ACCEPT BUSDATE-SYSTEM-DATE FROM DATE YYYYMMDD                00720000
           MOVE BUSDATE-SYSTEM-DATE TO BUSDATE-REQ-CURRENT              00730000
           MOVE ZERO TO BUSDATE-REQ-PREVIOUS                            00740000
           MOVE ZERO TO BUSDATE-REQ-NEXT                                00750000
                                                                        00760000
           OPEN INPUT BUSDATE-FILE                                      00770000
           IF BUSDATE-FILE-STATUS NOT = '00'                            00780000
               DISPLAY 'BUSDATE - CONTROL FILE NOT AVAILABLE, STATUS '  00790000
                       BUSDATE-FILE-STATUS ' - USING SYSTEM DATE'       00800000
               GOBACK                                                   00810000
           END-IF                                                       00820000
                                                                        00830000
           PERFORM 1000-READ-CONTROL THRU 1000-EXIT                     00840000
                                                                        00850000
           CLOSE BUSDATE-FILE                                           00860000
                                                                        00870000
           GOBACK.                                                      00880000
                                                                        00890000
      ******************************************************************00900000
      *  1000-READ-CONTROL - READ THE SINGLETON AND HAND ITS DATES     *00910000
      *  BACK TO THE CALLER.                                           *00920000
      ******************************************************************00930000
       1000-READ-CONTROL.                                               00940000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF BUSDATE-FILE-REC     00950000
                                                                        00960000
           READ BUSDATE-FILE                                            00970000
               INVALID KEY                                              00980000
                   DISPLAY 'BUSDATE - NO CONTROL RECORD - '             00990000
                           'USING SYSTEM DATE'                          01000000
                   GO TO 1000-EXIT                                      01010000
           END-READ                                                     01020000
                                                                        01030000
           MOVE BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC                01040000
               TO BUSDATE-REQ-CURRENT                                   01050000
           MOVE BUSDATE-PREVIOUS-DATE OF BUSDATE-FILE-REC               01060000
               TO BUSDATE-REQ-PREVIOUS                                  01070000
           MOVE BUSDATE-NEXT-DATE OF BUSDATE-FILE-REC                   01080000
               TO BUSDATE-REQ-NEXT                                      01090000
           SET BUSDATE-REQ-FOUND TO TRUE.                               01100000
       1000-EXIT.                                                       01110000
           EXIT.                                                        01120000
