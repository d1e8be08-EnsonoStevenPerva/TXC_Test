      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PARMGET.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  PARMGET - SYSTEM PARAMETER ENQUIRY SUBPROGRAM                 *00150000
      *                                                                *00160000
      *  FUNCTION : CALLED BY A BATCH FOR EACH BUSINESS THRESHOLD IT   *00170000
      *             USES (COPYBOOK PARMGETQ IS THE INTERFACE).         *00180000
      *             RETURNS THE VALUE IN FORCE ON THE AS-OF DATE FROM  *00190000
      *             THE SYSTEM PARAMETER FILE (COPYBOOK SYSPARM) - THE *00200000
      *             LIVE ROW FOR THE SUBSYSTEM AND NAME WITH THE       *00210000
      *             LATEST EFFECTIVE DATE NOT AFTER THE AS-OF DATE.    *00220000
      *             ROWS STILL AWAITING APPROVAL ARE PASSED OVER.      *00230000
      *                                                                *00240000
      *             IF THERE IS NO SUCH ROW, OR THE FILE CANNOT BE     *00250000
      *             OPENED, THE REPLY IS NOT-FOUND AND THE CALLER      *00260000
      *             KEEPS ITS OWN DEFAULT.                             *00270000
      *                                                                *00280000
      *             THE FILE IS OPENED AND CLOSED PER CALL, AS IN      *00290000
      *             BUSDATE - A FEW CALLS PER JOB PER NIGHT.           *00300000
      *                                                                *00310000
      *  FILES    : SYSPARM  - VSAM KSDS - SYSTEM PARAMETERS (INPUT)   *00320000
      *                                                                *00330000
      *  CHANGE HISTORY                                                *00340000
      *  ----------------------------------------------------------    *00350000
      *  DATE        BY    DESCRIPTION                                 *00360000
      *  2026-10-15  BAG   INITIAL VERSION                             *00370000
      *                                                                *00380000
      ******************************************************************00390000
       ENVIRONMENT DIVISION.                                            00400000
       INPUT-OUTPUT SECTION.                                            00410000
       FILE-CONTROL.                                                    00420000
           SELECT SYSPARM-FILE    ASSIGN TO SYSPARM                     00430000
                  ORGANIZATION IS INDEXED                               00440000
                  ACCESS MODE IS DYNAMIC                                00450000
                  RECORD KEY IS SYSPARM-KEY OF SYSPARM-FILE-REC         00460000
                  FILE STATUS IS PARMGET-FILE-STATUS.                   00470000
                                                                        00480000
       DATA DIVISION.                                                   00490000
       FILE SECTION.                                                    00500000
       FD  SYSPARM-FILE                                                 00510000
           RECORDING MODE IS F.                                         00520000
       01  SYSPARM-FILE-REC.                                            00530000
           COPY SYSPARM.                                                00540000
                                                                        00550000
       WORKING-STORAGE SECTION.                                         00560000
       01  PARMGET-WORK-AREA.                                           00570000
           05  PARMGET-FILE-STATUS         PIC XX.                      00580000
           05  PARMGET-EOF-SWITCH          PIC X     VALUE 'N'.         00590000
               88  PARMGET-AT-EOF                VALUE 'Y'.             00600000
                                                                        00610000
       LINKAGE SECTION.                                                 00620000
       01  PARMGET-CALL-AREA.                                           00630000
           COPY PARMGETQ.                                               00640000
                                                                        00650000
       PROCEDURE DIVISION USING PARMGET-CALL-AREA.                      00660000
       0000-MAINLINE.                                                   00670000
           SET PARMGET-REQ-NOT-FOUND TO TRUE                            00680000
           MOVE SPACE TO PARMGET-REQ-TYPE                               00690000
           MOVE ZERO TO PARMGET-REQ-NUMBER                              00700000
           MOVE SPACES TO PARMGET-REQ-TEXT                              00710000
           MOVE ZERO TO PARMGET-REQ-EFFECTIVE                           00720000
                                                                        00730000
           OPEN INPUT SYSPARM-FILE                                      00740000
           IF PARMGET-FILE-STATUS NOT = '00'                            00750000
               DISPLAY 'PARMGET - PARAMETER FILE NOT AVAILABLE, STATUS '00760000
                       PARMGET-FILE-STATUS ' - USING DEFAULT FOR '      00770000
                       PARMGET-REQ-SUBSYSTEM ' ' PARMGET-REQ-NAME       00780000
               GOBACK                                                   00790000
           END-IF                                                       00800000
                                                                        00810000
           PERFORM 1000-FIND-VALUE THRU 1000-EXIT                       00820000
                                                                        00830000
           CLOSE SYSPARM-FILE                                           00840000
                                                                        00850000
           GOBACK.                                                      00860000
                                                                        00870000
      ******************************************************************00880000
      *  1000-FIND-VALUE - POSITION ON THE FIRST ROW FOR THE SUBSYSTEM *00890000
      *  AND NAME AND READ FORWARD THROUGH THE EFFECTIVE DATES UP TO   *00900000
      *  THE AS-OF DATE, KEEPING THE LAST LIVE ROW.                    *00910000
      ******************************************************************00920000
       1000-FIND-VALUE.                                                 00930000
           MOVE PARMGET-REQ-SUBSYSTEM                                   00940000
               TO SYSPARM-SUBSYSTEM OF SYSPARM-FILE-REC                 00950000
           MOVE PARMGET-REQ-NAME TO SYSPARM-NAME OF SYSPARM-FILE-REC    00960000
           MOVE ZERO TO SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC      00970000
                                                                        00980000
           START SYSPARM-FILE                                           00990000
               KEY IS NOT LESS THAN SYSPARM-KEY OF SYSPARM-FILE-REC     01000000
               INVALID KEY                                              01010000
                   GO TO 1000-EXIT                                      01020000
           END-START                                                    01030000
                                                                        01040000
           MOVE 'N' TO PARMGET-EOF-SWITCH                               01050000
           PERFORM 1100-READ-NEXT THRU 1100-EXIT                        01060000
               UNTIL PARMGET-AT-EOF.                                    01070000
       1000-EXIT.                                                       01080000
           EXIT.                                                        01090000
                                                                        01100000
      ******************************************************************01110000
      *  1100-READ-NEXT - ONE ROW.  A DIFFERENT PARAMETER, OR A DATE   *01120000
      *  AFTER THE AS-OF DATE, ENDS THE SEARCH.                        *01130000
      ******************************************************************01140000
       1100-READ-NEXT.                                                  01150000
           READ SYSPARM-FILE NEXT RECORD                                01160000
               AT END                                                   01170000
                   SET PARMGET-AT-EOF TO TRUE                           01180000
                   GO TO 1100-EXIT                                      01190000
           END-READ                                                     01200000
                                                                        01210000
           IF SYSPARM-SUBSYSTEM OF SYSPARM-FILE-REC                     01220000
                   NOT = PARMGET-REQ-SUBSYSTEM                          01230000
              OR SYSPARM-NAME OF SYSPARM-FILE-REC                       01240000
                   NOT = PARMGET-REQ-NAME                               01250000
              OR SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC             01260000
                   > PARMGET-REQ-AS-OF                                  01270000
               SET PARMGET-AT-EOF TO TRUE                               01280000
               GO TO 1100-EXIT                                          01290000
           END-IF                                                       01300000
                                                                        01310000
           IF SYSPARM-LIVE OF SYSPARM-FILE-REC                          01320000
               SET PARMGET-REQ-FOUND TO TRUE                            01330000
               MOVE SYSPARM-TYPE OF SYSPARM-FILE-REC                    01340000
                   TO PARMGET-REQ-TYPE                                  01350000
               MOVE SYSPARM-NUMBER OF SYSPARM-FILE-REC                  01360000
                   TO PARMGET-REQ-NUMBER                                01370000
               MOVE SYSPARM-TEXT OF SYSPARM-FILE-REC                    01380000
                   TO PARMGET-REQ-TEXT                                  01390000
               MOVE SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC          01400000
                   TO PARMGET-REQ-EFFECTIVE                             01410000
           END-IF.                                                      01420000
       1100-EXIT.                                                       01430000
           EXIT.                                                        01440000
