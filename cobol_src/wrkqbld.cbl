      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    WRKQBLD.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  WRKQBLD - OPERATOR WORK QUEUE REBUILD AND BACKLOG REPORT      *00150000
      *                                                                *00160000
      *  FUNCTION : BRINGS THE OPERATOR WORK QUEUE (COPYBOOK WORKQ)    *00170000
      *             INTO LINE WITH THE PENDING-APPROVAL REGISTERS,     *00180000
      *             WHICH REMAIN THE RECORD OF EACH ITEM :             *00190000
      *                                                                *00200000
      *               CSO - CREDIT-SCORE OVERRIDES PENDING (CSOVRQ)    *00210000
      *               SIG - SECOND SIGNATURES WAITING (PENDSIG)        *00220000
      *               WLH - WATCH-LIST HITS PENDING (WLHIT)            *00230000
      *               DSP - DISPUTES OPEN (DISPUTE)                    *00240000
      *               CMP - COMPLAINTS OPEN (COMPLNT)                  *00250000
      *               SUS - SUSPENSE ENTRIES OPEN (SUSPACCT)           *00260000
      *               APP - ACCOUNT APPLICATIONS PENDING (ACCTAPP)     *00270000
      *               COL - COLLECTIONS CASES OPEN (COLLCASE)          *00280000
      *                                                                *00290000
      *             EVERY OUTSTANDING ITEM IS WRITTEN OR REFRESHED     *00300000
      *             WITH THE ROLE THAT WORKS ITS QUEUE AND A DUE-BY    *00310000
      *             DATE AND TIME - THE TIME IT WAS RAISED PLUS THE    *00320000
      *             QUEUE'S SLA HOURS.  AN ITEM ALREADY ON THE QUEUE   *00330000
      *             KEEPS ITS ASSIGNMENT (MADE THROUGH WRKQMNT).  AN   *00340000
      *             ITEM NO LONGER OUTSTANDING IN ITS REGISTER IS      *00350000
      *             TAKEN OFF THE QUEUE.                               *00360000
      *                                                                *00370000
      *             THE BACKLOG REPORT GIVES, FOR EACH QUEUE, THE      *00380000
      *             VOLUME, THE ITEMS ASSIGNED, THE ITEMS PAST SLA AND *00390000
      *             THE OLDEST ITEM WITH ITS AGE IN DAYS (30/360, AS   *00400000
      *             SUSPAGE AGES), THEN THE VOLUMES BY BRANCH.         *00410000
      *                                                                *00420000
      *             THE JOB MAY BE RUN AS OFTEN AS THE QUEUE NEEDS TO  *00430000
      *             BE FRESH - EACH RUN IS A COMPLETE REFRESH.         *00440000
      *                                                                *00450000
      *  FILES    : CSOVRQ   - VSAM KSDS - SCORE OVERRIDE QUEUE (IN)   *00460000
      *             PENDSIG  - VSAM KSDS - PENDING SIGNATURES (INPUT)  *00470000
      *             WLHIT    - VSAM KSDS - WATCH-LIST HITS (INPUT)     *00480000
      *             DISPUTE  - VSAM KSDS - DISPUTES (INPUT)            *00490000
      *             COMPLNT  - VSAM KSDS - COMPLAINTS (INPUT)          *00500000
      *             SUSPACCT - VSAM KSDS - SUSPENSE LEDGER (INPUT)     *00510000
      *             ACCTAPP  - VSAM KSDS - ACCOUNT APPLICATIONS (IN)   *00520000
      *             CCASE    - VSAM KSDS - COLLECTIONS CASES (INPUT)   *00530000
      *             WORKQ    - VSAM KSDS - OPERATOR WORK QUEUE (I-O)   *00540000
      *             WRKQRPT  - BACKLOG REPORT (OUTPUT)                 *00550000
      *                                                                *00560000
      *  CHANGE HISTORY                                                *00570000
      *  ----------------------------------------------------------    *00580000
      *  DATE        BY    DESCRIPTION                                 *00590000
      *  2026-10-15  BAG   INITIAL VERSION                             *00600000
      *                                                                *00610000
      ******************************************************************00620000
       ENVIRONMENT DIVISION.                                            00630000
       INPUT-OUTPUT SECTION.                                            00640000
       FILE-CONTROL.                                                    00650000
           SELECT CSOVRQ-FILE     ASSIGN TO CSOVRQ                      00660000
                  ORGANIZATION IS INDEXED                               00670000
                  ACCESS MODE IS SEQUENTIAL                             00680000
                  RECORD KEY IS CSOVRQ-KEY OF CSOVRQ-FILE-REC           00690000
                  FILE STATUS IS WRKQBLD-CSOVRQ-STATUS.                 00700000
                                                                        00710000
           SELECT PENDSIG-FILE    ASSIGN TO PENDSIG                     00720000
                  ORGANIZATION IS INDEXED                               00730000
                  ACCESS MODE IS SEQUENTIAL                             00740000
                  RECORD KEY IS PENDSIG-KEY OF PENDSIG-FILE-REC         00750000
                  FILE STATUS IS WRKQBLD-PENDSIG-STATUS.                00760000
                                                                        00770000
           SELECT WLHIT-FILE      ASSIGN TO WLHIT                       00780000
                  ORGANIZATION IS INDEXED                               00790000
                  ACCESS MODE IS SEQUENTIAL                             00800000
                  RECORD KEY IS WLHIT-KEY OF WLHIT-FILE-REC             00810000
                  FILE STATUS IS WRKQBLD-WLHIT-STATUS.                  00820000
                                                                        00830000
           SELECT DISPUTE-FILE    ASSIGN TO DISPUTE                     00840000
                  ORGANIZATION IS INDEXED                               00850000
                  ACCESS MODE IS SEQUENTIAL                             00860000
                  RECORD KEY IS DISPUTE-KEY OF DISPUTE-FILE-REC         00870000
                  FILE STATUS IS WRKQBLD-DISPUTE-STATUS.                00880000
                                                                        00890000
           SELECT COMPLNT-FILE    ASSIGN TO COMPLNT                     00900000
                  ORGANIZATION IS INDEXED                               00910000
                  ACCESS MODE IS SEQUENTIAL                             00920000
                  RECORD KEY IS COMPLNT-KEY OF COMPLNT-FILE-REC         00930000
                  FILE STATUS IS WRKQBLD-COMPLNT-STATUS.                00940000
                                                                        00950000
           SELECT SUSPACCT-FILE   ASSIGN TO SUSPACCT                    00960000
                  ORGANIZATION IS INDEXED                               00970000
                  ACCESS MODE IS SEQUENTIAL                             00980000
                  RECORD KEY IS SUSPACCT-KEY OF SUSPACCT-FILE-REC       00990000
                  FILE STATUS IS WRKQBLD-SUSPACCT-STATUS.               01000000
                                                                        01010000
           SELECT ACCTAPP-FILE    ASSIGN TO ACCTAPP                     01020000
                  ORGANIZATION IS INDEXED                               01030000
                  ACCESS MODE IS SEQUENTIAL                             01040000
                  RECORD KEY IS ACCTAPP-KEY OF ACCTAPP-FILE-REC         01050000
                  FILE STATUS IS WRKQBLD-ACCTAPP-STATUS.                01060000
                                                                        01070000
           SELECT COLLCASE-FILE   ASSIGN TO CCASE                       01080000
                  ORGANIZATION IS INDEXED                               01090000
                  ACCESS MODE IS SEQUENTIAL                             01100000
                  RECORD KEY IS COLLCASE-KEY OF COLLCASE-FILE-REC       01110000
                  FILE STATUS IS WRKQBLD-COLLCASE-STATUS.               01120000
                                                                        01130000
           SELECT WORKQ-FILE      ASSIGN TO WORKQ                       01140000
                  ORGANIZATION IS INDEXED                               01150000
                  ACCESS MODE IS DYNAMIC                                01160000
                  RECORD KEY IS WORKQ-KEY OF WORKQ-FILE-REC             01170000
                  FILE STATUS IS WRKQBLD-WORKQ-STATUS.                  01180000
                                                                        01190000
           SELECT BACKLOG-RPT     ASSIGN TO WRKQRPT                     01200000
                  ORGANIZATION IS LINE SEQUENTIAL                       01210000
                  FILE STATUS IS WRKQBLD-RPT-STATUS.                    01220000
                                                                        01230000
       DATA DIVISION.                                                   01240000
       FILE SECTION.                                                    01250000
       FD  CSOVRQ-FILE                                                  01260000
           RECORDING MODE IS F.                                         01270000
       01  CSOVRQ-FILE-REC.                                             01280000
           COPY CSOVRQ.                                                 01290000
                                                                        01300000
       FD  PENDSIG-FILE                                                 01310000
           RECORDING MODE IS F.                                         01320000
       01  PENDSIG-FILE-REC.                                            01330000
           COPY PENDSIG.                                                01340000
                                                                        01350000
       FD  WLHIT-FILE                                                   01360000
           RECORDING MODE IS F.                                         01370000
       01  WLHIT-FILE-REC.                                              01380000
           COPY WLHIT.                                                  01390000
                                                                        01400000
       FD  DISPUTE-FILE                                                 01410000
           RECORDING MODE IS F.                                         01420000
       01  DISPUTE-FILE-REC.                                            01430000
           COPY DISPUTE.                                                01440000
                                                                        01450000
       FD  COMPLNT-FILE                                                 01460000
           RECORDING MODE IS F.                                         01470000
       01  COMPLNT-FILE-REC.                                            01480000
           COPY COMPLNT.                                                01490000
                                                                        01500000
       FD  SUSPACCT-FILE                                                01510000
           RECORDING MODE IS F.                                         01520000
       01  SUSPACCT-FILE-REC.                                           01530000
           COPY SUSPACCT.                                               01540000
                                                                        01550000
       FD  ACCTAPP-FILE                                                 01560000
           RECORDING MODE IS F.                                         01570000
       01  ACCTAPP-FILE-REC.                                            01580000
           COPY ACCTAPP.                                                01590000
                                                                        01600000
       FD  COLLCASE-FILE                                                01610000
           RECORDING MODE IS F.                                         01620000
       01  COLLCASE-FILE-REC.                                           01630000
           COPY COLLCASE.                                               01640000
                                                                        01650000
       FD  WORKQ-FILE                                                   01660000
           RECORDING MODE IS F.                                         01670000
       01  WORKQ-FILE-REC.                                              01680000
           COPY WORKQ.                                                  01690000
                                                                        01700000
       FD  BACKLOG-RPT                                                  01710000
           RECORDING MODE IS F.                                         01720000
       01  BACKLOG-RPT-LINE                PIC X(80).                   01730000
                                                                        01740000
       WORKING-STORAGE SECTION.                                         01750000
       01  WRKQBLD-WORK-AREA.                                           01760000
           05  WRKQBLD-CSOVRQ-STATUS       PIC XX.                      01770000
           05  WRKQBLD-PENDSIG-STATUS      PIC XX.                      01780000
           05  WRKQBLD-WLHIT-STATUS        PIC XX.                      01790000
           05  WRKQBLD-DISPUTE-STATUS      PIC XX.                      01800000
           05  WRKQBLD-COMPLNT-STATUS      PIC XX.                      01810000
           05  WRKQBLD-SUSPACCT-STATUS     PIC XX.                      01820000
           05  WRKQBLD-ACCTAPP-STATUS      PIC XX.                      01830000
           05  WRKQBLD-COLLCASE-STATUS     PIC XX.                      01840000
           05  WRKQBLD-WORKQ-STATUS        PIC XX.                      01850000
           05  WRKQBLD-RPT-STATUS          PIC XX.                      01860000
           05  WRKQBLD-EOF-SWITCH          PIC X     VALUE 'N'.         01870000
               88  WRKQBLD-AT-EOF                VALUE 'Y'.             01880000
           05  WRKQBLD-FOUND-SWITCH        PIC X     VALUE 'N'.         01890000
               88  WRKQBLD-ROW-FOUND             VALUE 'Y'.             01900000
           05  WRKQBLD-CURRENT-DATE        PIC 9(8).                    01910000
           05  WRKQBLD-CURRENT-TIME        PIC 9(8).                    01920000
           05  WRKQBLD-RUN-TIME            PIC 9(6).                    01930000
           05  WRKQBLD-SUB                 PIC S9(4) COMP VALUE ZERO.   01940000
           05  WRKQBLD-DAYS                PIC 9(5)  VALUE ZERO.        01950000
           05  WRKQBLD-HOURS               PIC 99    VALUE ZERO.        01960000
           05  WRKQBLD-DUE-HH              PIC 99    VALUE ZERO.        01970000
           05  WRKQBLD-AGE-DAYS            PIC S9(7) COMP-3 VALUE ZERO. 01980000
           05  WRKQBLD-STAMP               PIC 9(14) VALUE ZERO.        01990000
           05  WRKQBLD-LAST-BRANCH         PIC 9(6)  VALUE ZERO.        02000000
           05  WRKQBLD-NEW-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02010000
           05  WRKQBLD-KEPT-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02020000
           05  WRKQBLD-CLEARED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02030000
           05  WRKQBLD-TOTAL-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02040000
                                                                        02050000
      *    THE ITEM BEING POSTED TO THE QUEUE, SET UP BY EACH          *02060000
      *    REGISTER PASS.                                              *02070000
       01  WRKQBLD-ITEM.                                                02080000
           05  WRKQBLD-ITEM-QUEUE          PIC S9(4) COMP VALUE ZERO.   02090000
           05  WRKQBLD-ITEM-SORTCODE       PIC 9(6)  VALUE ZERO.        02100000
           05  WRKQBLD-ITEM-NUMBER         PIC 9(10) VALUE ZERO.        02110000
           05  WRKQBLD-ITEM-CUSTOMER       PIC 9(10) VALUE ZERO.        02120000
           05  WRKQBLD-ITEM-ACCOUNT        PIC 9(8)  VALUE ZERO.        02130000
           05  WRKQBLD-ITEM-AMOUNT         PIC S9(10)V99 VALUE ZERO.    02140000
           05  WRKQBLD-ITEM-RAISED-BY      PIC X(3)  VALUE SPACES.      02150000
           05  WRKQBLD-ITEM-SOURCE         PIC X(8)  VALUE SPACES.      02160000
           05  WRKQBLD-ITEM-DATE           PIC 9(8)  VALUE ZERO.        02170000
           05  WRKQBLD-ITEM-TIME           PIC 9(6)  VALUE ZERO.        02180000
           05  WRKQBLD-ITEM-TIME-GRP REDEFINES WRKQBLD-ITEM-TIME.       02190000
               10  WRKQBLD-ITEM-HH         PIC 99.                      02200000
               10  WRKQBLD-ITEM-MMSS       PIC 9(4).                    02210000
                                                                        02220000
      *    ONE ENTRY PER QUEUE : CODE, THE ROLE THAT WORKS IT, THE SLA *02230000
      *    IN HOURS FROM THE TIME THE ITEM WAS RAISED, AND ITS NAME.   *02240000
       01  WRKQBLD-QUEUE-VALUES.                                        02250000
           05  FILLER                      PIC X(29) VALUE              02260000
               'CSOSUP0024SCORE OVERRIDES   '.                          02270000
           05  FILLER                      PIC X(29) VALUE              02280000
               'SIGTEL0004SECOND SIGNATURES '.                          02290000
           05  FILLER                      PIC X(29) VALUE              02300000
               'WLHOPS0024WATCH-LIST HITS   '.                          02310000
           05  FILLER                      PIC X(29) VALUE              02320000
               'DSPOPS0240DISPUTES          '.                          02330000
           05  FILLER                      PIC X(29) VALUE              02340000
               'CMPSUP0072COMPLAINTS        '.                          02350000
           05  FILLER                      PIC X(29) VALUE              02360000
               'SUSOPS0048SUSPENSE ITEMS    '.                          02370000
           05  FILLER                      PIC X(29) VALUE              02380000
               'APPSUP0048APPLICATIONS      '.                          02390000
           05  FILLER                      PIC X(29) VALUE              02400000
               'COLOPS0120COLLECTIONS CASES '.                          02410000
       01  WRKQBLD-QUEUE-TABLE REDEFINES WRKQBLD-QUEUE-VALUES.          02420000
           05  WRKQBLD-Q-ENTRY             OCCURS 8 TIMES.              02430000
               10  WRKQBLD-Q-CODE          PIC X(3).                    02440000
               10  WRKQBLD-Q-ROLE          PIC X(3).                    02450000
               10  WRKQBLD-Q-SLA-HOURS     PIC 9(4).                    02460000
               10  WRKQBLD-Q-NAME          PIC X(19).                   02470000
                                                                        02480000
       01  WRKQBLD-QUEUE-COUNTS.                                        02490000
           05  WRKQBLD-QC-ENTRY            OCCURS 8 TIMES.              02500000
               10  WRKQBLD-QC-VOLUME       PIC 9(7)  VALUE ZERO.        02510000
               10  WRKQBLD-QC-ASSIGNED     PIC 9(7)  VALUE ZERO.        02520000
               10  WRKQBLD-QC-PAST-SLA     PIC 9(7)  VALUE ZERO.        02530000
               10  WRKQBLD-QC-OLDEST-STAMP PIC 9(14) VALUE ZERO.        02540000
               10  WRKQBLD-QC-OLDEST-SORTCODE                           02550000
                                           PIC 9(6)  VALUE ZERO.        02560000
               10  WRKQBLD-QC-OLDEST-ITEM  PIC 9(10) VALUE ZERO.        02570000
                                                                        02580000
       01  WRKQBLD-BRANCH-COUNTS.                                       02590000
           05  WRKQBLD-BC-VOLUME           PIC 9(5)  VALUE ZERO         02600000
                                           OCCURS 8 TIMES.              02610000
           05  WRKQBLD-BC-TOTAL            PIC 9(6)  VALUE ZERO.        02620000
           05  WRKQBLD-BC-PAST-SLA         PIC 9(6)  VALUE ZERO.        02630000
                                                                        02640000
       01  WRKQBLD-WALK-AREA.                                           02650000
           05  WRKQBLD-LEAP-SWITCH         PIC X     VALUE 'N'.         02660000
               88  WRKQBLD-IS-LEAP               VALUE 'Y'.             02670000
           05  WRKQBLD-DAYS-IN-MONTH       PIC 99.                      02680000
           05  WRKQBLD-YEAR-QUOT           PIC 9(4).                    02690000
           05  WRKQBLD-YEAR-REM            PIC 9(4).                    02700000
           05  WRKQBLD-WALK-DATE           PIC 9(8)  VALUE ZERO.        02710000
           05  WRKQBLD-WALK-DATE-GRP REDEFINES WRKQBLD-WALK-DATE.       02720000
               10  WRKQBLD-WALK-YYYY       PIC 9(4).                    02730000
               10  WRKQBLD-WALK-MM         PIC 99.                      02740000
               10  WRKQBLD-WALK-DD         PIC 99.                      02750000
           05  WRKQBLD-TODAY-DATE          PIC 9(8)  VALUE ZERO.        02760000
           05  WRKQBLD-TODAY-SPLIT REDEFINES WRKQBLD-TODAY-DATE.        02770000
               10  WRKQBLD-TODAY-YYYY      PIC 9999.                    02780000
               10  WRKQBLD-TODAY-MM        PIC 99.                      02790000
               10  WRKQBLD-TODAY-DD        PIC 99.                      02800000
           05  WRKQBLD-RAISED-DATE         PIC 9(8)  VALUE ZERO.        02810000
           05  WRKQBLD-RAISED-SPLIT REDEFINES WRKQBLD-RAISED-DATE.      02820000
               10  WRKQBLD-RAISED-YYYY     PIC 9999.                    02830000
               10  WRKQBLD-RAISED-MM       PIC 99.                      02840000
               10  WRKQBLD-RAISED-DD       PIC 99.                      02850000
                                                                        02860000
       01  WRKQBLD-MONTH-DAYS-VALUES.                                   02870000
           05  FILLER                      PIC 99    VALUE 31.          02880000
           05  FILLER                      PIC 99    VALUE 28.          02890000
           05  FILLER                      PIC 99    VALUE 31.          02900000
           05  FILLER                      PIC 99    VALUE 30.          02910000
           05  FILLER                      PIC 99    VALUE 31.          02920000
           05  FILLER                      PIC 99    VALUE 30.          02930000
           05  FILLER                      PIC 99    VALUE 31.          02940000
           05  FILLER                      PIC 99    VALUE 31.          02950000
           05  FILLER                      PIC 99    VALUE 30.          02960000
           05  FILLER                      PIC 99    VALUE 31.          02970000
           05  FILLER                      PIC 99    VALUE 30.          02980000
           05  FILLER                      PIC 99    VALUE 31.          02990000
       01  WRKQBLD-MONTH-DAYS REDEFINES WRKQBLD-MONTH-DAYS-VALUES.      03000000
           05  WRKQBLD-MONTH-DAY-TAB       PIC 99    OCCURS 12 TIMES.   03010000
                                                                        03020000
       01  WRKQBLD-HEADING-LINE-1.                                      03030000
           05  FILLER                      PIC X(36) VALUE              03040000
               'OPERATOR WORK QUEUE BACKLOG - RUN '.                    03050000
           05  WRKQBLD-HDG-DATE            PIC 9(8).                    03060000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03070000
           05  WRKQBLD-HDG-TIME            PIC 9(6).                    03080000
           05  FILLER                      PIC X(29) VALUE SPACES.      03090000
                                                                        03100000
       01  WRKQBLD-HEADING-LINE-2.                                      03110000
           05  FILLER                      PIC X(40) VALUE              03120000
               'QUEUE                  ROLE VOLUME ASSIG'.              03130000
           05  FILLER                      PIC X(40) VALUE              03140000
               'N OVRDUE  SORTCD OLDEST ITEM  AGE'.                     03150000
                                                                        03160000
       01  WRKQBLD-QUEUE-LINE.                                          03170000
           05  WRKQBLD-QL-CODE             PIC X(3).                    03180000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03190000
           05  WRKQBLD-QL-NAME             PIC X(18).                   03200000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03210000
           05  WRKQBLD-QL-ROLE             PIC X(3).                    03220000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03230000
           05  WRKQBLD-QL-VOLUME           PIC Z(5)9.                   03240000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03250000
           05  WRKQBLD-QL-ASSIGNED         PIC Z(5)9.                   03260000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03270000
           05  WRKQBLD-QL-PAST-SLA         PIC Z(5)9.                   03280000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03290000
           05  WRKQBLD-QL-OLDEST-SORTCODE  PIC 9(6).                    03300000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03310000
           05  WRKQBLD-QL-OLDEST-ITEM      PIC 9(10).                   03320000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03330000
           05  WRKQBLD-QL-OLDEST-AGE       PIC ZZZZ9.                   03340000
           05  FILLER                      PIC X(7)  VALUE SPACES.      03350000
                                                                        03360000
       01  WRKQBLD-HEADING-LINE-3.                                      03370000
           05  FILLER                      PIC X(40) VALUE              03380000
               'SORTCD   CSO  SIG  WLH  DSP  CMP  SUS  A'.              03390000
           05  FILLER                      PIC X(40) VALUE              03400000
               'PP  COL  TOTAL  OVRDUE'.                                03410000
                                                                        03420000
       01  WRKQBLD-BRANCH-LINE.                                         03430000
           05  WRKQBLD-BL-SORTCODE         PIC 9(6).                    03440000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03450000
           05  WRKQBLD-BL-COUNTS           OCCURS 8 TIMES.              03460000
               10  WRKQBLD-BL-VOLUME       PIC ZZZZ9.                   03470000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03480000
           05  WRKQBLD-BL-TOTAL            PIC ZZZZZ9.                  03490000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03500000
           05  WRKQBLD-BL-PAST-SLA         PIC ZZZZZ9.                  03510000
           05  FILLER                      PIC X(18) VALUE SPACES.      03520000
                                                                        03530000
       01  WRKQBLD-SUMMARY-LINE.                                        03540000
           05  WRKQBLD-SUM-LABEL           PIC X(30).                   03550000
           05  WRKQBLD-SUM-COUNT           PIC Z(8)9.                   03560000
           05  FILLER                      PIC X(41) VALUE SPACES.      03570000
                                                                        03580000
       01  RUNCTL-REQUEST-AREA.                                         03590000
           COPY RUNCTLQ.                                                03600000
                                                                        03610000
       01  BUSDATE-REQUEST-AREA.                                        03620000
           COPY BUSDATEQ.                                               03630000
                                                                        03640000
      ******************************************************************03650000
       PROCEDURE DIVISION.                                              03660000
      ******************************************************************03670000
       0000-MAINLINE.                                                   03680000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03690000
                                                                        03700000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               03710000
           PERFORM 2010-READ-CSOVRQ THRU 2010-EXIT                      03720000
           PERFORM 2000-PROCESS-CSOVRQ                                  03730000
              UNTIL WRKQBLD-AT-EOF                                      03740000
                                                                        03750000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               03760000
           PERFORM 2110-READ-PENDSIG THRU 2110-EXIT                     03770000
           PERFORM 2100-PROCESS-PENDSIG                                 03780000
              UNTIL WRKQBLD-AT-EOF                                      03790000
                                                                        03800000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               03810000
           PERFORM 2210-READ-WLHIT THRU 2210-EXIT                       03820000
           PERFORM 2200-PROCESS-WLHIT                                   03830000
              UNTIL WRKQBLD-AT-EOF                                      03840000
                                                                        03850000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               03860000
           PERFORM 2310-READ-DISPUTE THRU 2310-EXIT                     03870000
           PERFORM 2300-PROCESS-DISPUTE                                 03880000
              UNTIL WRKQBLD-AT-EOF                                      03890000
                                                                        03900000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               03910000
           PERFORM 2410-READ-COMPLNT THRU 2410-EXIT                     03920000
           PERFORM 2400-PROCESS-COMPLNT                                 03930000
              UNTIL WRKQBLD-AT-EOF                                      03940000
                                                                        03950000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               03960000
           PERFORM 2510-READ-SUSPACCT THRU 2510-EXIT                    03970000
           PERFORM 2500-PROCESS-SUSPACCT                                03980000
              UNTIL WRKQBLD-AT-EOF                                      03990000
                                                                        04000000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               04010000
           PERFORM 2610-READ-ACCTAPP THRU 2610-EXIT                     04020000
           PERFORM 2600-PROCESS-ACCTAPP                                 04030000
              UNTIL WRKQBLD-AT-EOF                                      04040000
                                                                        04050000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               04060000
           PERFORM 2710-READ-COLLCASE THRU 2710-EXIT                    04070000
           PERFORM 2700-PROCESS-COLLCASE                                04080000
              UNTIL WRKQBLD-AT-EOF                                      04090000
                                                                        04100000
           PERFORM 4000-SWEEP-QUEUE THRU 4000-EXIT                      04110000
           PERFORM 5000-PRINT-QUEUES THRU 5000-EXIT                     04120000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        04130000
           GO TO 9999-EXIT.                                             04140000
                                                                        04150000
      ******************************************************************04160000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *04170000
      *  DATE AND THE TIME OF THE RUN, AND OPEN THE FILES.             *04180000
      ******************************************************************04190000
       1000-INITIALIZE.                                                 04200000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              04210000
           MOVE 'WRKQBLD' TO RUNCTL-REQ-JOB                             04220000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                04230000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           04240000
           IF RUNCTL-HELD                                               04250000
               DISPLAY 'WRKQBLD - HELD - PREDECESSOR NOT COMPLETE'      04260000
               STOP RUN                                                 04270000
           END-IF                                                       04280000
                                                                        04290000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         04300000
           MOVE BUSDATE-REQ-CURRENT TO WRKQBLD-CURRENT-DATE             04310000
           MOVE WRKQBLD-CURRENT-DATE TO WRKQBLD-TODAY-DATE              04320000
           ACCEPT WRKQBLD-CURRENT-TIME FROM TIME                        04330000
           MOVE WRKQBLD-CURRENT-TIME(1:6) TO WRKQBLD-RUN-TIME           04340000
                                                                        04350000
           OPEN INPUT  CSOVRQ-FILE                                      04360000
           OPEN INPUT  PENDSIG-FILE                                     04370000
           OPEN INPUT  WLHIT-FILE                                       04380000
           OPEN INPUT  DISPUTE-FILE                                     04390000
           OPEN INPUT  COMPLNT-FILE                                     04400000
           OPEN INPUT  SUSPACCT-FILE                                    04410000
           OPEN INPUT  ACCTAPP-FILE                                     04420000
           OPEN INPUT  COLLCASE-FILE                                    04430000
           OPEN I-O    WORKQ-FILE                                       04440000
           OPEN OUTPUT BACKLOG-RPT                                      04450000
                                                                        04460000
           MOVE WRKQBLD-CURRENT-DATE TO WRKQBLD-HDG-DATE                04470000
           MOVE WRKQBLD-RUN-TIME TO WRKQBLD-HDG-TIME                    04480000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-HEADING-LINE-1           04490000
           MOVE SPACES TO BACKLOG-RPT-LINE                              04500000
           WRITE BACKLOG-RPT-LINE.                                      04510000
       1000-EXIT.                                                       04520000
           EXIT.                                                        04530000
                                                                        04540000
      ******************************************************************04550000
      *  2000-PROCESS-CSOVRQ - A CREDIT-SCORE OVERRIDE STILL PENDING   *04560000
      *  APPROVAL IN CSAPPRV.  THEN READ THE NEXT.                     *04570000
      ******************************************************************04580000
       2000-PROCESS-CSOVRQ.                                             04590000
           IF CSOVRQ-STATUS-PENDING OF CSOVRQ-FILE-REC                  04600000
               MOVE 1 TO WRKQBLD-ITEM-QUEUE                             04610000
               MOVE CSOVRQ-SORTCODE OF CSOVRQ-FILE-REC                  04620000
                   TO WRKQBLD-ITEM-SORTCODE                             04630000
               MOVE CSOVRQ-CUSTNO OF CSOVRQ-FILE-REC                    04640000
                   TO WRKQBLD-ITEM-NUMBER                               04650000
               MOVE CSOVRQ-CUSTNO OF CSOVRQ-FILE-REC                    04660000
                   TO WRKQBLD-ITEM-CUSTOMER                             04670000
               MOVE ZERO TO WRKQBLD-ITEM-ACCOUNT                        04680000
               MOVE ZERO TO WRKQBLD-ITEM-AMOUNT                         04690000
               MOVE CSOVRQ-REQUESTED-USERID OF CSOVRQ-FILE-REC          04700000
                   TO WRKQBLD-ITEM-RAISED-BY                            04710000
               MOVE 'CSAPPRV' TO WRKQBLD-ITEM-SOURCE                    04720000
               MOVE CSOVRQ-REQUESTED-DATE OF CSOVRQ-FILE-REC            04730000
                   TO WRKQBLD-ITEM-DATE                                 04740000
               MOVE CSOVRQ-REQUESTED-TIME OF CSOVRQ-FILE-REC            04750000
                   TO WRKQBLD-ITEM-TIME                                 04760000
               PERFORM 3000-POST-ITEM THRU 3000-EXIT                    04770000
           END-IF                                                       04780000
                                                                        04790000
           PERFORM 2010-READ-CSOVRQ THRU 2010-EXIT.                     04800000
                                                                        04810000
      ******************************************************************04820000
      *  2010-READ-CSOVRQ - READ THE NEXT OVERRIDE REQUEST.            *04830000
      ******************************************************************04840000
       2010-READ-CSOVRQ.                                                04850000
           READ CSOVRQ-FILE NEXT RECORD                                 04860000
               AT END                                                   04870000
                   SET WRKQBLD-AT-EOF TO TRUE                           04880000
           END-READ.                                                    04890000
       2010-EXIT.                                                       04900000
           EXIT.                                                        04910000
                                                                        04920000
      ******************************************************************04930000
      *  2100-PROCESS-PENDSIG - A TRANSFER OR CASH ITEM WAITING FOR    *04940000
      *  ITS SECOND SIGNATURE IN SIGREL.  THEN READ THE NEXT.          *04950000
      ******************************************************************04960000
       2100-PROCESS-PENDSIG.                                            04970000
           IF PENDSIG-WAITING OF PENDSIG-FILE-REC                       04980000
               MOVE 2 TO WRKQBLD-ITEM-QUEUE                             04990000
               MOVE PENDSIG-SORTCODE OF PENDSIG-FILE-REC                05000000
                   TO WRKQBLD-ITEM-SORTCODE                             05010000
               MOVE PENDSIG-NUMBER OF PENDSIG-FILE-REC                  05020000
                   TO WRKQBLD-ITEM-NUMBER                               05030000
               MOVE PENDSIG-FIRST-CUSTOMER OF PENDSIG-FILE-REC          05040000
                   TO WRKQBLD-ITEM-CUSTOMER                             05050000
               MOVE PENDSIG-FROM-ACCOUNT OF PENDSIG-FILE-REC            05060000
                   TO WRKQBLD-ITEM-ACCOUNT                              05070000
               MOVE PENDSIG-AMOUNT OF PENDSIG-FILE-REC                  05080000
                   TO WRKQBLD-ITEM-AMOUNT                               05090000
               MOVE PENDSIG-OPERATOR OF PENDSIG-FILE-REC                05100000
                   TO WRKQBLD-ITEM-RAISED-BY                            05110000
               MOVE PENDSIG-SOURCE OF PENDSIG-FILE-REC                  05120000
                   TO WRKQBLD-ITEM-SOURCE                               05130000
               MOVE PENDSIG-QUEUED-DATE OF PENDSIG-FILE-REC             05140000
                   TO WRKQBLD-ITEM-DATE                                 05150000
               MOVE PENDSIG-QUEUED-TIME OF PENDSIG-FILE-REC             05160000
                   TO WRKQBLD-ITEM-TIME                                 05170000
               PERFORM 3000-POST-ITEM THRU 3000-EXIT                    05180000
           END-IF                                                       05190000
                                                                        05200000
           PERFORM 2110-READ-PENDSIG THRU 2110-EXIT.                    05210000
                                                                        05220000
      ******************************************************************05230000
      *  2110-READ-PENDSIG - READ THE NEXT PENDING SIGNATURE.          *05240000
      ******************************************************************05250000
       2110-READ-PENDSIG.                                               05260000
           READ PENDSIG-FILE NEXT RECORD                                05270000
               AT END                                                   05280000
                   SET WRKQBLD-AT-EOF TO TRUE                           05290000
           END-READ.                                                    05300000
       2110-EXIT.                                                       05310000
           EXIT.                                                        05320000
                                                                        05330000
      ******************************************************************05340000
      *  2200-PROCESS-WLHIT - A WATCH-LIST HIT AWAITING REVIEW IN      *05350000
      *  WLREVIEW.  THEN READ THE NEXT.                                *05360000
      ******************************************************************05370000
       2200-PROCESS-WLHIT.                                              05380000
           IF WLHIT-PENDING OF WLHIT-FILE-REC                           05390000
               MOVE 3 TO WRKQBLD-ITEM-QUEUE                             05400000
               MOVE WLHIT-SORTCODE OF WLHIT-FILE-REC                    05410000
                   TO WRKQBLD-ITEM-SORTCODE                             05420000
               MOVE WLHIT-NUMBER OF WLHIT-FILE-REC                      05430000
                   TO WRKQBLD-ITEM-NUMBER                               05440000
               MOVE WLHIT-CUSTOMER OF WLHIT-FILE-REC                    05450000
                   TO WRKQBLD-ITEM-CUSTOMER                             05460000
               MOVE ZERO TO WRKQBLD-ITEM-ACCOUNT                        05470000
               MOVE WLHIT-AMOUNT OF WLHIT-FILE-REC                      05480000
                   TO WRKQBLD-ITEM-AMOUNT                               05490000
               MOVE SPACES TO WRKQBLD-ITEM-RAISED-BY                    05500000
               MOVE WLHIT-SOURCE OF WLHIT-FILE-REC                      05510000
                   TO WRKQBLD-ITEM-SOURCE                               05520000
               MOVE WLHIT-RAISED-DATE OF WLHIT-FILE-REC                 05530000
                   TO WRKQBLD-ITEM-DATE                                 05540000
               MOVE WLHIT-RAISED-TIME OF WLHIT-FILE-REC                 05550000
                   TO WRKQBLD-ITEM-TIME                                 05560000
               PERFORM 3000-POST-ITEM THRU 3000-EXIT                    05570000
           END-IF                                                       05580000
                                                                        05590000
           PERFORM 2210-READ-WLHIT THRU 2210-EXIT.                      05600000
                                                                        05610000
      ******************************************************************05620000
      *  2210-READ-WLHIT - READ THE NEXT WATCH-LIST HIT.               *05630000
      ******************************************************************05640000
       2210-READ-WLHIT.                                                 05650000
           READ WLHIT-FILE NEXT RECORD                                  05660000
               AT END                                                   05670000
                   SET WRKQBLD-AT-EOF TO TRUE                           05680000
           END-READ.                                                    05690000
       2210-EXIT.                                                       05700000
           EXIT.                                                        05710000
                                                                        05720000
      ******************************************************************05730000
      *  2300-PROCESS-DISPUTE - A DISPUTE RAISED OR UNDER              *05740000
      *  INVESTIGATION IN DSPMNT.  THEN READ THE NEXT.                 *05750000
      ******************************************************************05760000
       2300-PROCESS-DISPUTE.                                            05770000
           IF DISPUTE-CASE-OPEN OF DISPUTE-FILE-REC                     05780000
               MOVE 4 TO WRKQBLD-ITEM-QUEUE                             05790000
               MOVE DISPUTE-SORTCODE OF DISPUTE-FILE-REC                05800000
                   TO WRKQBLD-ITEM-SORTCODE                             05810000
               MOVE DISPUTE-TRAN-NUMBER OF DISPUTE-FILE-REC             05820000
                   TO WRKQBLD-ITEM-NUMBER                               05830000
               MOVE ZERO TO WRKQBLD-ITEM-CUSTOMER                       05840000
               MOVE DISPUTE-ACCOUNT OF DISPUTE-FILE-REC                 05850000
                   TO WRKQBLD-ITEM-ACCOUNT                              05860000
               MOVE DISPUTE-AMOUNT OF DISPUTE-FILE-REC                  05870000
                   TO WRKQBLD-ITEM-AMOUNT                               05880000
               MOVE DISPUTE-OPERATOR OF DISPUTE-FILE-REC                05890000
                   TO WRKQBLD-ITEM-RAISED-BY                            05900000
               MOVE 'DSPMNT' TO WRKQBLD-ITEM-SOURCE                     05910000
               MOVE DISPUTE-RAISED-DATE OF DISPUTE-FILE-REC             05920000
                   TO WRKQBLD-ITEM-DATE                                 05930000
               MOVE ZERO TO WRKQBLD-ITEM-TIME                           05940000
               PERFORM 3000-POST-ITEM THRU 3000-EXIT                    05950000
           END-IF                                                       05960000
                                                                        05970000
           PERFORM 2310-READ-DISPUTE THRU 2310-EXIT.                    05980000
                                                                        05990000
      ******************************************************************06000000
      *  2310-READ-DISPUTE - READ THE NEXT DISPUTE.                    *06010000
      ******************************************************************06020000
       2310-READ-DISPUTE.                                               06030000
           READ DISPUTE-FILE NEXT RECORD                                06040000
               AT END                                                   06050000
                   SET WRKQBLD-AT-EOF TO TRUE                           06060000
           END-READ.                                                    06070000
       2310-EXIT.                                                       06080000
           EXIT.                                                        06090000
                                                                        06100000
      ******************************************************************06110000
      *  2400-PROCESS-COMPLNT - A COMPLAINT STILL OPEN IN CMPMNT.      *06120000
      *  THEN READ THE NEXT.                                           *06130000
      ******************************************************************06140000
       2400-PROCESS-COMPLNT.                                            06150000
           IF COMPLNT-CASE-OPEN OF COMPLNT-FILE-REC                     06160000
               MOVE 5 TO WRKQBLD-ITEM-QUEUE                             06170000
               MOVE COMPLNT-SORTCODE OF COMPLNT-FILE-REC                06180000
                   TO WRKQBLD-ITEM-SORTCODE                             06190000
               MOVE COMPLNT-NUMBER OF COMPLNT-FILE-REC                  06200000
                   TO WRKQBLD-ITEM-NUMBER                               06210000
               MOVE COMPLNT-CUSTOMER OF COMPLNT-FILE-REC                06220000
                   TO WRKQBLD-ITEM-CUSTOMER                             06230000
               MOVE ZERO TO WRKQBLD-ITEM-ACCOUNT                        06240000
               MOVE ZERO TO WRKQBLD-ITEM-AMOUNT                         06250000
               MOVE COMPLNT-OPERATOR OF COMPLNT-FILE-REC                06260000
                   TO WRKQBLD-ITEM-RAISED-BY                            06270000
               MOVE COMPLNT-CATEGORY OF COMPLNT-FILE-REC                06280000
                   TO WRKQBLD-ITEM-SOURCE                               06290000
               MOVE COMPLNT-OPENED-DATE OF COMPLNT-FILE-REC             06300000
                   TO WRKQBLD-ITEM-DATE                                 06310000
               MOVE ZERO TO WRKQBLD-ITEM-TIME                           06320000
               PERFORM 3000-POST-ITEM THRU 3000-EXIT                    06330000
           END-IF                                                       06340000
                                                                        06350000
           PERFORM 2410-READ-COMPLNT THRU 2410-EXIT.                    06360000
                                                                        06370000
      ******************************************************************06380000
      *  2410-READ-COMPLNT - READ THE NEXT COMPLAINT.                  *06390000
      ******************************************************************06400000
       2410-READ-COMPLNT.                                               06410000
           READ COMPLNT-FILE NEXT RECORD                                06420000
               AT END                                                   06430000
                   SET WRKQBLD-AT-EOF TO TRUE                           06440000
           END-READ.                                                    06450000
       2410-EXIT.                                                       06460000
           EXIT.                                                        06470000
                                                                        06480000
      ******************************************************************06490000
      *  2500-PROCESS-SUSPACCT - A SUSPENSE ENTRY STILL OPEN, WAITING  *06500000
      *  TO BE REPOSTED OR CHARGED OFF THROUGH SUSPREL.  THEN READ     *06510000
      *  THE NEXT.                                                     *06520000
      ******************************************************************06530000
       2500-PROCESS-SUSPACCT.                                           06540000
           IF SUSPACCT-ENTRY-OPEN OF SUSPACCT-FILE-REC                  06550000
               MOVE 6 TO WRKQBLD-ITEM-QUEUE                             06560000
               MOVE SUSPACCT-SORTCODE OF SUSPACCT-FILE-REC              06570000
                   TO WRKQBLD-ITEM-SORTCODE                             06580000
               MOVE SUSPACCT-ENTRY-NUMBER OF SUSPACCT-FILE-REC          06590000
                   TO WRKQBLD-ITEM-NUMBER                               06600000
               MOVE ZERO TO WRKQBLD-ITEM-CUSTOMER                       06610000
               MOVE SUSPACCT-TARGET-ACCOUNT OF SUSPACCT-FILE-REC        06620000
                   TO WRKQBLD-ITEM-ACCOUNT                              06630000
               MOVE SUSPACCT-AMOUNT OF SUSPACCT-FILE-REC                06640000
                   TO WRKQBLD-ITEM-AMOUNT                               06650000
               MOVE SPACES TO WRKQBLD-ITEM-RAISED-BY                    06660000
               MOVE SUSPACCT-SOURCE OF SUSPACCT-FILE-REC                06670000
                   TO WRKQBLD-ITEM-SOURCE                               06680000
               MOVE SUSPACCT-POSTED-DATE OF SUSPACCT-FILE-REC           06690000
                   TO WRKQBLD-ITEM-DATE                                 06700000
               MOVE ZERO TO WRKQBLD-ITEM-TIME                           06710000
               PERFORM 3000-POST-ITEM THRU 3000-EXIT                    06720000
           END-IF                                                       06730000
                                                                        06740000
           PERFORM 2510-READ-SUSPACCT THRU 2510-EXIT.                   06750000
                                                                        06760000
      ******************************************************************06770000
      *  2510-READ-SUSPACCT - READ THE NEXT SUSPENSE ENTRY.            *06780000
      ******************************************************************06790000
       2510-READ-SUSPACCT.                                              06800000
           READ SUSPACCT-FILE NEXT RECORD                               06810000
               AT END                                                   06820000
                   SET WRKQBLD-AT-EOF TO TRUE                           06830000
           END-READ.                                                    06840000
       2510-EXIT.                                                       06850000
           EXIT.                                                        06860000
                                                                        06870000
      ******************************************************************06880000
      *  2600-PROCESS-ACCTAPP - AN ACCOUNT APPLICATION CAPTURED IN     *06890000
      *  APPMNT AND NOT YET DECIDED.  THEN READ THE NEXT.              *06900000
      ******************************************************************06910000
       2600-PROCESS-ACCTAPP.                                            06920000
           IF ACCTAPP-PENDING OF ACCTAPP-FILE-REC                       06930000
               MOVE 7 TO WRKQBLD-ITEM-QUEUE                             06940000
               MOVE ACCTAPP-SORTCODE OF ACCTAPP-FILE-REC                06950000
                   TO WRKQBLD-ITEM-SORTCODE                             06960000
               MOVE ACCTAPP-NUMBER OF ACCTAPP-FILE-REC                  06970000
                   TO WRKQBLD-ITEM-NUMBER                               06980000
               MOVE ACCTAPP-CUSTOMER OF ACCTAPP-FILE-REC                06990000
                   TO WRKQBLD-ITEM-CUSTOMER                             07000000
               MOVE ZERO TO WRKQBLD-ITEM-ACCOUNT                        07010000
               MOVE ZERO TO WRKQBLD-ITEM-AMOUNT                         07020000
               MOVE ACCTAPP-CAPTURED-BY OF ACCTAPP-FILE-REC             07030000
                   TO WRKQBLD-ITEM-RAISED-BY                            07040000
               MOVE ACCTAPP-ACC-TYPE OF ACCTAPP-FILE-REC                07050000
                   TO WRKQBLD-ITEM-SOURCE                               07060000
               MOVE ACCTAPP-CAPTURED-DATE OF ACCTAPP-FILE-REC           07070000
                   TO WRKQBLD-ITEM-DATE                                 07080000
               MOVE ZERO TO WRKQBLD-ITEM-TIME                           07090000
               PERFORM 3000-POST-ITEM THRU 3000-EXIT                    07100000
           END-IF                                                       07110000
                                                                        07120000
           PERFORM 2610-READ-ACCTAPP THRU 2610-EXIT.                    07130000
                                                                        07140000
      ******************************************************************07150000
      *  2610-READ-ACCTAPP - READ THE NEXT APPLICATION.                *07160000
      ******************************************************************07170000
       2610-READ-ACCTAPP.                                               07180000
           READ ACCTAPP-FILE NEXT RECORD                                07190000
               AT END                                                   07200000
                   SET WRKQBLD-AT-EOF TO TRUE                           07210000
           END-READ.                                                    07220000
       2610-EXIT.                                                       07230000
           EXIT.                                                        07240000
                                                                        07250000
      ******************************************************************07260000
      *  2700-PROCESS-COLLCASE - A COLLECTIONS CASE STILL OPEN, WORKED *07270000
      *  THROUGH COLLMNT.  THE SOURCE SHOWS THE CASE'S STAGE.  THEN    *07280000
      *  READ THE NEXT.                                                *07290000
      ******************************************************************07300000
       2700-PROCESS-COLLCASE.                                           07310000
           IF COLLCASE-CASE-OPEN OF COLLCASE-FILE-REC                   07320000
               MOVE 8 TO WRKQBLD-ITEM-QUEUE                             07330000
               MOVE COLLCASE-SORTCODE OF COLLCASE-FILE-REC              07340000
                   TO WRKQBLD-ITEM-SORTCODE                             07350000
               MOVE COLLCASE-NUMBER OF COLLCASE-FILE-REC                07360000
                   TO WRKQBLD-ITEM-NUMBER                               07370000
               MOVE COLLCASE-CUSTOMER OF COLLCASE-FILE-REC              07380000
                   TO WRKQBLD-ITEM-CUSTOMER                             07390000
               MOVE COLLCASE-NUMBER OF COLLCASE-FILE-REC                07400000
                   TO WRKQBLD-ITEM-ACCOUNT                              07410000
               MOVE COLLCASE-EXCESS-AMOUNT OF COLLCASE-FILE-REC         07420000
                   TO WRKQBLD-ITEM-AMOUNT                               07430000
               MOVE SPACES TO WRKQBLD-ITEM-RAISED-BY                    07440000
               MOVE SPACES TO WRKQBLD-ITEM-SOURCE                       07450000
               MOVE 'STAGE' TO WRKQBLD-ITEM-SOURCE(1:5)                 07460000
               MOVE COLLCASE-STAGE OF COLLCASE-FILE-REC                 07470000
                   TO WRKQBLD-ITEM-SOURCE(7:1)                          07480000
               MOVE COLLCASE-OPENED-DATE OF COLLCASE-FILE-REC           07490000
                   TO WRKQBLD-ITEM-DATE                                 07500000
               MOVE ZERO TO WRKQBLD-ITEM-TIME                           07510000
               PERFORM 3000-POST-ITEM THRU 3000-EXIT                    07520000
           END-IF                                                       07530000
                                                                        07540000
           PERFORM 2710-READ-COLLCASE THRU 2710-EXIT.                   07550000
                                                                        07560000
      ******************************************************************07570000
      *  2710-READ-COLLCASE - READ THE NEXT COLLECTIONS CASE.          *07580000
      ******************************************************************07590000
       2710-READ-COLLCASE.                                              07600000
           READ COLLCASE-FILE NEXT RECORD                               07610000
               AT END                                                   07620000
                   SET WRKQBLD-AT-EOF TO TRUE                           07630000
           END-READ.                                                    07640000
       2710-EXIT.                                                       07650000
           EXIT.                                                        07660000
                                                                        07670000
      ******************************************************************07680000
      *  3000-POST-ITEM - WRITE THE ITEM SET UP IN WRKQBLD-ITEM TO THE *07690000
      *  QUEUE, OR REFRESH IT IF IT IS ALREADY THERE, KEEPING ANY      *07700000
      *  ASSIGNMENT.  EITHER WAY IT IS STAMPED AS SEEN BY THIS RUN.    *07710000
      ******************************************************************07720000
       3000-POST-ITEM.                                                  07730000
           MOVE 'N' TO WRKQBLD-FOUND-SWITCH                             07740000
           MOVE WRKQBLD-ITEM-SORTCODE                                   07750000
               TO WORKQ-SORTCODE OF WORKQ-FILE-REC                      07760000
           MOVE WRKQBLD-Q-CODE(WRKQBLD-ITEM-QUEUE)                      07770000
               TO WORKQ-QUEUE OF WORKQ-FILE-REC                         07780000
           MOVE WRKQBLD-ITEM-NUMBER TO WORKQ-ITEM OF WORKQ-FILE-REC     07790000
                                                                        07800000
           READ WORKQ-FILE                                              07810000
               KEY IS WORKQ-KEY OF WORKQ-FILE-REC                       07820000
               INVALID KEY                                              07830000
                   MOVE SPACES TO WORKQ-FILE-REC                        07840000
                   MOVE WRKQBLD-ITEM-SORTCODE                           07850000
                       TO WORKQ-SORTCODE OF WORKQ-FILE-REC              07860000
                   MOVE WRKQBLD-Q-CODE(WRKQBLD-ITEM-QUEUE)              07870000
                       TO WORKQ-QUEUE OF WORKQ-FILE-REC                 07880000
                   MOVE WRKQBLD-ITEM-NUMBER                             07890000
                       TO WORKQ-ITEM OF WORKQ-FILE-REC                  07900000
                   MOVE SPACES TO WORKQ-ASSIGNED-BY OF WORKQ-FILE-REC   07910000
                   MOVE ZERO TO WORKQ-ASSIGNED-DATE OF WORKQ-FILE-REC   07920000
                   MOVE ZERO TO WORKQ-ASSIGNED-TIME OF WORKQ-FILE-REC   07930000
               NOT INVALID KEY                                          07940000
                   SET WRKQBLD-ROW-FOUND TO TRUE                        07950000
           END-READ                                                     07960000
                                                                        07970000
           MOVE 'WRKQ' TO WORKQ-EYECATCHER OF WORKQ-FILE-REC            07980000
           MOVE WRKQBLD-Q-ROLE(WRKQBLD-ITEM-QUEUE)                      07990000
               TO WORKQ-ROLE OF WORKQ-FILE-REC                          08000000
           MOVE WRKQBLD-ITEM-CUSTOMER                                   08010000
               TO WORKQ-CUSTOMER OF WORKQ-FILE-REC                      08020000
           MOVE WRKQBLD-ITEM-ACCOUNT TO WORKQ-ACCOUNT OF WORKQ-FILE-REC 08030000
           MOVE WRKQBLD-ITEM-AMOUNT TO WORKQ-AMOUNT OF WORKQ-FILE-REC   08040000
           MOVE WRKQBLD-ITEM-RAISED-BY                                  08050000
               TO WORKQ-RAISED-BY OF WORKQ-FILE-REC                     08060000
           MOVE WRKQBLD-ITEM-SOURCE TO WORKQ-SOURCE OF WORKQ-FILE-REC   08070000
           MOVE WRKQBLD-ITEM-DATE TO WORKQ-RAISED-DATE OF WORKQ-FILE-REC08080000
           MOVE WRKQBLD-ITEM-TIME TO WORKQ-RAISED-TIME OF WORKQ-FILE-REC08090000
           PERFORM 3100-SET-DUE-BY THRU 3100-EXIT                       08100000
           MOVE WRKQBLD-CURRENT-DATE                                    08110000
               TO WORKQ-SEEN-DATE OF WORKQ-FILE-REC                     08120000
           MOVE WRKQBLD-RUN-TIME TO WORKQ-SEEN-TIME OF WORKQ-FILE-REC   08130000
                                                                        08140000
           IF WRKQBLD-ROW-FOUND                                         08150000
               REWRITE WORKQ-FILE-REC                                   08160000
                   INVALID KEY                                          08170000
                       DISPLAY 'WRKQBLD - CRITICAL - WORKQ REWRITE '    08180000
                           'FAILED FOR ' WORKQ-KEY OF WORKQ-FILE-REC    08190000
               END-REWRITE                                              08200000
               ADD 1 TO WRKQBLD-KEPT-COUNT                              08210000
           ELSE                                                         08220000
               WRITE WORKQ-FILE-REC                                     08230000
                   INVALID KEY                                          08240000
                       DISPLAY 'WRKQBLD - CRITICAL - WORKQ WRITE '      08250000
                           'FAILED FOR ' WORKQ-KEY OF WORKQ-FILE-REC    08260000
               END-WRITE                                                08270000
               ADD 1 TO WRKQBLD-NEW-COUNT                               08280000
           END-IF.                                                      08290000
       3000-EXIT.                                                       08300000
           EXIT.                                                        08310000
                                                                        08320000
      ******************************************************************08330000
      *  3100-SET-DUE-BY - DUE BY IS THE RAISED DATE AND TIME PLUS THE *08340000
      *  QUEUE'S SLA HOURS : WHOLE DAYS ARE WALKED ON THE CALENDAR AND *08350000
      *  THE REMAINING HOURS ADDED TO THE TIME, CARRYING A DAY PAST    *08360000
      *  MIDNIGHT.                                                     *08370000
      ******************************************************************08380000
       3100-SET-DUE-BY.                                                 08390000
           DIVIDE WRKQBLD-Q-SLA-HOURS(WRKQBLD-ITEM-QUEUE) BY 24         08400000
               GIVING WRKQBLD-DAYS                                      08410000
               REMAINDER WRKQBLD-HOURS                                  08420000
                                                                        08430000
           COMPUTE WRKQBLD-DUE-HH = WRKQBLD-ITEM-HH + WRKQBLD-HOURS     08440000
           IF WRKQBLD-DUE-HH > 23                                       08450000
               SUBTRACT 24 FROM WRKQBLD-DUE-HH                          08460000
               ADD 1 TO WRKQBLD-DAYS                                    08470000
           END-IF                                                       08480000
                                                                        08490000
           MOVE WRKQBLD-ITEM-DATE TO WRKQBLD-WALK-DATE                  08500000
           IF WRKQBLD-WALK-MM < 1 OR WRKQBLD-WALK-MM > 12               08510000
               MOVE WRKQBLD-CURRENT-DATE TO WRKQBLD-WALK-DATE           08520000
           END-IF                                                       08530000
           PERFORM 3200-ADD-ONE-DAY THRU 3200-EXIT                      08540000
               WRKQBLD-DAYS TIMES                                       08550000
                                                                        08560000
           MOVE WRKQBLD-WALK-DATE TO WORKQ-DUE-DATE OF WORKQ-FILE-REC   08570000
           MOVE WRKQBLD-DUE-HH TO WORKQ-DUE-TIME OF WORKQ-FILE-REC (1:2)08580000
           MOVE WRKQBLD-ITEM-MMSS                                       08590000
               TO WORKQ-DUE-TIME OF WORKQ-FILE-REC (3:4).               08600000
       3100-EXIT.                                                       08610000
           EXIT.                                                        08620000
                                                                        08630000
      ******************************************************************08640000
      *  3200-ADD-ONE-DAY - STEP THE WALK DATE FORWARD ONE DAY,        *08650000
      *  CARRYING INTO THE NEXT MONTH AND YEAR AS NEEDED.              *08660000
      ******************************************************************08670000
       3200-ADD-ONE-DAY.                                                08680000
           MOVE WRKQBLD-MONTH-DAY-TAB(WRKQBLD-WALK-MM)                  08690000
               TO WRKQBLD-DAYS-IN-MONTH                                 08700000
           IF WRKQBLD-WALK-MM = 2                                       08710000
               PERFORM 3250-SET-LEAP-SWITCH THRU 3250-EXIT              08720000
               IF WRKQBLD-IS-LEAP                                       08730000
                   MOVE 29 TO WRKQBLD-DAYS-IN-MONTH                     08740000
               END-IF                                                   08750000
           END-IF                                                       08760000
                                                                        08770000
           ADD 1 TO WRKQBLD-WALK-DD                                     08780000
           IF WRKQBLD-WALK-DD > WRKQBLD-DAYS-IN-MONTH                   08790000
               MOVE 1 TO WRKQBLD-WALK-DD                                08800000
               ADD 1 TO WRKQBLD-WALK-MM                                 08810000
               IF WRKQBLD-WALK-MM > 12                                  08820000
                   MOVE 1 TO WRKQBLD-WALK-MM                            08830000
                   ADD 1 TO WRKQBLD-WALK-YYYY                           08840000
               END-IF                                                   08850000
           END-IF.                                                      08860000
       3200-EXIT.                                                       08870000
           EXIT.                                                        08880000
                                                                        08890000
      ******************************************************************08900000
      *  3250-SET-LEAP-SWITCH - A YEAR IS A LEAP YEAR IF DIVISIBLE BY  *08910000
      *  400, OR DIVISIBLE BY 4 BUT NOT BY 100.                        *08920000
      ******************************************************************08930000
       3250-SET-LEAP-SWITCH.                                            08940000
           MOVE 'N' TO WRKQBLD-LEAP-SWITCH                              08950000
                                                                        08960000
           DIVIDE WRKQBLD-WALK-YYYY BY 400                              08970000
               GIVING WRKQBLD-YEAR-QUOT                                 08980000
               REMAINDER WRKQBLD-YEAR-REM                               08990000
           IF WRKQBLD-YEAR-REM = ZERO                                   09000000
               SET WRKQBLD-IS-LEAP TO TRUE                              09010000
               GO TO 3250-EXIT                                          09020000
           END-IF                                                       09030000
                                                                        09040000
           DIVIDE WRKQBLD-WALK-YYYY BY 100                              09050000
               GIVING WRKQBLD-YEAR-QUOT                                 09060000
               REMAINDER WRKQBLD-YEAR-REM                               09070000
           IF WRKQBLD-YEAR-REM = ZERO                                   09080000
               GO TO 3250-EXIT                                          09090000
           END-IF                                                       09100000
                                                                        09110000
           DIVIDE WRKQBLD-WALK-YYYY BY 4                                09120000
               GIVING WRKQBLD-YEAR-QUOT                                 09130000
               REMAINDER WRKQBLD-YEAR-REM                               09140000
           IF WRKQBLD-YEAR-REM = ZERO                                   09150000
               SET WRKQBLD-IS-LEAP TO TRUE                              09160000
           END-IF.                                                      09170000
       3250-EXIT.                                                       09180000
           EXIT.                                                        09190000
                                                                        09200000
      ******************************************************************09210000
      *  4000-SWEEP-QUEUE - WALK THE WHOLE QUEUE IN BRANCH ORDER.  A   *09220000
      *  ROW THIS RUN DID NOT SEE IS NO LONGER OUTSTANDING AND IS      *09230000
      *  DELETED; THE REST ARE COUNTED BY QUEUE AND BY BRANCH.         *09240000
      ******************************************************************09250000
       4000-SWEEP-QUEUE.                                                09260000
           MOVE 'N' TO WRKQBLD-EOF-SWITCH                               09270000
           MOVE ZERO TO WRKQBLD-LAST-BRANCH                             09280000
           MOVE LOW-VALUES TO WORKQ-KEY OF WORKQ-FILE-REC               09290000
                                                                        09300000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-HEADING-LINE-3           09310000
                                                                        09320000
           START WORKQ-FILE KEY IS NOT LESS THAN                        09330000
                 WORKQ-KEY OF WORKQ-FILE-REC                            09340000
               INVALID KEY                                              09350000
                   GO TO 4000-EXIT                                      09360000
           END-START                                                    09370000
                                                                        09380000
           PERFORM 4100-READ-QUEUE THRU 4100-EXIT                       09390000
           PERFORM 4200-SWEEP-ROW THRU 4200-EXIT                        09400000
              UNTIL WRKQBLD-AT-EOF                                      09410000
                                                                        09420000
           IF WRKQBLD-LAST-BRANCH NOT = ZERO                            09430000
               PERFORM 4500-PRINT-BRANCH THRU 4500-EXIT                 09440000
           END-IF.                                                      09450000
       4000-EXIT.                                                       09460000
           EXIT.                                                        09470000
                                                                        09480000
      ******************************************************************09490000
      *  4100-READ-QUEUE - READ THE NEXT QUEUE ROW.                    *09500000
      ******************************************************************09510000
       4100-READ-QUEUE.                                                 09520000
           READ WORKQ-FILE NEXT RECORD                                  09530000
               AT END                                                   09540000
                   SET WRKQBLD-AT-EOF TO TRUE                           09550000
           END-READ.                                                    09560000
       4100-EXIT.                                                       09570000
           EXIT.                                                        09580000
                                                                        09590000
      ******************************************************************09600000
      *  4200-SWEEP-ROW - DELETE A RESOLVED ROW, OR COUNT A LIVE ONE,  *09610000
      *  THEN READ THE NEXT.                                           *09620000
      ******************************************************************09630000
       4200-SWEEP-ROW.                                                  09640000
           IF WORKQ-SEEN-DATE OF WORKQ-FILE-REC                         09650000
              NOT = WRKQBLD-CURRENT-DATE                                09660000
              OR WORKQ-SEEN-TIME OF WORKQ-FILE-REC                      09670000
                 NOT = WRKQBLD-RUN-TIME                                 09680000
               DELETE WORKQ-FILE RECORD                                 09690000
               ADD 1 TO WRKQBLD-CLEARED-COUNT                           09700000
               GO TO 4200-NEXT                                          09710000
           END-IF                                                       09720000
                                                                        09730000
           IF WORKQ-SORTCODE OF WORKQ-FILE-REC                          09740000
              NOT = WRKQBLD-LAST-BRANCH                                 09750000
               IF WRKQBLD-LAST-BRANCH NOT = ZERO                        09760000
                   PERFORM 4500-PRINT-BRANCH THRU 4500-EXIT             09770000
               END-IF                                                   09780000
               MOVE WORKQ-SORTCODE OF WORKQ-FILE-REC                    09790000
                   TO WRKQBLD-LAST-BRANCH                               09800000
           END-IF                                                       09810000
                                                                        09820000
           PERFORM 4300-FIND-QUEUE THRU 4300-EXIT                       09830000
           IF WRKQBLD-SUB > 8                                           09840000
               GO TO 4200-NEXT                                          09850000
           END-IF                                                       09860000
                                                                        09870000
           ADD 1 TO WRKQBLD-TOTAL-COUNT                                 09880000
           ADD 1 TO WRKQBLD-QC-VOLUME(WRKQBLD-SUB)                      09890000
           ADD 1 TO WRKQBLD-BC-VOLUME(WRKQBLD-SUB)                      09900000
           ADD 1 TO WRKQBLD-BC-TOTAL                                    09910000
           IF WORKQ-ASSIGNED-TO OF WORKQ-FILE-REC NOT = SPACES          09920000
               ADD 1 TO WRKQBLD-QC-ASSIGNED(WRKQBLD-SUB)                09930000
           END-IF                                                       09940000
                                                                        09950000
           IF WORKQ-DUE-DATE OF WORKQ-FILE-REC < WRKQBLD-CURRENT-DATE   09960000
              OR (WORKQ-DUE-DATE OF WORKQ-FILE-REC                      09970000
                  = WRKQBLD-CURRENT-DATE                                09980000
                  AND WORKQ-DUE-TIME OF WORKQ-FILE-REC                  09990000
                      < WRKQBLD-RUN-TIME)                               10000000
               ADD 1 TO WRKQBLD-QC-PAST-SLA(WRKQBLD-SUB)                10010000
               ADD 1 TO WRKQBLD-BC-PAST-SLA                             10020000
           END-IF                                                       10030000
                                                                        10040000
           MOVE WORKQ-RAISED-DATE OF WORKQ-FILE-REC                     10050000
               TO WRKQBLD-STAMP(1:8)                                    10060000
           MOVE WORKQ-RAISED-TIME OF WORKQ-FILE-REC                     10070000
               TO WRKQBLD-STAMP(9:6)                                    10080000
           IF WRKQBLD-QC-VOLUME(WRKQBLD-SUB) = 1                        10090000
              OR WRKQBLD-STAMP < WRKQBLD-QC-OLDEST-STAMP(WRKQBLD-SUB)   10100000
               MOVE WRKQBLD-STAMP                                       10110000
                   TO WRKQBLD-QC-OLDEST-STAMP(WRKQBLD-SUB)              10120000
               MOVE WORKQ-SORTCODE OF WORKQ-FILE-REC                    10130000
                   TO WRKQBLD-QC-OLDEST-SORTCODE(WRKQBLD-SUB)           10140000
               MOVE WORKQ-ITEM OF WORKQ-FILE-REC                        10150000
                   TO WRKQBLD-QC-OLDEST-ITEM(WRKQBLD-SUB)               10160000
           END-IF.                                                      10170000
       4200-NEXT.                                                       10180000
           PERFORM 4100-READ-QUEUE THRU 4100-EXIT.                      10190000
       4200-EXIT.                                                       10200000
           EXIT.                                                        10210000
                                                                        10220000
      ******************************************************************10230000
      *  4300-FIND-QUEUE - POINT WRKQBLD-SUB AT THE ROW'S QUEUE IN THE *10240000
      *  QUEUE TABLE (9 IF IT IS NOT THERE).                           *10250000
      ******************************************************************10260000
       4300-FIND-QUEUE.                                                 10270000
           MOVE 1 TO WRKQBLD-SUB                                        10280000
           PERFORM 4350-NEXT-QUEUE THRU 4350-EXIT                       10290000
              UNTIL WRKQBLD-SUB > 8                                     10300000
                 OR WRKQBLD-Q-CODE(WRKQBLD-SUB)                         10310000
                    = WORKQ-QUEUE OF WORKQ-FILE-REC.                    10320000
       4300-EXIT.                                                       10330000
           EXIT.                                                        10340000
                                                                        10350000
      ******************************************************************10360000
      *  4350-NEXT-QUEUE - STEP TO THE NEXT QUEUE TABLE ENTRY.         *10370000
      ******************************************************************10380000
       4350-NEXT-QUEUE.                                                 10390000
           ADD 1 TO WRKQBLD-SUB.                                        10400000
       4350-EXIT.                                                       10410000
           EXIT.                                                        10420000
                                                                        10430000
      ******************************************************************10440000
      *  4500-PRINT-BRANCH - ONE LINE OF VOLUMES FOR THE BRANCH JUST   *10450000
      *  FINISHED, THEN CLEAR THE BRANCH COUNTS.                       *10460000
      ******************************************************************10470000
       4500-PRINT-BRANCH.                                               10480000
           MOVE WRKQBLD-LAST-BRANCH TO WRKQBLD-BL-SORTCODE              10490000
           PERFORM 4550-MOVE-BRANCH-COUNT THRU 4550-EXIT                10500000
               VARYING WRKQBLD-SUB FROM 1 BY 1                          10510000
               UNTIL WRKQBLD-SUB > 8                                    10520000
           MOVE WRKQBLD-BC-TOTAL TO WRKQBLD-BL-TOTAL                    10530000
           MOVE WRKQBLD-BC-PAST-SLA TO WRKQBLD-BL-PAST-SLA              10540000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-BRANCH-LINE              10550000
                                                                        10560000
           MOVE ZERO TO WRKQBLD-BC-TOTAL                                10570000
           MOVE ZERO TO WRKQBLD-BC-PAST-SLA.                            10580000
       4500-EXIT.                                                       10590000
           EXIT.                                                        10600000
                                                                        10610000
      ******************************************************************10620000
      *  4550-MOVE-BRANCH-COUNT - ONE QUEUE'S COUNT ONTO THE BRANCH    *10630000
      *  LINE, CLEARING IT FOR THE NEXT BRANCH.                        *10640000
      ******************************************************************10650000
       4550-MOVE-BRANCH-COUNT.                                          10660000
           MOVE WRKQBLD-BC-VOLUME(WRKQBLD-SUB)                          10670000
               TO WRKQBLD-BL-VOLUME(WRKQBLD-SUB)                        10680000
           MOVE ZERO TO WRKQBLD-BC-VOLUME(WRKQBLD-SUB).                 10690000
       4550-EXIT.                                                       10700000
           EXIT.                                                        10710000
                                                                        10720000
      ******************************************************************10730000
      *  5000-PRINT-QUEUES - THE PER-QUEUE BACKLOG AND THE RUN TOTALS. *10740000
      ******************************************************************10750000
       5000-PRINT-QUEUES.                                               10760000
           MOVE SPACES TO BACKLOG-RPT-LINE                              10770000
           WRITE BACKLOG-RPT-LINE                                       10780000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-HEADING-LINE-2           10790000
                                                                        10800000
           PERFORM 5100-PRINT-QUEUE THRU 5100-EXIT                      10810000
               VARYING WRKQBLD-SUB FROM 1 BY 1                          10820000
               UNTIL WRKQBLD-SUB > 8                                    10830000
                                                                        10840000
           MOVE SPACES TO BACKLOG-RPT-LINE                              10850000
           WRITE BACKLOG-RPT-LINE                                       10860000
                                                                        10870000
           MOVE 'ITEMS OUTSTANDING            ' TO WRKQBLD-SUM-LABEL    10880000
           MOVE WRKQBLD-TOTAL-COUNT TO WRKQBLD-SUM-COUNT                10890000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-SUMMARY-LINE             10900000
           MOVE 'NEW SINCE LAST RUN           ' TO WRKQBLD-SUM-LABEL    10910000
           MOVE WRKQBLD-NEW-COUNT TO WRKQBLD-SUM-COUNT                  10920000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-SUMMARY-LINE             10930000
           MOVE 'CARRIED FROM LAST RUN        ' TO WRKQBLD-SUM-LABEL    10940000
           MOVE WRKQBLD-KEPT-COUNT TO WRKQBLD-SUM-COUNT                 10950000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-SUMMARY-LINE             10960000
           MOVE 'RESOLVED SINCE LAST RUN      ' TO WRKQBLD-SUM-LABEL    10970000
           MOVE WRKQBLD-CLEARED-COUNT TO WRKQBLD-SUM-COUNT              10980000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-SUMMARY-LINE.            10990000
       5000-EXIT.                                                       11000000
           EXIT.                                                        11010000
                                                                        11020000
      ******************************************************************11030000
      *  5100-PRINT-QUEUE - ONE QUEUE'S LINE.  THE OLDEST ITEM'S AGE   *11040000
      *  IS IN DAYS ON THE 30/360 CONVENTION.                          *11050000
      ******************************************************************11060000
       5100-PRINT-QUEUE.                                                11070000
           MOVE WRKQBLD-Q-CODE(WRKQBLD-SUB) TO WRKQBLD-QL-CODE          11080000
           MOVE WRKQBLD-Q-NAME(WRKQBLD-SUB) TO WRKQBLD-QL-NAME          11090000
           MOVE WRKQBLD-Q-ROLE(WRKQBLD-SUB) TO WRKQBLD-QL-ROLE          11100000
           MOVE WRKQBLD-QC-VOLUME(WRKQBLD-SUB) TO WRKQBLD-QL-VOLUME     11110000
           MOVE WRKQBLD-QC-ASSIGNED(WRKQBLD-SUB) TO WRKQBLD-QL-ASSIGNED 11120000
           MOVE WRKQBLD-QC-PAST-SLA(WRKQBLD-SUB) TO WRKQBLD-QL-PAST-SLA 11130000
           MOVE WRKQBLD-QC-OLDEST-SORTCODE(WRKQBLD-SUB)                 11140000
               TO WRKQBLD-QL-OLDEST-SORTCODE                            11150000
           MOVE WRKQBLD-QC-OLDEST-ITEM(WRKQBLD-SUB)                     11160000
               TO WRKQBLD-QL-OLDEST-ITEM                                11170000
                                                                        11180000
           MOVE ZERO TO WRKQBLD-AGE-DAYS                                11190000
           IF WRKQBLD-QC-VOLUME(WRKQBLD-SUB) > ZERO                     11200000
               MOVE WRKQBLD-QC-OLDEST-STAMP(WRKQBLD-SUB)(1:8)           11210000
                   TO WRKQBLD-RAISED-DATE                               11220000
               COMPUTE WRKQBLD-AGE-DAYS =                               11230000
                   (WRKQBLD-TODAY-YYYY - WRKQBLD-RAISED-YYYY) * 360     11240000
                 + (WRKQBLD-TODAY-MM   - WRKQBLD-RAISED-MM)   * 30      11250000
                 + (WRKQBLD-TODAY-DD   - WRKQBLD-RAISED-DD)             11260000
               IF WRKQBLD-AGE-DAYS < ZERO                               11270000
                   MOVE ZERO TO WRKQBLD-AGE-DAYS                        11280000
               END-IF                                                   11290000
           END-IF                                                       11300000
           MOVE WRKQBLD-AGE-DAYS TO WRKQBLD-QL-OLDEST-AGE               11310000
                                                                        11320000
           WRITE BACKLOG-RPT-LINE FROM WRKQBLD-QUEUE-LINE.              11330000
       5100-EXIT.                                                       11340000
           EXIT.                                                        11350000
                                                                        11360000
      ******************************************************************11370000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *11380000
      ******************************************************************11390000
       9000-TERMINATE.                                                  11400000
           CLOSE CSOVRQ-FILE                                            11410000
           CLOSE PENDSIG-FILE                                           11420000
           CLOSE WLHIT-FILE                                             11430000
           CLOSE DISPUTE-FILE                                           11440000
           CLOSE COMPLNT-FILE                                           11450000
           CLOSE SUSPACCT-FILE                                          11460000
           CLOSE ACCTAPP-FILE                                           11470000
           CLOSE COLLCASE-FILE                                          11480000
           CLOSE WORKQ-FILE                                             11490000
           CLOSE BACKLOG-RPT                                            11500000
                                                                        11510000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              11520000
           MOVE WRKQBLD-TOTAL-COUNT TO RUNCTL-REQ-COUNT                 11530000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          11540000
       9000-EXIT.                                                       11550000
           EXIT.                                                        11560000
                                                                        11570000
       9999-EXIT.                                                       11580000
           STOP RUN.                                                    11590000
