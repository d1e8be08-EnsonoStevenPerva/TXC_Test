      *                     CREDITS AND ITS DEBITS EXCEED HALF THE     *00310000
      *                     DAILY THRESHOLD               (SCORE 050)  *00320000
      *                                                                *00330000
      *             THE THRESHOLDS ARE TAKEN FROM THE SYSTEM PARAMETER *00334444
      *             FILE THROUGH PARMGET (SUBSYSTEM AMLSCAN, NAMES     *00338888
      *             SINGLE-LIMIT AND DAILY-LIMIT, WHOLE POUNDS) AS OF  *00343332
      *             THE BUSINESS DATE, DEFAULTING TO 10000 AND 25000.  *00347776
      *             SYSIN STILL OVERRIDES EITHER FOR A SINGLE RUN      *00352220
      *             (SINGLE IN COLS 1-8, DAILY IN COLS 10-17).  THE    *00356664
      *             VALUES USED, AND WHERE EACH CAME FROM, ARE PRINTED *00361108
      *             AT THE FOOT OF THE REPORT.                         *00365552
      *                                                                *00370000
      *  FILES    : PROCFILE - VSAM KSDS - TRANSACTION LOG (INPUT)     *00380000
      *             AMLWORK  - VSAM KSDS - PER-ACCOUNT WORK (I-O)      *00390000
      *             AMLCASE  - VSAM KSDS - ALERT CASE FILE (I-O)       *00400000
      *             SYSPARM  - VSAM KSDS - SYSTEM PARAMETERS (PARMGET) *00406666
      *             SYSIN    - PARAMETER - THRESHOLD OVERRIDES         *00413332
      *             AMLRPT   - DAILY ALERT REPORT (OUTPUT)             *00420000
      *                                                                *00430000
      *  CHANGE HISTORY                                                *00440000
      *                                                                *00480000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00483333
      *                    SUBSYSTEM AT START AND END                  *00486666
      *  2026-10-15  BAG   THRESHOLDS FROM THE SYSTEM PARAMETER FILE,  *00487777
      *                    SYSIN NOW AN OVERRIDE; VALUES USED PRINTED  *00488888
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00489258
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00489628
      ******************************************************************00490000
       ENVIRONMENT DIVISION.                                            00500000
       INPUT-OUTPUT SECTION.                                            00510000
           05  AMLSCAN-BUSINESS-DATE       PIC 9(8)  VALUE ZERO.        01210000
           05  AMLSCAN-SINGLE-LIMIT        PIC 9(8)  VALUE 10000.       01220000
           05  AMLSCAN-DAILY-LIMIT         PIC 9(8)  VALUE 25000.       01230000
           05  AMLSCAN-SINGLE-SOURCE       PIC X(8)  VALUE 'DEFAULT'.   01232000
           05  AMLSCAN-SINGLE-EFFECTIVE    PIC 9(8)  VALUE ZERO.        01234000
           05  AMLSCAN-DAILY-SOURCE        PIC X(8)  VALUE 'DEFAULT'.   01236000
           05  AMLSCAN-DAILY-EFFECTIVE     PIC 9(8)  VALUE ZERO.        01238000
           05  AMLSCAN-UNDER-FLOOR         PIC 9(9)V9 VALUE ZERO.       01240000
           05  AMLSCAN-HALF-DAILY          PIC 9(9)V9 VALUE ZERO.       01250000
           05  AMLSCAN-EFFECT-TYPE         PIC X(3)  VALUE SPACES.      01260000
           05  AMLSCAN-SUM-ALERTS          PIC Z(8)9.                   01550000
           05  FILLER                      PIC X(47) VALUE SPACES.      01560000
                                                                        01570000
       01  AMLSCAN-PARM-LINE.                                           01570192
           05  FILLER                      PIC X(20) VALUE              01570384
               'THRESHOLD USED    : '.                                  01570576
           05  AMLSCAN-PL-NAME             PIC X(16).                   01570768
           05  FILLER                      PIC X(1)  VALUE SPACE.       01570960
           05  AMLSCAN-PL-VALUE            PIC Z(7)9.                   01571152
           05  FILLER                      PIC X(1)  VALUE SPACE.       01571344
           05  AMLSCAN-PL-SOURCE           PIC X(8).                    01571536
           05  FILLER                      PIC X(1)  VALUE SPACE.       01571728
           05  AMLSCAN-PL-EFFECTIVE        PIC 9(8)  BLANK WHEN ZERO.   01571920
           05  FILLER                      PIC X(17) VALUE SPACES.      01572112
                                                                        01572304
       01  RUNCTL-REQUEST-AREA.                                         01572500
           COPY RUNCTLQ.                                                01575000
                                                                        01575416
       01  PARMGET-REQUEST-AREA.                                        01575833
           COPY PARMGETQ.                                               01576666
                                                                        01576805
       01  BUSDATE-REQUEST-AREA.                                        01576944
           COPY BUSDATEQ.                                               01577222
                                                                        01577500
      ******************************************************************01580000
       PROCEDURE DIVISION.                                              01590000
           OPEN INPUT  PARAMETER-FILE                                   01850000
           OPEN OUTPUT AML-RPT                                          01860000
                                                                        01870000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         01873416
           MOVE BUSDATE-REQ-CURRENT TO AMLSCAN-BUSINESS-DATE            01876832
                                                                        01880250
           MOVE 'AMLSCAN' TO PARMGET-REQ-SUBSYSTEM                      01880500
           MOVE AMLSCAN-BUSINESS-DATE TO PARMGET-REQ-AS-OF              01881000
           MOVE 'SINGLE-LIMIT' TO PARMGET-REQ-NAME                      01881500
           CALL 'PARMGET' USING PARMGET-REQUEST                         01882000
           IF PARMGET-REQ-FOUND                                         01882500
              AND PARMGET-REQ-NUMBER > ZERO                             01883000
               MOVE PARMGET-REQ-NUMBER TO AMLSCAN-SINGLE-LIMIT          01883500
               MOVE 'PARMFILE' TO AMLSCAN-SINGLE-SOURCE                 01884000
               MOVE PARMGET-REQ-EFFECTIVE TO AMLSCAN-SINGLE-EFFECTIVE   01884500
           END-IF                                                       01885000
                                                                        01885500
           MOVE 'DAILY-LIMIT' TO PARMGET-REQ-NAME                       01886000
           CALL 'PARMGET' USING PARMGET-REQUEST                         01886500
           IF PARMGET-REQ-FOUND                                         01887000
              AND PARMGET-REQ-NUMBER > ZERO                             01887500
               MOVE PARMGET-REQ-NUMBER TO AMLSCAN-DAILY-LIMIT           01888000
               MOVE 'PARMFILE' TO AMLSCAN-DAILY-SOURCE                  01888500
               MOVE PARMGET-REQ-EFFECTIVE TO AMLSCAN-DAILY-EFFECTIVE    01889000
           END-IF                                                       01889500
                                                                        01890000
           READ PARAMETER-FILE INTO AMLSCAN-PARM-REDEF                  01900000
               AT END                                                   01910000
           IF AMLSCAN-PARM-SINGLE IS NUMERIC                            01950000
              AND AMLSCAN-PARM-SINGLE NOT = '00000000'                  01960000
               MOVE AMLSCAN-PARM-SINGLE TO AMLSCAN-SINGLE-LIMIT         01970000
               MOVE 'SYSIN' TO AMLSCAN-SINGLE-SOURCE                    01973333
               MOVE ZERO TO AMLSCAN-SINGLE-EFFECTIVE                    01976666
           END-IF                                                       01980000
                                                                        01990000
           IF AMLSCAN-PARM-DAILY IS NUMERIC                             02000000
              AND AMLSCAN-PARM-DAILY NOT = '00000000'                   02010000
               MOVE AMLSCAN-PARM-DAILY TO AMLSCAN-DAILY-LIMIT           02020000
               MOVE 'SYSIN' TO AMLSCAN-DAILY-SOURCE                     02023333
               MOVE ZERO TO AMLSCAN-DAILY-EFFECTIVE                     02026666
           END-IF                                                       02030000
                                                                        02040000
           CLOSE PARAMETER-FILE                                         02050000
           EXIT.                                                        04010000
                                                                        04020000
      ******************************************************************04030000
      *  8000-PRINT-SUMMARY - WRITE THE ALERT TOTAL AND THE            *04036666
      *  THRESHOLDS THE RUN USED.                                      *04043332
      ******************************************************************04050000
       8000-PRINT-SUMMARY.                                              04060000
           MOVE SPACES TO AML-RPT-LINE                                  04070000
           WRITE AML-RPT-LINE                                           04080000
                                                                        04090000
           MOVE AMLSCAN-ALERT-COUNT TO AMLSCAN-SUM-ALERTS               04100000
           WRITE AML-RPT-LINE FROM AMLSCAN-SUMMARY-LINE-1               04101428
                                                                        04102856
           MOVE 'SINGLE-LIMIT' TO AMLSCAN-PL-NAME                       04104284
           MOVE AMLSCAN-SINGLE-LIMIT TO AMLSCAN-PL-VALUE                04105712
           MOVE AMLSCAN-SINGLE-SOURCE TO AMLSCAN-PL-SOURCE              04107140
           MOVE AMLSCAN-SINGLE-EFFECTIVE TO AMLSCAN-PL-EFFECTIVE        04108568
           WRITE AML-RPT-LINE FROM AMLSCAN-PARM-LINE                    04109996
                                                                        04111424
           MOVE 'DAILY-LIMIT' TO AMLSCAN-PL-NAME                        04112852
           MOVE AMLSCAN-DAILY-LIMIT TO AMLSCAN-PL-VALUE                 04114280
           MOVE AMLSCAN-DAILY-SOURCE TO AMLSCAN-PL-SOURCE               04115708
           MOVE AMLSCAN-DAILY-EFFECTIVE TO AMLSCAN-PL-EFFECTIVE         04117136
           WRITE AML-RPT-LINE FROM AMLSCAN-PARM-LINE.                   04118564
       8000-EXIT.                                                       04120000
           EXIT.                                                        04130000
                                                                        04140000
