      *             CERTIFICATES, YEAR-END POINT-IN-TIME QUESTIONS     *00260000
      *             AND AVERAGE-BALANCE WORK ALL READ IT BY KEY        *00270000
      *             INSTEAD OF RE-DERIVING FROM PROCTRAN BY HAND.      *00280000
      *                                                                *00281428
      *             BEFORE THE SNAPSHOT IS TAKEN IT CLOSES THE BATCH   *00282856
      *             WINDOW ON THE BUSINESS-DATE CONTROL RECORD, SO     *00284284
      *             THE ONLINE POSTING PROGRAMS STOP UPDATING THE      *00285712
      *             MASTERS AND STAND IN AGAINST TONIGHT'S SNAPSHOT    *00287140
      *             UNTIL MEMOREP REPLAYS THEIR WORK AND REOPENS IT.   *00288568
      *                                                                *00290000
      *  FILES    : ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00300000
      *             SNAPFILE - VSAM KSDS - BALANCE SNAPSHOTS (I-O)     *00310000
      *             RETFILE  - VSAM KSDS - RETENTION POLICIES (INPUT)  *00320000
      *             BDATFILE - VSAM KSDS - BUSINESS-DATE CONTROL (I-O) *00325000
      *             SNAPRPT  - SNAPSHOT CONTROL REPORT (OUTPUT)        *00330000
      *                                                                *00340000
      *  CHANGE HISTORY                                                *00350000
      *  ----------------------------------------------------------    *00360000
      *  DATE        BY    DESCRIPTION                                 *00370000
      *  2026-09-02  BAG   INITIAL VERSION                             *00380000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00383333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00386666
      *  2026-10-15  BAG   CLOSE THE BATCH WINDOW BEFORE THE           *00387777
      *                    SNAPSHOT IS TAKEN                           *00388888
      *                                                                *00390000
      ******************************************************************00400000
       ENVIRONMENT DIVISION.                                            00410000
                  RECORD KEY IS RETPOL-KEY OF RETPOL-FILE-REC           00590000
                  FILE STATUS IS EODSNAP-RETPOL-STATUS.                 00600000
                                                                        00610000
           SELECT BUSDATE-FILE    ASSIGN TO BDATFILE                    00611666
                  ORGANIZATION IS INDEXED                               00613332
                  ACCESS MODE IS RANDOM                                 00614998
                  RECORD KEY IS BUSDATE-KEY OF BUSDATE-FILE-REC         00616664
                  FILE STATUS IS EODSNAP-BUSDATE-STATUS.                00618330
           SELECT SNAP-RPT        ASSIGN TO SNAPRPT                     00620000
                  ORGANIZATION IS LINE SEQUENTIAL                       00630000
                  FILE STATUS IS EODSNAP-RPT-STATUS.                    00640000
       01  RETPOL-FILE-REC.                                             00800000
           COPY RETPOL.                                                 00810000
                                                                        00820000
       FD  BUSDATE-FILE                                                 00822000
           RECORDING MODE IS F.                                         00824000
       01  BUSDATE-FILE-REC.                                            00826000
           COPY BUSDATE.                                                00828000
       FD  SNAP-RPT                                                     00830000
           RECORDING MODE IS F.                                         00840000
       01  SNAP-RPT-LINE                     PIC X(80).                 00850000
           05  EODSNAP-SNAP-STATUS         PIC XX.                      00900000
           05  EODSNAP-RETPOL-STATUS       PIC XX.                      00910000
           05  EODSNAP-RPT-STATUS          PIC XX.                      00920000
           05  EODSNAP-BUSDATE-STATUS      PIC XX.                      00925000
           05  EODSNAP-ACCT-EOF-SWITCH     PIC X     VALUE 'N'.         00930000
               88  EODSNAP-ACCT-AT-EOF           VALUE 'Y'.             00940000
           05  EODSNAP-PURGE-EOF-SWITCH    PIC X     VALUE 'N'.         00950000
                                                                        01210000
       01  RUNCTL-REQUEST-AREA.                                         01220000
           COPY RUNCTLQ.                                                01230000
                                                                        01232500
       01  BUSDATE-REQUEST-AREA.                                        01235000
           COPY BUSDATEQ.                                               01237500
                                                                        01240000
      ******************************************************************01250000
       PROCEDURE DIVISION.                                              01260000
           GO TO 9999-EXIT.                                             01400000
                                                                        01410000
      ******************************************************************01420000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, OPEN THE FILES, CLOSE *01427500
      *  THE BATCH WINDOW, SET THE RETENTION CUTOFF FROM THE POLICY,   *01435000
      *  AND PRIME THE SCAN.                                           *01442500
      ******************************************************************01450000
       1000-INITIALIZE.                                                 01460000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01470000
           OPEN INPUT  RETPOL-FILE                                      01580000
           OPEN OUTPUT SNAP-RPT                                         01590000
                                                                        01600000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         01606666
           MOVE BUSDATE-REQ-CURRENT TO EODSNAP-CURRENT-DATE             01613332
           PERFORM 1050-CLOSE-BATCH-WINDOW THRU 1050-EXIT               01616666
                                                                        01620000
           MOVE 'BALSNAP' TO RETPOL-CLASS OF RETPOL-FILE-REC            01630000
           READ RETPOL-FILE                                             01640000
       1000-EXIT.                                                       01770000
           EXIT.                                                        01780000
                                                                        01790000
      ******************************************************************01790303
      *  1050-CLOSE-BATCH-WINDOW - MARK THE WINDOW CLOSED FOR THE      *01790606
      *  NIGHT'S BUSINESS DATE.  FROM HERE UNTIL MEMOREP REOPENS IT,   *01790909
      *  THE ONLINE PROGRAMS QUEUE THEIR POSTINGS ON MEMOPOST AGAINST  *01791212
      *  THE ROWS THIS RUN WRITES.  A RERUN FINDS IT ALREADY CLOSED    *01791515
      *  AND SIMPLY RESTAMPS THE SAME DATE.                            *01791818
      ******************************************************************01792121
       1050-CLOSE-BATCH-WINDOW.                                         01792424
           OPEN I-O BUSDATE-FILE                                        01792727
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF BUSDATE-FILE-REC     01793030
           READ BUSDATE-FILE                                            01793333
               INVALID KEY                                              01793636
                   DISPLAY 'EODSNAP - CRITICAL - BUSINESS-DATE '        01793939
                       'CONTROL RECORD NOT FOUND, STATUS '              01794242
                       EODSNAP-BUSDATE-STATUS                           01794545
                   CLOSE BUSDATE-FILE                                   01794848
                   GO TO 1050-EXIT                                      01795151
           END-READ                                                     01795454
                                                                        01795757
           SET BUSDATE-WINDOW-CLOSED OF BUSDATE-FILE-REC TO TRUE        01796060
           MOVE EODSNAP-CURRENT-DATE                                    01796363
               TO BUSDATE-WINDOW-DATE OF BUSDATE-FILE-REC               01796666
                                                                        01796969
           REWRITE BUSDATE-FILE-REC                                     01797272
               INVALID KEY                                              01797575
                   DISPLAY 'EODSNAP - CRITICAL - UNABLE TO CLOSE THE '  01797878
                       'BATCH WINDOW, STATUS ' EODSNAP-BUSDATE-STATUS   01798181
           END-REWRITE                                                  01798484
                                                                        01798787
           CLOSE BUSDATE-FILE.                                          01799090
       1050-EXIT.                                                       01799393
           EXIT.                                                        01799696
                                                                        01799800
      ******************************************************************01800000
      *  1100-COMPUTE-CUTOFF - STEP TODAY BACK BY THE RETENTION        *01810000
      *  MONTHS, BORROWING YEARS AS NEEDED.  THE DAY IS LEFT ALONE -   *01820000
