      *                 (PROCHIST IS OPTIONAL - NO ARCHIVE, NO ROWS)   *00280000
      *               - THEIR CUSCHG CHANGE HISTORY                    *00290000
      *               - ANY CSOVRQ OVERRIDE REQUEST                    *00300000
      *               - THEIR MARKETING CONSENTS AS NOW HELD, EACH     *00302500
      *                 DATED, AND WITHIN THE CUSCHG HISTORY EVERY     *00305000
      *                 CONSENT CHANGE BEFORE AND AFTER                *00307500
      *                                                                *00310000
      *             SAR ACCESS IS ITSELF AUDITABLE, SO EVERY RUN       *00320000
      *             APPENDS WHO ASKED, FOR WHOM AND WHEN TO THE RUN    *00330000
      *             PROCHIST - PROCTRAN HISTORY (INPUT, OPTIONAL)      *00410000
      *             CUSCHG   - VSAM KSDS - CHANGE HISTORY (INPUT)      *00420000
      *             CSOVRQ   - VSAM KSDS - OVERRIDE REQUESTS (INPUT)   *00430000
      *             MKTCONS  - VSAM KSDS - MARKETING CONSENTS (INPUT)  *00435000
      *             SYSIN    - PARAMETER - SUBJECT AND REQUESTOR       *00440000
      *             SARDOC   - DISCLOSURE DOCUMENT (OUTPUT)            *00450000
      *             SAREXT   - MACHINE-READABLE EXTRACT (OUTPUT)       *00460000
      *  ----------------------------------------------------------    *00500000
      *  DATE        BY    DESCRIPTION                                 *00510000
      *  2026-08-22  BAG   INITIAL VERSION                             *00520000
      *  2026-10-15  BAG   DISCLOSE THE MARKETING CONSENTS HELD AND    *00523333
      *                    THE DATED HISTORY OF EVERY CONSENT CHANGE   *00526666
      *                                                                *00530000
      ******************************************************************00540000
       ENVIRONMENT DIVISION.                                            00550000
                  RECORD KEY IS CSOVRQ-KEY OF CSOVRQ-FILE-REC           01010000
                  FILE STATUS IS SAREXTR-CSOVRQ-STATUS.                 01020000
                                                                        01030000
           SELECT MKTCONS-FILE    ASSIGN TO MKTCONS                     01031428
                  ORGANIZATION IS INDEXED                               01032856
                  ACCESS MODE IS RANDOM                                 01034284
                  RECORD KEY IS MKTCONS-KEY OF MKTCONS-FILE-REC         01035712
                  FILE STATUS IS SAREXTR-MKTCONS-STATUS.                01037140
                                                                        01038568
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01040000
                  ORGANIZATION IS LINE SEQUENTIAL                       01050000
                  FILE STATUS IS SAREXTR-PARM-STATUS.                   01060000
       01  CSOVRQ-FILE-REC.                                             01590000
           COPY CSOVRQ.                                                 01600000
                                                                        01610000
       FD  MKTCONS-FILE                                                 01611666
           RECORDING MODE IS F.                                         01613332
       01  MKTCONS-FILE-REC.                                            01614998
           COPY MKTCONS.                                                01616664
                                                                        01618330
       FD  PARAMETER-FILE                                               01620000
           RECORDING MODE IS F.                                         01630000
       01  PARAMETER-FILE-REC             PIC X(80).                    01640000
           05  SAREXTR-HISTORY-STATUS      PIC XX.                      01870000
           05  SAREXTR-CUSCHG-STATUS       PIC XX.                      01880000
           05  SAREXTR-CSOVRQ-STATUS       PIC XX.                      01890000
           05  SAREXTR-MKTCONS-STATUS      PIC XX.                      01895000
           05  SAREXTR-PARM-STATUS         PIC XX.                      01900000
           05  SAREXTR-DOC-STATUS          PIC XX.                      01910000
           05  SAREXTR-EXT-STATUS          PIC XX.                      01920000
           05  SAREXTR-MATCH-SWITCH        PIC X     VALUE 'N'.         02110000
               88  SAREXTR-ACCT-MATCHED          VALUE 'Y'.             02120000
           05  SAREXTR-TXN-COUNT           PIC 9(9) COMP-3 VALUE ZERO.  02130000
           05  SAREXTR-PURP                PIC S9(4) COMP VALUE ZERO.   02133333
           05  SAREXTR-CHAN                PIC S9(4) COMP VALUE ZERO.   02136666
                                                                        02140000
      *    EVERY ACCOUNT THE SUBJECT OWNS OR IS NAMED ON - THE SET     *02150000
      *    THE TRANSACTION SWEEPS SELECT AGAINST.                      *02160000
           05  FILLER                      PIC X(31) VALUE SPACES.      02410000
                                                                        02420000
       01  SAREXTR-DOC-TEXT                PIC X(132) VALUE SPACES.     02430000
                                                                        02430217
       01  SAREXTR-PURPOSE-VALUES.                                      02430434
           05  FILLER                      PIC X(18) VALUE              02430651
               'DIRECT MARKETING'.                                      02430868
           05  FILLER                      PIC X(18) VALUE              02431085
               'PROFILING'.                                             02431302
           05  FILLER                      PIC X(18) VALUE              02431519
               'THIRD-PARTY SHARE'.                                     02431736
       01  SAREXTR-PURPOSES REDEFINES SAREXTR-PURPOSE-VALUES.           02431953
           05  SAREXTR-PURPOSE-NAME        PIC X(18) OCCURS 3 TIMES.    02432170
                                                                        02432387
       01  SAREXTR-CHANNEL-VALUES.                                      02432604
           05  FILLER                      PIC X(6)  VALUE 'POST'.      02432821
           05  FILLER                      PIC X(6)  VALUE 'EMAIL'.     02433038
           05  FILLER                      PIC X(6)  VALUE 'SMS'.       02433255
           05  FILLER                      PIC X(6)  VALUE 'PHONE'.     02433472
       01  SAREXTR-CHANNELS REDEFINES SAREXTR-CHANNEL-VALUES.           02433689
           05  SAREXTR-CHANNEL-NAME        PIC X(6)  OCCURS 4 TIMES.    02433906
                                                                        02434123
      *    ONE PURPOSE'S CONSENTS ON THE DISCLOSURE - FLAG Y GIVEN,    *02434340
      *    N WITHDRAWN, BLANK NEVER ASKED - WITH THE DATE OF EACH.     *02434557
       01  SAREXTR-CONSENT-LINE.                                        02434774
           05  SAREXTR-CNS-LABEL           PIC X(8).                    02434991
           05  SAREXTR-CNS-PURPOSE         PIC X(18).                   02435208
           05  SAREXTR-CNS-SLOT OCCURS 4 TIMES.                         02435425
               10  SAREXTR-CNS-CHANNEL     PIC X(6).                    02435642
               10  SAREXTR-CNS-FLAG        PIC X.                       02435859
               10  FILLER                  PIC X(1).                    02436076
               10  SAREXTR-CNS-DATE        PIC 9(8).                    02436293
               10  FILLER                  PIC X(2).                    02436510
           05  FILLER                      PIC X(34).                   02436727
                                                                        02436944
      *    THE MACHINE-READABLE FORM OF ONE CONSENT CHANGE.            *02437161
       01  SAREXTR-CCNS-PAYLOAD.                                        02437378
           05  SAREXTR-CCNS-SORTCODE       PIC 9(6).                    02437595
           05  SAREXTR-CCNS-CUSTNO         PIC 9(10).                   02437812
           05  SAREXTR-CCNS-CHANGE-NUMBER  PIC 9(8).                    02438029
           05  SAREXTR-CCNS-DATE           PIC 9(8).                    02438246
           05  SAREXTR-CCNS-TIME           PIC 9(6).                    02438463
           05  SAREXTR-CCNS-SOURCE         PIC X(8).                    02438680
           05  SAREXTR-CCNS-OLD-CONSENTS   PIC X(12).                   02438897
           05  SAREXTR-CCNS-NEW-CONSENTS   PIC X(12).                   02439114
           05  SAREXTR-CCNS-CAPTURE        PIC X.                       02439331
           05  SAREXTR-CCNS-OPERATOR       PIC X(3).                    02439548
           05  FILLER                      PIC X(166).                  02439765
                                                                        02440000
      ******************************************************************02450000
       PROCEDURE DIVISION.                                              02460000
           PERFORM 4500-SWEEP-ARCHIVE-TXNS THRU 4500-EXIT               02550000
           PERFORM 5000-DISCLOSE-CHANGES THRU 5000-EXIT                 02560000
           PERFORM 5500-DISCLOSE-OVERRIDE THRU 5500-EXIT                02570000
           PERFORM 5700-DISCLOSE-CONSENTS THRU 5700-EXIT                02575000
                                                                        02580000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02590000
                                                                        02600000
           OPEN INPUT  HISTORY-FILE                                     02740000
           OPEN INPUT  CUSCHG-FILE                                      02750000
           OPEN INPUT  CSOVRQ-FILE                                      02760000
           OPEN INPUT  MKTCONS-FILE                                     02765000
           OPEN INPUT  PARAMETER-FILE                                   02770000
           OPEN OUTPUT SAR-DOC                                          02780000
           OPEN OUTPUT SAR-EXT                                          02790000
                                                                        06870000
           MOVE 'CCHG' TO SAR-EXT-TAG                                   06880000
           MOVE CUSCHG-FILE-REC(1:240) TO SAR-EXT-PAYLOAD               06890000
           WRITE SAR-EXT-REC                                            06900000
                                                                        06902000
           IF CUSCHG-CONSENT-CHANGED OF CUSCHG-FILE-REC                 06904000
               PERFORM 5150-DISCLOSE-CONSENT-CHANGE THRU 5150-EXIT      06906000
           END-IF.                                                      06908000
       5100-EXIT.                                                       06910000
           EXIT.                                                        06920000
                                                                        06920212
      ******************************************************************06920424
      *  5150-DISCLOSE-CONSENT-CHANGE - THE CONSENTS BEFORE AND AFTER  *06920636
      *  A CONSMNT CHANGE, IN PURPOSE ORDER (MARKETING, PROFILING,     *06920848
      *  SHARING) AND WITHIN EACH IN CHANNEL ORDER (POST, EMAIL, SMS,  *06921060
      *  PHONE), WITH HOW IT WAS CAPTURED AND BY WHOM.                 *06921272
      ******************************************************************06921484
       5150-DISCLOSE-CONSENT-CHANGE.                                    06921696
           MOVE SPACES TO SAREXTR-DOC-TEXT                              06921908
           STRING '        CONSENTS WERE '                              06922120
                  CUSCHG-OLD-CONSENTS OF CUSCHG-FILE-REC                06922332
                  ' NOW ' CUSCHG-NEW-CONSENTS OF CUSCHG-FILE-REC        06922544
                  ' CAPTURED '                                          06922756
                  CUSCHG-CONSENT-CAPTURE OF CUSCHG-FILE-REC             06922968
                  ' BY ' CUSCHG-CONSENT-OPERATOR OF CUSCHG-FILE-REC     06923180
               DELIMITED BY SIZE INTO SAREXTR-DOC-TEXT                  06923392
           END-STRING                                                   06923604
           PERFORM 8000-WRITE-DOC-LINE THRU 8000-EXIT                   06923816
                                                                        06924028
           MOVE SPACES TO SAREXTR-CCNS-PAYLOAD                          06924240
           MOVE CUSCHG-SORTCODE OF CUSCHG-FILE-REC                      06924452
               TO SAREXTR-CCNS-SORTCODE                                 06924664
           MOVE CUSCHG-CUSTNO OF CUSCHG-FILE-REC                        06924876
               TO SAREXTR-CCNS-CUSTNO                                   06925088
           MOVE CUSCHG-CHANGE-NUMBER OF CUSCHG-FILE-REC                 06925300
               TO SAREXTR-CCNS-CHANGE-NUMBER                            06925512
           MOVE CUSCHG-CHANGE-DATE OF CUSCHG-FILE-REC                   06925724
               TO SAREXTR-CCNS-DATE                                     06925936
           MOVE CUSCHG-CHANGE-TIME OF CUSCHG-FILE-REC                   06926148
               TO SAREXTR-CCNS-TIME                                     06926360
           MOVE CUSCHG-SOURCE-PROGRAM OF CUSCHG-FILE-REC                06926572
               TO SAREXTR-CCNS-SOURCE                                   06926784
           MOVE CUSCHG-OLD-CONSENTS OF CUSCHG-FILE-REC                  06926996
               TO SAREXTR-CCNS-OLD-CONSENTS                             06927208
           MOVE CUSCHG-NEW-CONSENTS OF CUSCHG-FILE-REC                  06927420
               TO SAREXTR-CCNS-NEW-CONSENTS                             06927632
           MOVE CUSCHG-CONSENT-CAPTURE OF CUSCHG-FILE-REC               06927844
               TO SAREXTR-CCNS-CAPTURE                                  06928056
           MOVE CUSCHG-CONSENT-OPERATOR OF CUSCHG-FILE-REC              06928268
               TO SAREXTR-CCNS-OPERATOR                                 06928480
                                                                        06928692
           MOVE 'CCNS' TO SAR-EXT-TAG                                   06928904
           MOVE SAREXTR-CCNS-PAYLOAD TO SAR-EXT-PAYLOAD                 06929116
           WRITE SAR-EXT-REC.                                           06929328
       5150-EXIT.                                                       06929540
           EXIT.                                                        06929752
                                                                        06930000
      ******************************************************************06940000
      *  5500-DISCLOSE-OVERRIDE - THE SUBJECT'S CSOVRQ OVERRIDE        *06950000
           WRITE SAR-EXT-REC.                                           07190000
       5500-EXIT.                                                       07200000
           EXIT.                                                        07210000
                                                                        07210169
      ******************************************************************07210338
      *  5700-DISCLOSE-CONSENTS - THE MARKETING CONSENTS AS NOW HELD,  *07210507
      *  ONE LINE PER PURPOSE.                                         *07210676
      ******************************************************************07210845
       5700-DISCLOSE-CONSENTS.                                          07211014
           MOVE SAREXTR-SUBJECT-SORTCODE                                07211183
               TO MKTCONS-SORTCODE OF MKTCONS-FILE-REC                  07211352
           MOVE SAREXTR-SUBJECT-CUSTNO                                  07211521
               TO MKTCONS-CUSTOMER OF MKTCONS-FILE-REC                  07211690
                                                                        07211859
           READ MKTCONS-FILE                                            07212028
               INVALID KEY                                              07212197
                   MOVE 'NO MARKETING CONSENTS RECORDED'                07212366
                       TO SAREXTR-DOC-TEXT                              07212535
                   PERFORM 8000-WRITE-DOC-LINE THRU 8000-EXIT           07212704
                   GO TO 5700-EXIT                                      07212873
           END-READ                                                     07213042
                                                                        07213211
           PERFORM 5750-DISCLOSE-PURPOSE THRU 5750-EXIT                 07213380
               VARYING SAREXTR-PURP FROM 1 BY 1                         07213549
               UNTIL SAREXTR-PURP > 3                                   07213718
                                                                        07213887
           MOVE 'MCNS' TO SAR-EXT-TAG                                   07214056
           MOVE MKTCONS-FILE-REC TO SAR-EXT-PAYLOAD                     07214225
           WRITE SAR-EXT-REC.                                           07214394
       5700-EXIT.                                                       07214563
           EXIT.                                                        07214732
                                                                        07214901
      ******************************************************************07215070
      *  5750-DISCLOSE-PURPOSE - ONE PURPOSE, EVERY CHANNEL.           *07215239
      ******************************************************************07215408
       5750-DISCLOSE-PURPOSE.                                           07215577
           MOVE SPACES TO SAREXTR-CONSENT-LINE                          07215746
           MOVE 'CONSENT ' TO SAREXTR-CNS-LABEL                         07215915
           MOVE SAREXTR-PURPOSE-NAME (SAREXTR-PURP)                     07216084
               TO SAREXTR-CNS-PURPOSE                                   07216253
           PERFORM 5760-DISCLOSE-SLOT THRU 5760-EXIT                    07216422
               VARYING SAREXTR-CHAN FROM 1 BY 1                         07216591
               UNTIL SAREXTR-CHAN > 4                                   07216760
           WRITE SAR-DOC-LINE FROM SAREXTR-CONSENT-LINE.                07216929
       5750-EXIT.                                                       07217098
           EXIT.                                                        07217267
                                                                        07217436
      ******************************************************************07217605
      *  5760-DISCLOSE-SLOT - ONE CHANNEL'S FLAG AND DATE.             *07217774
      ******************************************************************07217943
       5760-DISCLOSE-SLOT.                                              07218112
           MOVE SAREXTR-CHANNEL-NAME (SAREXTR-CHAN)                     07218281
               TO SAREXTR-CNS-CHANNEL (SAREXTR-CHAN)                    07218450
           MOVE MKTCONS-FLAG OF MKTCONS-FILE-REC                        07218619
                   (SAREXTR-PURP, SAREXTR-CHAN)                         07218788
               TO SAREXTR-CNS-FLAG (SAREXTR-CHAN)                       07218957
           MOVE MKTCONS-DATE OF MKTCONS-FILE-REC                        07219126
                   (SAREXTR-PURP, SAREXTR-CHAN)                         07219295
               TO SAREXTR-CNS-DATE (SAREXTR-CHAN).                      07219464
       5760-EXIT.                                                       07219633
           EXIT.                                                        07219802
                                                                        07220000
      ******************************************************************07230000
      *  8000-WRITE-DOC-LINE - ONE FORMATTED DISCLOSURE LINE.          *07240000
           CLOSE HISTORY-FILE                                           07400000
           CLOSE CUSCHG-FILE                                            07410000
           CLOSE CSOVRQ-FILE                                            07420000
           CLOSE MKTCONS-FILE                                           07425000
           CLOSE SAR-DOC                                                07430000
           CLOSE SAR-EXT                                                07440000
           CLOSE SAR-LOG.                                               07450000
