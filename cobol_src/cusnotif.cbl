      *                                                                *00300000
      *             CHANGES ORIGINATED BY CUSMERGE ARE HOUSEKEEPING,   *00310000
      *             NOT CUSTOMER INSTRUCTIONS, AND ARE SUPPRESSED.     *00320000
      *                                                                *00321428
      *             A MARKETING CONSENT CHANGE (CONSMNT) GETS ONE      *00322856
      *             LETTER TO THE CUSTOMER'S CURRENT ADDRESS LISTING   *00324284
      *             EVERY PURPOSE AND CHANNEL AS NOW HELD ON MKTCONS.  *00325712
      *             THESE ARE SERVICE LETTERS, NOT MARKETING, SO NO    *00327140
      *             CONSENT SETTING SUPPRESSES THEM.                   *00328568
      *                                                                *00328806
      *             AN OVERDRAFT LIMIT REDUCTION AGREED ON REVIEW      *00329044
      *             (ODREVIEW) GETS ONE ADVANCE NOTICE LETTER TO THE   *00329282
      *             CUSTOMER'S CURRENT ADDRESS, GIVING THE OLD AND     *00329520
      *             NEW LIMIT AND THE DATE THE NEW ONE TAKES EFFECT.   *00329758
      *                                                                *00330000
      *  FILES    : CUSCHG   - VSAM KSDS - CHANGE HISTORY (INPUT)      *00340000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00350000
      *             MKTCONS  - VSAM KSDS - MARKETING CONSENTS (INPUT)  *00355000
      *             LETTERS  - LETTER PRINT FILE (OUTPUT)              *00360000
      *             NOTRPT   - NOTIFICATION ACTIVITY REPORT (OUTPUT)   *00370000
      *             CHKPTF   - CHECKPOINT FILE (I-O)                   *00380000
      *                                                                *00440000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00443333
      *                    SUBSYSTEM AT START AND END                  *00446666
      *  2026-10-15  BAG   SEND A CONSENT-CONFIRMATION LETTER FOR      *00447499
      *                    CHANGE OF CONSENTS, LISTING THE             *00448332
      *                    CURRENT POSITION FROM MKTCONS               *00449165
      *  2026-10-15  BAG   ADVANCE NOTICE LETTER FOR AN OVERDRAFT LIMIT*00449443
      *                    REDUCTION AGREED ON REVIEW                  *00449721
      ******************************************************************00450000
       ENVIRONMENT DIVISION.                                            00460000
       INPUT-OUTPUT SECTION.                                            00470000
                  ACCESS MODE IS RANDOM                                 00570000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00580000
                  FILE STATUS IS CUSNOTIF-CUSTOMER-STATUS.              00590000
                                                                        00591428
           SELECT MKTCONS-FILE    ASSIGN TO MKTCONS                     00592856
                  ORGANIZATION IS INDEXED                               00594284
                  ACCESS MODE IS RANDOM                                 00595712
                  RECORD KEY IS MKTCONS-KEY OF MKTCONS-FILE-REC         00597140
                  FILE STATUS IS CUSNOTIF-MKTCONS-STATUS.               00598568
                                                                        00600000
           SELECT LETTER-FILE     ASSIGN TO LETTERS                     00610000
                  ORGANIZATION IS LINE SEQUENTIAL                       00620000
           RECORDING MODE IS F.                                         00840000
       01  CUSTOMER-FILE-REC.                                           00850000
           COPY CUSTOMER.                                               00860000
                                                                        00861666
       FD  MKTCONS-FILE                                                 00863332
           RECORDING MODE IS F.                                         00864998
       01  MKTCONS-FILE-REC.                                            00866664
           COPY MKTCONS.                                                00868330
                                                                        00870000
       FD  LETTER-FILE                                                  00880000
           RECORDING MODE IS F.                                         00890000
       01  CUSNOTIF-WORK-AREA.                                          01020000
           05  CUSNOTIF-CUSCHG-STATUS      PIC XX.                      01030000
           05  CUSNOTIF-CUSTOMER-STATUS    PIC XX.                      01040000
           05  CUSNOTIF-MKTCONS-STATUS     PIC XX.                      01045000
           05  CUSNOTIF-LETTER-STATUS      PIC XX.                      01050000
           05  CUSNOTIF-RPT-STATUS         PIC XX.                      01060000
           05  CUSNOTIF-CKPT-STATUS        PIC XX.                      01070000
           05  CUSNOTIF-NAME-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01140000
           05  CUSNOTIF-ADDR-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01150000
           05  CUSNOTIF-MERGE-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01160000
           05  CUSNOTIF-CONSENT-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01162500
           05  CUSNOTIF-ODLIMIT-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01163750
           05  CUSNOTIF-PURP               PIC S9(4) COMP VALUE ZERO.   01165000
           05  CUSNOTIF-CHAN               PIC S9(4) COMP VALUE ZERO.   01167500
                                                                        01170000
                                                                        01170555
       01  CUSNOTIF-MONTH-DAYS-VALUES.                                  01171110
           05  FILLER                      PIC 99    VALUE 31.          01177770
       01  CUSNOTIF-MONTH-DAYS REDEFINES CUSNOTIF-MONTH-DAYS-VALUES.    01178325
           05  CUSNOTIF-MONTH-DAY-TAB      PIC 99    OCCURS 12 TIMES.   01178880
                                                                        01178900
       01  CUSNOTIF-PURPOSE-VALUES.                                     01178920
           05  FILLER                      PIC X(20) VALUE              01178940
               'DIRECT MARKETING  : '.                                  01178960
           05  FILLER                      PIC X(20) VALUE              01178980
               'PROFILING         : '.                                  01179000
           05  FILLER                      PIC X(20) VALUE              01179020
               'THIRD-PARTY SHARE : '.                                  01179040
       01  CUSNOTIF-PURPOSES REDEFINES CUSNOTIF-PURPOSE-VALUES.         01179060
           05  CUSNOTIF-PURPOSE-NAME       PIC X(20) OCCURS 3 TIMES.    01179080
                                                                        01179100
       01  CUSNOTIF-CHANNEL-VALUES.                                     01179120
           05  FILLER                      PIC X(6)  VALUE 'POST'.      01179140
           05  FILLER                      PIC X(6)  VALUE 'EMAIL'.     01179160
           05  FILLER                      PIC X(6)  VALUE 'SMS'.       01179180
           05  FILLER                      PIC X(6)  VALUE 'PHONE'.     01179200
       01  CUSNOTIF-CHANNELS REDEFINES CUSNOTIF-CHANNEL-VALUES.         01179220
           05  CUSNOTIF-CHANNEL-NAME       PIC X(6)  OCCURS 4 TIMES.    01179240
                                                                        01179260
       01  CUSNOTIF-CONSENT-LINE.                                       01179280
           05  CUSNOTIF-CNS-PURPOSE        PIC X(20).                   01179300
           05  CUSNOTIF-CNS-SLOT OCCURS 4 TIMES.                        01179320
               10  CUSNOTIF-CNS-CHANNEL    PIC X(6).                    01179340
               10  CUSNOTIF-CNS-ANSWER     PIC X(3).                    01179360
               10  FILLER                  PIC X(2).                    01179380
           05  FILLER                      PIC X(68).                   01179400
                                                                        01179435
       01  CUSNOTIF-LETTER-TEXT            PIC X(132) VALUE SPACES.     01180000
                                                                        01180454
       01  CUSNOTIF-ODLIMIT-LINE.                                       01180908
           05  CUSNOTIF-ODL-LABEL          PIC X(28).                   01181362
           05  CUSNOTIF-ODL-AMOUNT         PIC Z(9)9.99.                01181816
           05  FILLER                      PIC X(91) VALUE SPACES.      01182270
                                                                        01182724
       01  CUSNOTIF-EFFECTIVE-LINE.                                     01183178
           05  FILLER                      PIC X(28) VALUE              01183632
               'WITH EFFECT FROM          : '.                          01184086
           05  CUSNOTIF-EFF-DD             PIC 99.                      01184540
           05  FILLER                      PIC X     VALUE '/'.         01184994
           05  CUSNOTIF-EFF-MM             PIC 99.                      01185448
           05  FILLER                      PIC X     VALUE '/'.         01185902
           05  CUSNOTIF-EFF-YYYY           PIC 9999.                    01186356
           05  FILLER                      PIC X(94) VALUE SPACES.      01186810
                                                                        01187264
       01  CUSNOTIF-EFFECTIVE-DATE         PIC 9(8).                    01187718
       01  CUSNOTIF-EFFECTIVE-GRP REDEFINES CUSNOTIF-EFFECTIVE-DATE.    01188172
           05  CUSNOTIF-EFFECTIVE-YYYY     PIC 9999.                    01188626
           05  CUSNOTIF-EFFECTIVE-MM       PIC 99.                      01189080
           05  CUSNOTIF-EFFECTIVE-DD       PIC 99.                      01189534
                                                                        01190000
       01  CUSNOTIF-SUMMARY-LINE-1.                                     01200000
           05  FILLER                      PIC X(20) VALUE              01210000
           05  CUSNOTIF-SUM-MERGE          PIC Z(8)9.                   01410000
           05  FILLER                      PIC X(47) VALUE SPACES.      01420000
                                                                        01430000
                                                                        01430357
       01  CUSNOTIF-SUMMARY-LINE-5.                                     01430714
           05  FILLER                      PIC X(20) VALUE              01431071
               'CONSENT LETTERS   : '.                                  01431428
           05  CUSNOTIF-SUM-CONSENT        PIC Z(8)9.                   01431785
           05  FILLER                      PIC X(47) VALUE SPACES.      01431836
                                                                        01431887
       01  CUSNOTIF-SUMMARY-LINE-6.                                     01431938
           05  FILLER                      PIC X(20) VALUE              01431989
               'OD LIMIT NOTICES  : '.                                  01432040
           05  CUSNOTIF-SUM-ODLIMIT        PIC Z(8)9.                   01432091
           05  FILLER                      PIC X(47) VALUE SPACES.      01432142
       01  RUNCTL-REQUEST-AREA.                                         01432500
           COPY RUNCTLQ.                                                01435000
                                                                        01437500
                                                                        01639000
           OPEN INPUT  CUSCHG-FILE                                      01640000
           OPEN INPUT  CUSTOMER-FILE                                    01650000
           OPEN INPUT  MKTCONS-FILE                                     01655000
           OPEN OUTPUT LETTER-FILE                                      01660000
           OPEN OUTPUT NOT-RPT                                          01670000
           OPEN I-O    CHECKPOINT-FILE                                  01680000
                                                                        02370000
           IF CUSCHG-ADDR-CHANGED OF CUSCHG-FILE-REC                    02380000
               PERFORM 2200-ADDRESS-LETTERS THRU 2200-EXIT              02390000
           END-IF                                                       02400000
                                                                        02402000
           IF CUSCHG-CONSENT-CHANGED OF CUSCHG-FILE-REC                 02404000
               PERFORM 2300-CONSENT-LETTER THRU 2300-EXIT               02406000
           END-IF                                                       02406666
                                                                        02407332
           IF CUSCHG-ODLIMIT-CHANGED OF CUSCHG-FILE-REC                 02407998
               PERFORM 2400-ODLIMIT-LETTER THRU 2400-EXIT               02408664
           END-IF.                                                      02409330
       2000-NEXT.                                                       02410000
           PERFORM 1200-READ-CHANGE-NEXT THRU 1200-EXIT.                02420000
                                                                        02430000
           WRITE LETTER-LINE.                                           03190000
       2250-EXIT.                                                       03200000
           EXIT.                                                        03210000
                                                                        03210114
      ******************************************************************03210228
      *  2300-CONSENT-LETTER - ONE CONFIRMATION LETTER, TO THE         *03210342
      *  CUSTOMER'S CURRENT ADDRESS, SETTING OUT EVERY CONSENT AS IT   *03210456
      *  STANDS NOW - SEVERAL CHANGES IN A DAY EACH CONFIRM THE SAME   *03210570
      *  FINAL POSITION.                                               *03210684
      ******************************************************************03210798
       2300-CONSENT-LETTER.                                             03210912
           MOVE CUSCHG-SORTCODE OF CUSCHG-FILE-REC                      03211026
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                03211140
           MOVE CUSCHG-CUSTNO OF CUSCHG-FILE-REC                        03211254
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  03211368
           READ CUSTOMER-FILE                                           03211482
               INVALID KEY                                              03211596
                   GO TO 2300-EXIT                                      03211710
           END-READ                                                     03211824
                                                                        03211938
           MOVE CUSCHG-SORTCODE OF CUSCHG-FILE-REC                      03212052
               TO MKTCONS-SORTCODE OF MKTCONS-FILE-REC                  03212166
           MOVE CUSCHG-CUSTNO OF CUSCHG-FILE-REC                        03212280
               TO MKTCONS-CUSTOMER OF MKTCONS-FILE-REC                  03212394
           READ MKTCONS-FILE                                            03212508
               INVALID KEY                                              03212622
                   GO TO 2300-EXIT                                      03212736
           END-READ                                                     03212850
                                                                        03212964
           ADD 1 TO CUSNOTIF-CONSENT-COUNT                              03213078
                                                                        03213192
           MOVE CUSTOMER-ADDRESS OF CUSTOMER-FILE-REC (1:132)           03213306
               TO LETTER-LINE                                           03213420
           WRITE LETTER-LINE                                            03213534
                                                                        03213648
           MOVE SPACES TO CUSNOTIF-LETTER-TEXT                          03213762
           STRING 'DEAR ' CUSTOMER-NAME OF CUSTOMER-FILE-REC            03213876
               DELIMITED BY SIZE INTO CUSNOTIF-LETTER-TEXT              03213990
           END-STRING                                                   03214104
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03214218
                                                                        03214332
           MOVE 'WE HAVE UPDATED YOUR MARKETING PREFERENCES.  WE WILL'  03214446
               TO CUSNOTIF-LETTER-TEXT                                  03214560
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03214674
           MOVE 'NOW CONTACT YOU OR USE YOUR DETAILS ONLY AS SHOWN:'    03214788
               TO CUSNOTIF-LETTER-TEXT                                  03214902
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03215016
                                                                        03215130
           PERFORM 2350-CONSENT-PURPOSE THRU 2350-EXIT                  03215244
               VARYING CUSNOTIF-PURP FROM 1 BY 1                        03215358
               UNTIL CUSNOTIF-PURP > 3                                  03215472
                                                                        03215586
           MOVE 'IF YOU DID NOT REQUEST THIS, CONTACT YOUR BRANCH.'     03215700
               TO CUSNOTIF-LETTER-TEXT                                  03215814
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03215928
           MOVE SPACES TO LETTER-LINE                                   03216042
           WRITE LETTER-LINE.                                           03216156
       2300-EXIT.                                                       03216270
           EXIT.                                                        03216384
                                                                        03216498
      ******************************************************************03216612
      *  2350-CONSENT-PURPOSE - ONE LETTER LINE PER PURPOSE, WITH A    *03216726
      *  YES OR NO FOR EACH CHANNEL.  A SLOT NEVER ASKED READS AS NO.  *03216840
      ******************************************************************03216954
       2350-CONSENT-PURPOSE.                                            03217068
           MOVE SPACES TO CUSNOTIF-CONSENT-LINE                         03217182
           MOVE CUSNOTIF-PURPOSE-NAME (CUSNOTIF-PURP)                   03217296
               TO CUSNOTIF-CNS-PURPOSE                                  03217410
           PERFORM 2360-CONSENT-SLOT THRU 2360-EXIT                     03217524
               VARYING CUSNOTIF-CHAN FROM 1 BY 1                        03217638
               UNTIL CUSNOTIF-CHAN > 4                                  03217752
           WRITE LETTER-LINE FROM CUSNOTIF-CONSENT-LINE.                03217866
       2350-EXIT.                                                       03217980
           EXIT.                                                        03218094
                                                                        03218208
      ******************************************************************03218322
      *  2360-CONSENT-SLOT - ONE CHANNEL'S ANSWER.                     *03218436
      ******************************************************************03218550
       2360-CONSENT-SLOT.                                               03218664
           MOVE CUSNOTIF-CHANNEL-NAME (CUSNOTIF-CHAN)                   03218778
               TO CUSNOTIF-CNS-CHANNEL (CUSNOTIF-CHAN)                  03218892
           IF MKTCONS-GIVEN OF MKTCONS-FILE-REC                         03219006
                  (CUSNOTIF-PURP, CUSNOTIF-CHAN)                        03219120
               MOVE 'YES' TO CUSNOTIF-CNS-ANSWER (CUSNOTIF-CHAN)        03219234
           ELSE                                                         03219348
               MOVE 'NO'  TO CUSNOTIF-CNS-ANSWER (CUSNOTIF-CHAN)        03219462
           END-IF.                                                      03219576
       2360-EXIT.                                                       03219690
           EXIT.                                                        03219804
                                                                        03220000
      ******************************************************************03220142
      *  2400-ODLIMIT-LETTER - ONE ADVANCE NOTICE LETTER, TO THE       *03220284
      *  CUSTOMER'S CURRENT ADDRESS, FOR AN OVERDRAFT LIMIT            *03220426
      *  REDUCTION.  THE NOTICE PERIOD ODREVIEW ALLOWS COVERS THE      *03220568
      *  DAY THIS LETTER WAITS FOR THE NEXT RUN.                       *03220710
      ******************************************************************03220852
       2400-ODLIMIT-LETTER.                                             03220994
           MOVE CUSCHG-SORTCODE OF CUSCHG-FILE-REC                      03221136
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                03221278
           MOVE CUSCHG-CUSTNO OF CUSCHG-FILE-REC                        03221420
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  03221562
           READ CUSTOMER-FILE                                           03221704
               INVALID KEY                                              03221846
                   GO TO 2400-EXIT                                      03221988
           END-READ                                                     03222130
                                                                        03222272
           ADD 1 TO CUSNOTIF-ODLIMIT-COUNT                              03222414
                                                                        03222556
           MOVE CUSTOMER-ADDRESS OF CUSTOMER-FILE-REC (1:132)           03222698
               TO LETTER-LINE                                           03222840
           WRITE LETTER-LINE                                            03222982
                                                                        03223124
           MOVE SPACES TO CUSNOTIF-LETTER-TEXT                          03223266
           STRING 'DEAR ' CUSTOMER-NAME OF CUSTOMER-FILE-REC            03223408
               DELIMITED BY SIZE INTO CUSNOTIF-LETTER-TEXT              03223550
           END-STRING                                                   03223692
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03223834
                                                                        03223976
           MOVE SPACES TO CUSNOTIF-LETTER-TEXT                          03224118
           STRING 'WE HAVE REVIEWED THE ARRANGED OVERDRAFT ON ACCOUNT ' 03224260
                  CUSCHG-ODLIMIT-SORTCODE OF CUSCHG-FILE-REC            03224402
                  '-'                                                   03224544
                  CUSCHG-ODLIMIT-ACCOUNT OF CUSCHG-FILE-REC             03224686
               DELIMITED BY SIZE INTO CUSNOTIF-LETTER-TEXT              03224828
           END-STRING                                                   03224970
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03225112
           MOVE 'AND ARE WRITING TO GIVE YOU NOTICE THAT ITS LIMIT WILL'03225254
               TO CUSNOTIF-LETTER-TEXT                                  03225396
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03225538
           MOVE 'BE REDUCED AS SHOWN:'                                  03225680
               TO CUSNOTIF-LETTER-TEXT                                  03225822
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03225964
                                                                        03226106
           MOVE 'CURRENT LIMIT             : ' TO CUSNOTIF-ODL-LABEL    03226248
           MOVE CUSCHG-OLD-ODLIMIT OF CUSCHG-FILE-REC                   03226390
               TO CUSNOTIF-ODL-AMOUNT                                   03226532
           WRITE LETTER-LINE FROM CUSNOTIF-ODLIMIT-LINE                 03226674
           MOVE 'NEW LIMIT                 : ' TO CUSNOTIF-ODL-LABEL    03226816
           MOVE CUSCHG-NEW-ODLIMIT OF CUSCHG-FILE-REC                   03226958
               TO CUSNOTIF-ODL-AMOUNT                                   03227100
           WRITE LETTER-LINE FROM CUSNOTIF-ODLIMIT-LINE                 03227242
           MOVE CUSCHG-ODLIMIT-EFFECTIVE-DATE OF CUSCHG-FILE-REC        03227384
               TO CUSNOTIF-EFFECTIVE-DATE                               03227526
           MOVE CUSNOTIF-EFFECTIVE-DD   TO CUSNOTIF-EFF-DD              03227668
           MOVE CUSNOTIF-EFFECTIVE-MM   TO CUSNOTIF-EFF-MM              03227810
           MOVE CUSNOTIF-EFFECTIVE-YYYY TO CUSNOTIF-EFF-YYYY            03227952
           WRITE LETTER-LINE FROM CUSNOTIF-EFFECTIVE-LINE               03228094
                                                                        03228236
           MOVE 'PLEASE MAKE SURE YOUR BALANCE IS WITHIN THE NEW LIMIT' 03228378
               TO CUSNOTIF-LETTER-TEXT                                  03228520
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03228662
           MOVE 'BY THAT DATE.  TO DISCUSS THIS, CONTACT YOUR BRANCH.'  03228804
               TO CUSNOTIF-LETTER-TEXT                                  03228946
           WRITE LETTER-LINE FROM CUSNOTIF-LETTER-TEXT                  03229088
           MOVE SPACES TO LETTER-LINE                                   03229230
           WRITE LETTER-LINE.                                           03229372
       2400-EXIT.                                                       03229514
           EXIT.                                                        03229656
                                                                        03229798
      ******************************************************************03230000
      *  3000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *03240000
      ******************************************************************03250000
           WRITE NOT-RPT-LINE FROM CUSNOTIF-SUMMARY-LINE-3              03370000
                                                                        03380000
           MOVE CUSNOTIF-MERGE-COUNT TO CUSNOTIF-SUM-MERGE              03390000
           WRITE NOT-RPT-LINE FROM CUSNOTIF-SUMMARY-LINE-4              03400000
                                                                        03402500
           MOVE CUSNOTIF-CONSENT-COUNT TO CUSNOTIF-SUM-CONSENT          03405000
           WRITE NOT-RPT-LINE FROM CUSNOTIF-SUMMARY-LINE-5              03406000
                                                                        03407000
           MOVE CUSNOTIF-ODLIMIT-COUNT TO CUSNOTIF-SUM-ODLIMIT          03408000
           WRITE NOT-RPT-LINE FROM CUSNOTIF-SUMMARY-LINE-6.             03409000
       3000-EXIT.                                                       03410000
           EXIT.                                                        03420000
                                                                        03430000
                                                                        03530000
           CLOSE CUSCHG-FILE                                            03540000
           CLOSE CUSTOMER-FILE                                          03550000
           CLOSE MKTCONS-FILE                                           03555000
           CLOSE LETTER-FILE                                            03560000
           CLOSE NOT-RPT                                                03570000
           CLOSE CHECKPOINT-FILE.                                       03580000
