      *             AFTER EACH ACTION THE FLAT ACRATE ROW IS           *00270000
      *             REFRESHED TO THE RATE IN FORCE TODAY, SO EVERY     *00280000
      *             READER OF THE OLD ONE-RATE TABLE KEEPS WORKING.    *00290000
      *                                                                *00291111
      *             AN APPLY ACTION MAY ALSO CARRY A CREDIT-SIDE TIER  *00292222
      *             TABLE - METHOD W (WHOLE BALANCE AT ITS TIER'S      *00293333
      *             RATE) OR B (EACH BAND AT ITS OWN RATE), UP TO 5    *00294444
      *             TIERS WITH ASCENDING CEILINGS - AND A BONUS RATE   *00295555
      *             PAID ONLY FOR A PERIOD WITH NO CUSTOMER-INITIATED  *00296666
      *             DEBIT.  BOTH LIVE ON THE HISTORY ROW ONLY; THE     *00297777
      *             FLAT ACRATE CACHE KEEPS THE SINGLE HEADLINE RATES. *00298888
      *                                                                *00300000
      *             A CHANGE THAT MOVES A RATE AGAINST CUSTOMERS -     *00310000
      *             THE CREDIT RATE CUT, OR THE DEBIT RATE RAISED -    *00320000
      *  ----------------------------------------------------------    *00480000
      *  DATE        BY    DESCRIPTION                                 *00490000
      *  2026-09-02  BAG   INITIAL VERSION                             *00500000
      *  2026-10-15  BAG   APPLY ACTIONS CARRY AN OPTIONAL TIER        *00502500
      *                    METHOD, UP TO 5 BALANCE TIERS AND A         *00505000
      *                    BONUS RATE ONTO THE HISTORY ROW,            *00507500
      *                    VALIDATED BEFORE APPLY                      *00508750
      *                                                                *00510000
      ******************************************************************00520000
       ENVIRONMENT DIVISION.                                            00530000
           05  RTIN-EFFECTIVE-DATE         PIC 9(8).                    01010000
           05  RTIN-CREDIT-RATE            PIC 9(2)V9(4).               01020000
           05  RTIN-DEBIT-RATE             PIC 9(2)V9(4).               01030000
           05  RTIN-TIER-METHOD            PIC X.                       01031000
               88  RTIN-TIER-FLAT              VALUE ' '.               01032000
               88  RTIN-TIER-WHOLE             VALUE 'W'.               01033000
               88  RTIN-TIER-BANDED            VALUE 'B'.               01034000
           05  RTIN-TIER-COUNT             PIC 9.                       01035000
           05  RTIN-TIER                   OCCURS 5 TIMES.              01036000
               10  RTIN-TIER-CEILING       PIC 9(10)V99.                01037000
               10  RTIN-TIER-RATE          PIC 9(2)V9(4).               01038000
           05  RTIN-BONUS-RATE             PIC 9(2)V9(4).               01039000
                                                                        01040000
       FD  ACRHIST-FILE                                                 01050000
           RECORDING MODE IS F.                                         01060000
           05  RATELOAD-ADVERSE-COUNT      PIC 99    COMP VALUE ZERO.   01710000
           05  RATELOAD-ADVERSE-MAX        PIC 99    COMP VALUE 50.     01720000
           05  RATELOAD-ADV-SUB            PIC 99    COMP VALUE ZERO.   01730000
           05  RATELOAD-TIER-SUB           PIC 99    COMP VALUE ZERO.   01735000
                                                                        01740000
      *   EACH ADVERSE CHANGE THE RUN APPLIES IS COLLECTED HERE SO A  * 01750000
      *   SINGLE PASS OVER THE ACCOUNT FILE CAN EXTRACT EVERY          *01760000
               GO TO 2050-EXIT                                          03110000
           END-IF                                                       03120000
                                                                        03130000
           IF RTIN-ACTION-APPLY                                         03131428
               PERFORM 2060-CHECK-TIERS THRU 2060-EXIT                  03132856
               IF RATELOAD-OUTCOME NOT = 'APPLIED'                      03134284
                   GO TO 2050-EXIT                                      03135712
               END-IF                                                   03137140
           END-IF                                                       03138568
           IF RTIN-ACTION-APPLY                                         03140000
               PERFORM 2100-APPLY-RATE THRU 2100-EXIT                   03150000
           ELSE                                                         03160000
           END-IF.                                                      03180000
       2050-EXIT.                                                       03190000
           EXIT.                                                        03200000
                                                                        03200108
      ******************************************************************03200217
      *  2060-CHECK-TIERS - A TIERED ROW NEEDS 1 TO 5 TIERS WITH       *03200434
      *  ASCENDING CEILINGS (THE LAST TIER'S CEILING IS NOT USED).  A  *03200651
      *  FLAT ROW CARRIES NO TIERS.  THE BONUS RATE NEEDS NO CHECK -   *03200868
      *  ZERO SIMPLY MEANS NO BONUS.                                   *03201085
      ******************************************************************03201302
       2060-CHECK-TIERS.                                                03201519
           IF RTIN-TIER-FLAT                                            03201736
               MOVE ZERO TO RTIN-TIER-COUNT                             03201953
               GO TO 2060-EXIT                                          03202170
           END-IF                                                       03202387
                                                                        03202604
           IF NOT RTIN-TIER-WHOLE AND NOT RTIN-TIER-BANDED              03202821
               MOVE 'REJECTED' TO RATELOAD-OUTCOME                      03203038
               MOVE 'UNKNOWN TIER METHOD' TO RATELOAD-REASON            03203255
               GO TO 2060-EXIT                                          03203472
           END-IF                                                       03203689
                                                                        03203906
           IF RTIN-TIER-COUNT NOT NUMERIC                               03204123
              OR RTIN-TIER-COUNT < 1                                    03204340
              OR RTIN-TIER-COUNT > 5                                    03204557
               MOVE 'REJECTED' TO RATELOAD-OUTCOME                      03204774
               MOVE 'TIER COUNT MUST BE 1 TO 5' TO RATELOAD-REASON      03204991
               GO TO 2060-EXIT                                          03205208
           END-IF                                                       03205425
                                                                        03205642
           PERFORM 2070-CHECK-ONE-CEILING THRU 2070-EXIT                03205859
               VARYING RATELOAD-TIER-SUB FROM 2 BY 1                    03206076
               UNTIL RATELOAD-TIER-SUB >= RTIN-TIER-COUNT               03206293
                  OR RATELOAD-OUTCOME NOT = 'APPLIED'.                  03206510
       2060-EXIT.                                                       03206727
           EXIT.                                                        03206944
                                                                        03207161
      ******************************************************************03207378
      *  2070-CHECK-ONE-CEILING - EACH TIER BELOW THE LAST MUST TOP    *03207595
      *  OUT ABOVE THE ONE BEFORE IT.                                  *03207812
      ******************************************************************03208029
       2070-CHECK-ONE-CEILING.                                          03208246
           IF RTIN-TIER-CEILING(RATELOAD-TIER-SUB)                      03208463
              NOT > RTIN-TIER-CEILING(RATELOAD-TIER-SUB - 1)            03208680
               MOVE 'REJECTED' TO RATELOAD-OUTCOME                      03208897
               MOVE 'TIER CEILINGS NOT ASCENDING' TO RATELOAD-REASON    03209114
           END-IF.                                                      03209331
       2070-EXIT.                                                       03209548
           EXIT.                                                        03209765
                                                                        03210000
      ******************************************************************03220000
      *  2100-APPLY-RATE - COLLECT THE ADVERSE-MOVE FACTS WHILE THE    *03230000
               TO ACRHIST-DEBIT-RATE OF ACRHIST-FILE-REC                03380000
           MOVE RATELOAD-TODAYS-DATE                                    03390000
               TO ACRHIST-LOADED-DATE OF ACRHIST-FILE-REC               03400000
           MOVE RTIN-TIER-METHOD                                        03401000
               TO ACRHIST-TIER-METHOD OF ACRHIST-FILE-REC               03402000
           MOVE RTIN-TIER-COUNT                                         03403000
               TO ACRHIST-TIER-COUNT OF ACRHIST-FILE-REC                03404000
           PERFORM 2120-MOVE-ONE-TIER THRU 2120-EXIT                    03405000
               VARYING RATELOAD-TIER-SUB FROM 1 BY 1                    03406000
               UNTIL RATELOAD-TIER-SUB > 5                              03407000
           MOVE RTIN-BONUS-RATE                                         03408000
               TO ACRHIST-BONUS-RATE OF ACRHIST-FILE-REC                03409000
                                                                        03410000
           WRITE ACRHIST-FILE-REC                                       03420000
               INVALID KEY                                              03430000
           PERFORM 2200-REFRESH-CURRENT THRU 2200-EXIT.                 03530000
       2100-EXIT.                                                       03540000
           EXIT.                                                        03550000
                                                                        03550227
      ******************************************************************03550454
      *  2120-MOVE-ONE-TIER - COPY ONE TIER ONTO THE HISTORY ROW.  A   *03550908
      *  TIER BEYOND THE COUNT IN USE IS STORED AS ZERO.               *03551362
      ******************************************************************03551816
       2120-MOVE-ONE-TIER.                                              03552270
           IF RATELOAD-TIER-SUB > RTIN-TIER-COUNT                       03552724
               MOVE ZERO TO ACRHIST-TIER-CEILING OF ACRHIST-FILE-REC    03553178
                                                 (RATELOAD-TIER-SUB)    03553632
               MOVE ZERO TO ACRHIST-TIER-RATE OF ACRHIST-FILE-REC       03554086
                                              (RATELOAD-TIER-SUB)       03554540
               GO TO 2120-EXIT                                          03554994
           END-IF                                                       03555448
                                                                        03555902
           MOVE RTIN-TIER-CEILING(RATELOAD-TIER-SUB)                    03556356
               TO ACRHIST-TIER-CEILING OF ACRHIST-FILE-REC              03556810
                                       (RATELOAD-TIER-SUB)              03557264
           MOVE RTIN-TIER-RATE(RATELOAD-TIER-SUB)                       03557718
               TO ACRHIST-TIER-RATE OF ACRHIST-FILE-REC                 03558172
                                    (RATELOAD-TIER-SUB).                03558626
       2120-EXIT.                                                       03559080
           EXIT.                                                        03559534
                                                                        03560000
      ******************************************************************03570000
      *  2150-CHECK-ADVERSE - A CREDIT RATE CUT OR A DEBIT RATE RISE   *03580000
