      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    FRDSCORE.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  FRDSCORE - REAL-TIME FRAUD RISK SCORING                       *00130000
      *                                                                *00140000
      *  FUNCTION : LINKED TO BY XFRFUNJ FOR EVERY NEW ONLINE          *00150000
      *             TRANSFER, BEFORE ANY MONEY MOVES, WITH A FRDSCORE  *00160000
      *             COMMAREA (COPYBOOK FRDSCORE).  AMLSCAN SEES THE    *00170000
      *             DAY'S PAYMENTS OVERNIGHT, WHICH IS TOO LATE TO     *00180000
      *             STOP AN AUTHORISED PUSH-PAYMENT SCAM, SO EACH      *00190000
      *             PAYMENT IS SCORED HERE ON THE SIGNALS SUCH A SCAM  *00200000
      *             LEAVES BEHIND :                                    *00210000
      *                                                                *00220000
      *               - A FIRST-TIME BENEFICIARY, NOT AMONG THE        *00230000
      *                 CUSTOMER'S SAVED PAYEES ON BENEF               *00240000
      *               - AN AMOUNT FAR ABOVE THE CUSTOMER'S USUAL       *00250000
      *                 (THE PAYMENT PROFILE ON FRDPROF)               *00260000
      *               - A RECENT ADDRESS OR PHONE CHANGE ON THE        *00270000
      *                 CUSCHG CHANGE HISTORY                          *00280000
      *               - A RECENT ONLINE ENROLMENT, OR A STREAK OF      *00290000
      *                 FAILED LOGINS, ON CHANREG                      *00300000
      *               - A PAYEE NAME THAT DOES NOT MATCH THE           *00310000
      *                 RECEIVING ACCOUNT (COPRESP, OR THE RESULT      *00320000
      *                 STORED WHEN A SAVED PAYEE WAS SET UP)          *00330000
      *                                                                *00340000
      *             THE POINTS ADD UP TO A SCORE THAT DECIDES :        *00350000
      *                                                                *00360000
      *               A - ALLOW.  THE PAYMENT GOES AHEAD AND IS        *00370000
      *                   ADDED TO THE CUSTOMER'S PROFILE.             *00380000
      *               H - HOLD.  XFRFUNJ QUEUES IT ON FRDQUE FOR A     *00390000
      *                   CALL-BACK; FRDREL RELEASES OR CANCELS IT.    *00400000
      *               D - DECLINE.  NOTHING POSTS.                     *00410000
      *                                                                *00420000
      *             EVERY DECISION IS LOGGED ON FRDLOG WITH THE        *00430000
      *             POINTS EACH SIGNAL CONTRIBUTED, FOR TUNING THE     *00440000
      *             WEIGHTS AND THRESHOLDS BELOW.  A FILE THAT CANNOT  *00450000
      *             BE READ SIMPLY LEAVES ITS SIGNAL UNFIRED.          *00460000
      *                                                                *00470000
      *  FILES    : BENEF    - VSAM KSDS - SAVED PAYEE REGISTER        *00480000
      *             FRDPROF  - VSAM KSDS - CUSTOMER PAYMENT PROFILE    *00490000
      *             CUSCHG   - VSAM KSDS - CUSTOMER CHANGE HISTORY     *00500000
      *             CHANREG  - VSAM KSDS - CHANNEL REGISTRATION        *00510000
      *             FRDLOG   - VSAM KSDS - FRAUD SCORING LOG           *00520000
      *             (LINKS TO COPRESP FOR THE PAYEE NAME CHECK)        *00530000
      *                                                                *00540000
      *  CHANGE HISTORY                                                *00550000
      *  ----------------------------------------------------------    *00560000
      *  DATE        BY    DESCRIPTION                                 *00570000
      *  2026-10-15  BAG   INITIAL VERSION                             *00580000
      *                                                                *00590000
      ******************************************************************00600000
       DATA DIVISION.                                                   00610000
       WORKING-STORAGE SECTION.                                         00620000
       01  FRDSCORE-WORK-AREA.                                          00630000
           05  FRDSCORE-RESP              PIC S9(8) COMP.               00640000
           05  FRDSCORE-BROWSE-SWITCH     PIC X     VALUE 'N'.          00650000
               88  FRDSCORE-BROWSE-DONE       VALUE 'Y'.                00660000
           05  FRDSCORE-PAYEE-SWITCH      PIC X     VALUE 'N'.          00670000
               88  FRDSCORE-PAYEE-KNOWN       VALUE 'Y'.                00680000
           05  FRDSCORE-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00690000
           05  FRDSCORE-TODAY-GRP REDEFINES FRDSCORE-TODAYS-DATE.       00700000
               10  FRDSCORE-TODAY-YYYY    PIC 9(4).                     00710000
               10  FRDSCORE-TODAY-MM      PIC 9(2).                     00720000
               10  FRDSCORE-TODAY-DD      PIC 9(2).                     00730000
           05  FRDSCORE-EVENT-DATE        PIC 9(8)  VALUE ZERO.         00740000
           05  FRDSCORE-EVENT-GRP REDEFINES FRDSCORE-EVENT-DATE.        00750000
               10  FRDSCORE-EVENT-YYYY    PIC 9(4).                     00760000
               10  FRDSCORE-EVENT-MM      PIC 9(2).                     00770000
               10  FRDSCORE-EVENT-DD      PIC 9(2).                     00780000
           05  FRDSCORE-AGE-DAYS          PIC S9(7) COMP-3 VALUE ZERO.  00790000
           05  FRDSCORE-USUAL-AMOUNT      PIC S9(13)V99 COMP-3          00800000
                                                    VALUE ZERO.         00810000
                                                                        00820000
      *    SIGNAL WEIGHTS AND DECISION THRESHOLDS.  A SCORE AT OR      *00830000
      *    ABOVE THE HOLD SCORE IS HELD FOR A CALL-BACK; AT OR ABOVE   *00840000
      *    THE DECLINE SCORE IT IS REFUSED OUTRIGHT.                   *00850000
       01  FRDSCORE-WEIGHTS.                                            00860000
           05  FRDSCORE-WT-NEW-PAYEE      PIC 9(3)  VALUE 30.           00870000
           05  FRDSCORE-WT-HIGH-AMOUNT    PIC 9(3)  VALUE 25.           00880000
           05  FRDSCORE-WT-CONTACT-CHANGE PIC 9(3)  VALUE 20.           00890000
           05  FRDSCORE-WT-NEW-ENROLMENT  PIC 9(3)  VALUE 15.           00900000
           05  FRDSCORE-WT-FAILED-LOGINS  PIC 9(3)  VALUE 15.           00910000
           05  FRDSCORE-WT-NAME-NOMATCH   PIC 9(3)  VALUE 30.           00920000
           05  FRDSCORE-WT-NAME-CLOSE     PIC 9(3)  VALUE 10.           00930000
           05  FRDSCORE-AMOUNT-MULTIPLE   PIC 9(3)  VALUE 3.            00940000
           05  FRDSCORE-MIN-HISTORY       PIC 9(3)  VALUE 3.            00950000
           05  FRDSCORE-RECENT-DAYS       PIC 9(3)  VALUE 30.           00960000
           05  FRDSCORE-LOGIN-STREAK      PIC 9(3)  VALUE 3.            00970000
           05  FRDSCORE-HOLD-SCORE        PIC 9(3)  VALUE 40.           00980000
           05  FRDSCORE-DECLINE-SCORE     PIC 9(3)  VALUE 70.           00990000
                                                                        01000000
       01  FRDSCORE-BENEF-REC.                                          01010000
           COPY BENEF.                                                  01020000
                                                                        01030000
       01  FRDSCORE-FRDPROF-REC.                                        01040000
           COPY FRDPROF.                                                01050000
                                                                        01060000
       01  FRDSCORE-CUSCHG-REC.                                         01070000
           COPY CUSCHG.                                                 01080000
                                                                        01090000
       01  FRDSCORE-CHANREG-REC.                                        01100000
           COPY CHANREG.                                                01110000
                                                                        01120000
       01  FRDSCORE-FRDLOG-REC.                                         01130000
           COPY FRDLOG.                                                 01140000
                                                                        01150000
       01  FRDSCORE-COP-COMMAREA.                                       01160000
           COPY COPRESP.                                                01170000
                                                                        01180000
       LINKAGE SECTION.                                                 01190000
       01  DFHCOMMAREA.                                                 01200000
           COPY FRDSCORE.                                               01210000
                                                                        01220000
      ******************************************************************01230000
       PROCEDURE DIVISION.                                              01240000
      ******************************************************************01250000
       0000-MAINLINE.                                                   01260000
           MOVE ZERO TO COMM-FRD-PTS-NEW-PAYEE                          01270000
                        COMM-FRD-PTS-HIGH-AMOUNT                        01280000
                        COMM-FRD-PTS-CONTACT-CHANGE                     01290000
                        COMM-FRD-PTS-NEW-ENROLMENT                      01300000
                        COMM-FRD-PTS-FAILED-LOGINS                      01310000
                        COMM-FRD-PTS-NAME-MISMATCH                      01320000
                        COMM-FRD-SCORE                                  01330000
           SET COMM-FRD-ALLOW TO TRUE                                   01340000
           ACCEPT FRDSCORE-TODAYS-DATE FROM DATE YYYYMMDD               01350000
                                                                        01360000
           PERFORM 1000-CHECK-BENEFICIARY THRU 1000-EXIT                01370000
           PERFORM 2000-CHECK-AMOUNT THRU 2000-EXIT                     01380000
           PERFORM 3000-CHECK-CONTACT-CHANGE THRU 3000-EXIT             01390000
           PERFORM 4000-CHECK-ENROLMENT THRU 4000-EXIT                  01400000
           PERFORM 5000-DECIDE THRU 5000-EXIT                           01410000
           PERFORM 6000-WRITE-LOG THRU 6000-EXIT                        01420000
                                                                        01430000
           IF COMM-FRD-ALLOW                                            01440000
               PERFORM 7000-UPDATE-PROFILE THRU 7000-EXIT               01450000
           END-IF                                                       01460000
                                                                        01470000
           GO TO 9999-EXIT.                                             01480000
                                                                        01490000
      ******************************************************************01500000
      *  1000-CHECK-BENEFICIARY - A SAVED PAYEE QUOTED BY NUMBER IS    *01510000
      *  KNOWN, AND ITS STORED NAME-MATCH RESULT IS USED.  OTHERWISE   *01520000
      *  THE TO-LEG IS LOOKED FOR AMONG THE CUSTOMER'S ACTIVE SAVED    *01530000
      *  PAYEES; ONE NOT FOUND IS A FIRST-TIME BENEFICIARY AND ITS     *01540000
      *  NAME IS CHECKED THROUGH COPRESP.                              *01550000
      ******************************************************************01560000
       1000-CHECK-BENEFICIARY.                                          01570000
           MOVE 'N' TO FRDSCORE-PAYEE-SWITCH                            01580000
                                                                        01590000
           IF COMM-FRD-PAYEE-NUMBER NOT = ZERO                          01600000
               PERFORM 1100-READ-SAVED-PAYEE THRU 1100-EXIT             01610000
               GO TO 1000-EXIT                                          01620000
           END-IF                                                       01630000
                                                                        01640000
           PERFORM 1200-FIND-PAYEE THRU 1200-EXIT                       01650000
                                                                        01660000
           IF FRDSCORE-PAYEE-KNOWN                                      01670000
               PERFORM 1400-SCORE-STORED-MATCH THRU 1400-EXIT           01680000
               GO TO 1000-EXIT                                          01690000
           END-IF                                                       01700000
                                                                        01710000
           MOVE FRDSCORE-WT-NEW-PAYEE TO COMM-FRD-PTS-NEW-PAYEE         01720000
           PERFORM 1500-CHECK-PAYEE-NAME THRU 1500-EXIT.                01730000
       1000-EXIT.                                                       01740000
           EXIT.                                                        01750000
                                                                        01760000
      ******************************************************************01770000
      *  1100-READ-SAVED-PAYEE - READ THE QUOTED PAYEE AND TAKE THE    *01780000
      *  TO-LEG FROM IT.  A MISSING OR REMOVED PAYEE IS NOT SCORED -   *01790000
      *  XFRFUN REFUSES THE PAYMENT ITSELF.                            *01800000
      ******************************************************************01810000
       1100-READ-SAVED-PAYEE.                                           01820000
           MOVE COMM-FRD-FROM-SORTCODE                                  01830000
               TO BENEF-SORTCODE OF FRDSCORE-BENEF-REC                  01840000
           MOVE COMM-FRD-CUSTOMER                                       01850000
               TO BENEF-CUSTOMER OF FRDSCORE-BENEF-REC                  01860000
           MOVE COMM-FRD-PAYEE-NUMBER                                   01870000
               TO BENEF-PAYEE-NUMBER OF FRDSCORE-BENEF-REC              01880000
                                                                        01890000
           EXEC CICS                                                    01900000
               READ DATASET('BENEF')                                    01910000
                    INTO(FRDSCORE-BENEF-REC)                            01920000
                    RIDFLD(BENEF-KEY OF FRDSCORE-BENEF-REC)             01930000
                    RESP(FRDSCORE-RESP)                                 01940000
           END-EXEC                                                     01950000
                                                                        01960000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       01970000
               GO TO 1100-EXIT                                          01980000
           END-IF                                                       01990000
                                                                        02000000
           IF NOT BENEF-ACTIVE OF FRDSCORE-BENEF-REC                    02010000
               GO TO 1100-EXIT                                          02020000
           END-IF                                                       02030000
                                                                        02040000
           MOVE BENEF-PAYEE-SORTCODE OF FRDSCORE-BENEF-REC              02050000
               TO COMM-FRD-TO-SORTCODE                                  02060000
           MOVE BENEF-PAYEE-ACCOUNT OF FRDSCORE-BENEF-REC               02070000
               TO COMM-FRD-TO-ACCOUNT                                   02080000
           PERFORM 1400-SCORE-STORED-MATCH THRU 1400-EXIT.              02090000
       1100-EXIT.                                                       02100000
           EXIT.                                                        02110000
                                                                        02120000
      ******************************************************************02130000
      *  1200-FIND-PAYEE - BROWSE THE CUSTOMER'S SAVED PAYEES FOR AN   *02140000
      *  ACTIVE ONE PAYING THE SAME SORT CODE AND ACCOUNT.             *02150000
      ******************************************************************02160000
       1200-FIND-PAYEE.                                                 02170000
           MOVE 'N' TO FRDSCORE-BROWSE-SWITCH                           02180000
                                                                        02190000
           MOVE COMM-FRD-FROM-SORTCODE                                  02200000
               TO BENEF-SORTCODE OF FRDSCORE-BENEF-REC                  02210000
           MOVE COMM-FRD-CUSTOMER                                       02220000
               TO BENEF-CUSTOMER OF FRDSCORE-BENEF-REC                  02230000
           MOVE ZERO TO BENEF-PAYEE-NUMBER OF FRDSCORE-BENEF-REC        02240000
                                                                        02250000
           EXEC CICS                                                    02260000
               STARTBR DATASET('BENEF')                                 02270000
                       RIDFLD(BENEF-KEY OF FRDSCORE-BENEF-REC)          02280000
                       GTEQ                                             02290000
                       RESP(FRDSCORE-RESP)                              02300000
           END-EXEC                                                     02310000
                                                                        02320000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       02330000
               GO TO 1200-EXIT                                          02340000
           END-IF                                                       02350000
                                                                        02360000
           PERFORM 1250-READ-NEXT-PAYEE THRU 1250-EXIT                  02370000
              UNTIL FRDSCORE-BROWSE-DONE                                02380000
                                                                        02390000
           EXEC CICS                                                    02400000
               ENDBR DATASET('BENEF')                                   02410000
                     RESP(FRDSCORE-RESP)                                02420000
           END-EXEC.                                                    02430000
       1200-EXIT.                                                       02440000
           EXIT.                                                        02450000
                                                                        02460000
      ******************************************************************02470000
      *  1250-READ-NEXT-PAYEE - STEP THE BROWSE UNTIL A MATCHING       *02480000
      *  PAYEE TURNS UP OR THE BROWSE LEAVES THIS CUSTOMER'S RANGE.    *02490000
      ******************************************************************02500000
       1250-READ-NEXT-PAYEE.                                            02510000
           EXEC CICS                                                    02520000
               READNEXT DATASET('BENEF')                                02530000
                        INTO(FRDSCORE-BENEF-REC)                        02540000
                        RIDFLD(BENEF-KEY OF FRDSCORE-BENEF-REC)         02550000
                        RESP(FRDSCORE-RESP)                             02560000
           END-EXEC                                                     02570000
                                                                        02580000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       02590000
               SET FRDSCORE-BROWSE-DONE TO TRUE                         02600000
               GO TO 1250-EXIT                                          02610000
           END-IF                                                       02620000
                                                                        02630000
           IF BENEF-SORTCODE OF FRDSCORE-BENEF-REC                      02640000
              NOT = COMM-FRD-FROM-SORTCODE                              02650000
              OR BENEF-CUSTOMER OF FRDSCORE-BENEF-REC                   02660000
                 NOT = COMM-FRD-CUSTOMER                                02670000
               SET FRDSCORE-BROWSE-DONE TO TRUE                         02680000
               GO TO 1250-EXIT                                          02690000
           END-IF                                                       02700000
                                                                        02710000
           IF BENEF-ACTIVE OF FRDSCORE-BENEF-REC                        02720000
              AND BENEF-PAYEE-SORTCODE OF FRDSCORE-BENEF-REC            02730000
                  = COMM-FRD-TO-SORTCODE                                02740000
              AND BENEF-PAYEE-ACCOUNT OF FRDSCORE-BENEF-REC             02750000
                  = COMM-FRD-TO-ACCOUNT                                 02760000
               SET FRDSCORE-PAYEE-KNOWN TO TRUE                         02770000
               SET FRDSCORE-BROWSE-DONE TO TRUE                         02780000
           END-IF.                                                      02790000
       1250-EXIT.                                                       02800000
           EXIT.                                                        02810000
                                                                        02820000
      ******************************************************************02830000
      *  1400-SCORE-STORED-MATCH - A SAVED PAYEE'S NAME WAS CHECKED    *02840000
      *  WHEN IT WAS SET UP; A POOR RESULT THEN STILL COUNTS NOW.      *02850000
      ******************************************************************02860000
       1400-SCORE-STORED-MATCH.                                         02870000
           SET FRDSCORE-PAYEE-KNOWN TO TRUE                             02880000
                                                                        02890000
           IF BENEF-NAME-NOMATCH OF FRDSCORE-BENEF-REC                  02900000
               MOVE FRDSCORE-WT-NAME-NOMATCH                            02910000
                   TO COMM-FRD-PTS-NAME-MISMATCH                        02920000
           END-IF                                                       02930000
                                                                        02940000
           IF BENEF-NAME-CLOSE OF FRDSCORE-BENEF-REC                    02950000
               MOVE FRDSCORE-WT-NAME-CLOSE                              02960000
                   TO COMM-FRD-PTS-NAME-MISMATCH                        02970000
           END-IF.                                                      02980000
       1400-EXIT.                                                       02990000
           EXIT.                                                        03000000
                                                                        03010000
      ******************************************************************03020000
      *  1500-CHECK-PAYEE-NAME - ASK COPRESP WHETHER THE NAME THE      *03030000
      *  CUSTOMER TYPED IS THE RECEIVING ACCOUNT'S HOLDER.  COPRESP    *03040000
      *  KNOWS ONLY OUR OWN ACCOUNTS; AN ACCOUNT IT CANNOT FIND IS     *03050000
      *  ELSEWHERE AND IS LEFT TO XFRFUN'S OUTBOUND NAME CHECK.        *03060000
      ******************************************************************03070000
       1500-CHECK-PAYEE-NAME.                                           03080000
           IF COMM-FRD-PAYEE-NAME = SPACES                              03090000
               GO TO 1500-EXIT                                          03100000
           END-IF                                                       03110000
                                                                        03120000
           MOVE SPACES TO FRDSCORE-COP-COMMAREA                         03130000
           MOVE 'COPR' TO COMM-EYECATCHER OF FRDSCORE-COP-COMMAREA      03140000
           MOVE COMM-FRD-TO-SORTCODE                                    03150000
               TO COMM-COP-SORTCODE OF FRDSCORE-COP-COMMAREA            03160000
           MOVE COMM-FRD-TO-ACCOUNT                                     03170000
               TO COMM-COP-ACCOUNT OF FRDSCORE-COP-COMMAREA             03180000
           MOVE COMM-FRD-PAYEE-NAME                                     03190000
               TO COMM-COP-CLAIMED-NAME OF FRDSCORE-COP-COMMAREA        03200000
                                                                        03210000
           EXEC CICS                                                    03220000
               LINK PROGRAM('COPRESP')                                  03230000
                    COMMAREA(FRDSCORE-COP-COMMAREA)                     03240000
                    LENGTH(LENGTH OF FRDSCORE-COP-COMMAREA)             03250000
                    RESP(FRDSCORE-RESP)                                 03260000
           END-EXEC                                                     03270000
                                                                        03280000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       03290000
               GO TO 1500-EXIT                                          03300000
           END-IF                                                       03310000
                                                                        03320000
           IF COMM-COP-NO-MATCH OF FRDSCORE-COP-COMMAREA                03330000
              AND COMM-COP-REASON-NAME OF FRDSCORE-COP-COMMAREA         03340000
               MOVE FRDSCORE-WT-NAME-NOMATCH                            03350000
                   TO COMM-FRD-PTS-NAME-MISMATCH                        03360000
           END-IF                                                       03370000
                                                                        03380000
           IF COMM-COP-CLOSE-MATCH OF FRDSCORE-COP-COMMAREA             03390000
               MOVE FRDSCORE-WT-NAME-CLOSE                              03400000
                   TO COMM-FRD-PTS-NAME-MISMATCH                        03410000
           END-IF.                                                      03420000
       1500-EXIT.                                                       03430000
           EXIT.                                                        03440000
                                                                        03450000
      ******************************************************************03460000
      *  2000-CHECK-AMOUNT - AN AMOUNT MORE THAN THE SET MULTIPLE OF   *03470000
      *  THE CUSTOMER'S AVERAGE ONLINE PAYMENT SCORES.  A CUSTOMER     *03480000
      *  WITH TOO FEW PAYMENTS BEHIND THEM HAS NO USUAL YET.           *03490000
      ******************************************************************03500000
       2000-CHECK-AMOUNT.                                               03510000
           MOVE COMM-FRD-FROM-SORTCODE                                  03520000
               TO FRDPROF-SORTCODE OF FRDSCORE-FRDPROF-REC              03530000
           MOVE COMM-FRD-CUSTOMER                                       03540000
               TO FRDPROF-CUSTOMER OF FRDSCORE-FRDPROF-REC              03550000
                                                                        03560000
           EXEC CICS                                                    03570000
               READ DATASET('FRDPROF')                                  03580000
                    INTO(FRDSCORE-FRDPROF-REC)                          03590000
                    RIDFLD(FRDPROF-KEY OF FRDSCORE-FRDPROF-REC)         03600000
                    RESP(FRDSCORE-RESP)                                 03610000
           END-EXEC                                                     03620000
                                                                        03630000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       03640000
               GO TO 2000-EXIT                                          03650000
           END-IF                                                       03660000
                                                                        03670000
           IF FRDPROF-PAYMENT-COUNT OF FRDSCORE-FRDPROF-REC             03680000
              < FRDSCORE-MIN-HISTORY                                    03690000
               GO TO 2000-EXIT                                          03700000
           END-IF                                                       03710000
                                                                        03720000
           COMPUTE FRDSCORE-USUAL-AMOUNT ROUNDED =                      03730000
               FRDPROF-PAYMENT-TOTAL OF FRDSCORE-FRDPROF-REC            03740000
             / FRDPROF-PAYMENT-COUNT OF FRDSCORE-FRDPROF-REC            03750000
                                                                        03760000
           IF COMM-FRD-AMOUNT                                           03770000
              > FRDSCORE-USUAL-AMOUNT * FRDSCORE-AMOUNT-MULTIPLE        03780000
               MOVE FRDSCORE-WT-HIGH-AMOUNT                             03790000
                   TO COMM-FRD-PTS-HIGH-AMOUNT                          03800000
           END-IF.                                                      03810000
       2000-EXIT.                                                       03820000
           EXIT.                                                        03830000
                                                                        03840000
      ******************************************************************03850000
      *  3000-CHECK-CONTACT-CHANGE - BROWSE THE CUSTOMER'S CHANGE      *03860000
      *  HISTORY FOR AN ADDRESS OR PHONE CHANGE WITHIN THE RECENT      *03870000
      *  WINDOW - THE USUAL PRELUDE TO A TAKEN-OVER ACCOUNT.           *03880000
      ******************************************************************03890000
       3000-CHECK-CONTACT-CHANGE.                                       03900000
           MOVE 'N' TO FRDSCORE-BROWSE-SWITCH                           03910000
                                                                        03920000
           MOVE COMM-FRD-FROM-SORTCODE                                  03930000
               TO CUSCHG-SORTCODE OF FRDSCORE-CUSCHG-REC                03940000
           MOVE COMM-FRD-CUSTOMER                                       03950000
               TO CUSCHG-CUSTNO OF FRDSCORE-CUSCHG-REC                  03960000
           MOVE ZERO TO CUSCHG-CHANGE-NUMBER OF FRDSCORE-CUSCHG-REC     03970000
                                                                        03980000
           EXEC CICS                                                    03990000
               STARTBR DATASET('CUSCHG')                                04000000
                       RIDFLD(CUSCHG-KEY OF FRDSCORE-CUSCHG-REC)        04010000
                       GTEQ                                             04020000
                       RESP(FRDSCORE-RESP)                              04030000
           END-EXEC                                                     04040000
                                                                        04050000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       04060000
               GO TO 3000-EXIT                                          04070000
           END-IF                                                       04080000
                                                                        04090000
           PERFORM 3050-READ-NEXT-CHANGE THRU 3050-EXIT                 04100000
              UNTIL FRDSCORE-BROWSE-DONE                                04110000
                                                                        04120000
           EXEC CICS                                                    04130000
               ENDBR DATASET('CUSCHG')                                  04140000
                     RESP(FRDSCORE-RESP)                                04150000
           END-EXEC.                                                    04160000
       3000-EXIT.                                                       04170000
           EXIT.                                                        04180000
                                                                        04190000
      ******************************************************************04200000
      *  3050-READ-NEXT-CHANGE - STEP THE BROWSE, SCORING THE FIRST    *04210000
      *  RECENT ADDRESS OR PHONE CHANGE FOUND.                         *04220000
      ******************************************************************04230000
       3050-READ-NEXT-CHANGE.                                           04240000
           EXEC CICS                                                    04250000
               READNEXT DATASET('CUSCHG')                               04260000
                        INTO(FRDSCORE-CUSCHG-REC)                       04270000
                        RIDFLD(CUSCHG-KEY OF FRDSCORE-CUSCHG-REC)       04280000
                        RESP(FRDSCORE-RESP)                             04290000
           END-EXEC                                                     04300000
                                                                        04310000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       04320000
               SET FRDSCORE-BROWSE-DONE TO TRUE                         04330000
               GO TO 3050-EXIT                                          04340000
           END-IF                                                       04350000
                                                                        04360000
           IF CUSCHG-SORTCODE OF FRDSCORE-CUSCHG-REC                    04370000
              NOT = COMM-FRD-FROM-SORTCODE                              04380000
              OR CUSCHG-CUSTNO OF FRDSCORE-CUSCHG-REC                   04390000
                 NOT = COMM-FRD-CUSTOMER                                04400000
               SET FRDSCORE-BROWSE-DONE TO TRUE                         04410000
               GO TO 3050-EXIT                                          04420000
           END-IF                                                       04430000
                                                                        04440000
           IF NOT CUSCHG-ADDR-CHANGED OF FRDSCORE-CUSCHG-REC            04450000
              AND NOT CUSCHG-PHONE-CHANGED OF FRDSCORE-CUSCHG-REC       04460000
               GO TO 3050-EXIT                                          04470000
           END-IF                                                       04480000
                                                                        04490000
           MOVE CUSCHG-CHANGE-DATE OF FRDSCORE-CUSCHG-REC               04500000
               TO FRDSCORE-EVENT-DATE                                   04510000
           PERFORM 8000-COMPUTE-AGE-DAYS THRU 8000-EXIT                 04520000
                                                                        04530000
           IF FRDSCORE-AGE-DAYS NOT > FRDSCORE-RECENT-DAYS              04540000
               MOVE FRDSCORE-WT-CONTACT-CHANGE                          04550000
                   TO COMM-FRD-PTS-CONTACT-CHANGE                       04560000
               SET FRDSCORE-BROWSE-DONE TO TRUE                         04570000
           END-IF.                                                      04580000
       3050-EXIT.                                                       04590000
           EXIT.                                                        04600000
                                                                        04610000
      ******************************************************************04620000
      *  4000-CHECK-ENROLMENT - A CUSTOMER ENROLLED FOR ONLINE ONLY    *04630000
      *  RECENTLY, OR WITH A RUN OF FAILED LOGINS BEHIND THIS ONE,     *04640000
      *  MAY NOT BE THE PERSON AT THE KEYBOARD.                        *04650000
      ******************************************************************04660000
       4000-CHECK-ENROLMENT.                                            04670000
           MOVE COMM-FRD-FROM-SORTCODE                                  04680000
               TO CHANREG-SORTCODE OF FRDSCORE-CHANREG-REC              04690000
           MOVE COMM-FRD-CUSTOMER                                       04700000
               TO CHANREG-CUSTOMER OF FRDSCORE-CHANREG-REC              04710000
                                                                        04720000
           EXEC CICS                                                    04730000
               READ DATASET('CHANREG')                                  04740000
                    INTO(FRDSCORE-CHANREG-REC)                          04750000
                    RIDFLD(CHANREG-KEY OF FRDSCORE-CHANREG-REC)         04760000
                    RESP(FRDSCORE-RESP)                                 04770000
           END-EXEC                                                     04780000
                                                                        04790000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       04800000
               GO TO 4000-EXIT                                          04810000
           END-IF                                                       04820000
                                                                        04830000
           MOVE CHANREG-ENROLLED-DATE OF FRDSCORE-CHANREG-REC           04840000
               TO FRDSCORE-EVENT-DATE                                   04850000
           PERFORM 8000-COMPUTE-AGE-DAYS THRU 8000-EXIT                 04860000
                                                                        04870000
           IF FRDSCORE-AGE-DAYS NOT > FRDSCORE-RECENT-DAYS              04880000
               MOVE FRDSCORE-WT-NEW-ENROLMENT                           04890000
                   TO COMM-FRD-PTS-NEW-ENROLMENT                        04900000
           END-IF                                                       04910000
                                                                        04920000
           IF CHANREG-FAILED-ATTEMPTS OF FRDSCORE-CHANREG-REC           04930000
              NOT < FRDSCORE-LOGIN-STREAK                               04940000
               MOVE FRDSCORE-WT-FAILED-LOGINS                           04950000
                   TO COMM-FRD-PTS-FAILED-LOGINS                        04960000
           END-IF.                                                      04970000
       4000-EXIT.                                                       04980000
           EXIT.                                                        04990000
                                                                        05000000
      ******************************************************************05010000
      *  5000-DECIDE - ADD UP THE POINTS AND SET THE DECISION.         *05020000
      ******************************************************************05030000
       5000-DECIDE.                                                     05040000
           COMPUTE COMM-FRD-SCORE =                                     05050000
               COMM-FRD-PTS-NEW-PAYEE                                   05060000
             + COMM-FRD-PTS-HIGH-AMOUNT                                 05070000
             + COMM-FRD-PTS-CONTACT-CHANGE                              05080000
             + COMM-FRD-PTS-NEW-ENROLMENT                               05090000
             + COMM-FRD-PTS-FAILED-LOGINS                               05100000
             + COMM-FRD-PTS-NAME-MISMATCH                               05110000
                                                                        05120000
           EVALUATE TRUE                                                05130000
               WHEN COMM-FRD-SCORE NOT < FRDSCORE-DECLINE-SCORE         05140000
                   SET COMM-FRD-DECLINE TO TRUE                         05150000
               WHEN COMM-FRD-SCORE NOT < FRDSCORE-HOLD-SCORE            05160000
                   SET COMM-FRD-HOLD TO TRUE                            05170000
               WHEN OTHER                                               05180000
                   SET COMM-FRD-ALLOW TO TRUE                           05190000
           END-EVALUATE.                                                05200000
       5000-EXIT.                                                       05210000
           EXIT.                                                        05220000
                                                                        05230000
      ******************************************************************05240000
      *  6000-WRITE-LOG - RECORD THE DECISION AND ITS MAKINGS.  THE    *05250000
      *  DECISION STANDS EVEN IF THE LOG CANNOT BE WRITTEN.            *05260000
      ******************************************************************05270000
       6000-WRITE-LOG.                                                  05280000
           MOVE SPACES TO FRDSCORE-FRDLOG-REC                           05290000
           MOVE 'FLOG' TO FRDLOG-EYECATCHER OF FRDSCORE-FRDLOG-REC      05300000
           MOVE FRDSCORE-TODAYS-DATE                                    05310000
               TO FRDLOG-DATE OF FRDSCORE-FRDLOG-REC                    05320000
           MOVE EIBTIME TO FRDLOG-TIME OF FRDSCORE-FRDLOG-REC           05330000
           MOVE EIBTASKN TO FRDLOG-TASK OF FRDSCORE-FRDLOG-REC          05340000
           MOVE COMM-FRD-CHANNEL                                        05350000
               TO FRDLOG-CHANNEL OF FRDSCORE-FRDLOG-REC                 05360000
           MOVE COMM-FRD-FROM-SORTCODE                                  05370000
               TO FRDLOG-FROM-SORTCODE OF FRDSCORE-FRDLOG-REC           05380000
           MOVE COMM-FRD-FROM-ACCOUNT                                   05390000
               TO FRDLOG-FROM-ACCOUNT OF FRDSCORE-FRDLOG-REC            05400000
           MOVE COMM-FRD-CUSTOMER                                       05410000
               TO FRDLOG-CUSTOMER OF FRDSCORE-FRDLOG-REC                05420000
           MOVE COMM-FRD-TO-SORTCODE                                    05430000
               TO FRDLOG-TO-SORTCODE OF FRDSCORE-FRDLOG-REC             05440000
           MOVE COMM-FRD-TO-ACCOUNT                                     05450000
               TO FRDLOG-TO-ACCOUNT OF FRDSCORE-FRDLOG-REC              05460000
           MOVE COMM-FRD-PAYEE-NUMBER                                   05470000
               TO FRDLOG-PAYEE-NUMBER OF FRDSCORE-FRDLOG-REC            05480000
           MOVE COMM-FRD-AMOUNT                                         05490000
               TO FRDLOG-AMOUNT OF FRDSCORE-FRDLOG-REC                  05500000
           MOVE COMM-FRD-POINTS                                         05510000
               TO FRDLOG-POINTS OF FRDSCORE-FRDLOG-REC                  05520000
           MOVE COMM-FRD-SCORE                                          05530000
               TO FRDLOG-SCORE OF FRDSCORE-FRDLOG-REC                   05540000
           MOVE COMM-FRD-DECISION                                       05550000
               TO FRDLOG-DECISION OF FRDSCORE-FRDLOG-REC                05560000
                                                                        05570000
           EXEC CICS                                                    05580000
               WRITE DATASET('FRDLOG')                                  05590000
                     FROM(FRDSCORE-FRDLOG-REC)                          05600000
                     RIDFLD(FRDLOG-KEY OF FRDSCORE-FRDLOG-REC)          05610000
                     RESP(FRDSCORE-RESP)                                05620000
           END-EXEC.                                                    05630000
       6000-EXIT.                                                       05640000
           EXIT.                                                        05650000
                                                                        05660000
      ******************************************************************05670000
      *  7000-UPDATE-PROFILE - ADD AN ALLOWED PAYMENT TO THE           *05680000
      *  CUSTOMER'S PROFILE, STARTING ONE ON THEIR FIRST PAYMENT.      *05690000
      ******************************************************************05700000
       7000-UPDATE-PROFILE.                                             05710000
           MOVE COMM-FRD-FROM-SORTCODE                                  05720000
               TO FRDPROF-SORTCODE OF FRDSCORE-FRDPROF-REC              05730000
           MOVE COMM-FRD-CUSTOMER                                       05740000
               TO FRDPROF-CUSTOMER OF FRDSCORE-FRDPROF-REC              05750000
                                                                        05760000
           EXEC CICS                                                    05770000
               READ DATASET('FRDPROF')                                  05780000
                    INTO(FRDSCORE-FRDPROF-REC)                          05790000
                    RIDFLD(FRDPROF-KEY OF FRDSCORE-FRDPROF-REC)         05800000
                    UPDATE                                              05810000
                    RESP(FRDSCORE-RESP)                                 05820000
           END-EXEC                                                     05830000
                                                                        05840000
           IF FRDSCORE-RESP = DFHRESP(NOTFND)                           05850000
               PERFORM 7100-START-PROFILE THRU 7100-EXIT                05860000
               GO TO 7000-EXIT                                          05870000
           END-IF                                                       05880000
                                                                        05890000
           IF FRDSCORE-RESP NOT = DFHRESP(NORMAL)                       05900000
               GO TO 7000-EXIT                                          05910000
           END-IF                                                       05920000
                                                                        05930000
           ADD 1 TO FRDPROF-PAYMENT-COUNT OF FRDSCORE-FRDPROF-REC       05940000
           ADD COMM-FRD-AMOUNT                                          05950000
               TO FRDPROF-PAYMENT-TOTAL OF FRDSCORE-FRDPROF-REC         05960000
           IF COMM-FRD-AMOUNT                                           05970000
              > FRDPROF-LARGEST-PAYMENT OF FRDSCORE-FRDPROF-REC         05980000
               MOVE COMM-FRD-AMOUNT                                     05990000
                   TO FRDPROF-LARGEST-PAYMENT OF FRDSCORE-FRDPROF-REC   06000000
           END-IF                                                       06010000
           MOVE FRDSCORE-TODAYS-DATE                                    06020000
               TO FRDPROF-LAST-PAYMENT-DATE OF FRDSCORE-FRDPROF-REC     06030000
                                                                        06040000
           EXEC CICS                                                    06050000
               REWRITE DATASET('FRDPROF')                               06060000
                       FROM(FRDSCORE-FRDPROF-REC)                       06070000
                       RESP(FRDSCORE-RESP)                              06080000
           END-EXEC.                                                    06090000
       7000-EXIT.                                                       06100000
           EXIT.                                                        06110000
                                                                        06120000
      ******************************************************************06130000
      *  7100-START-PROFILE - THE CUSTOMER'S FIRST SCORED PAYMENT.     *06140000
      ******************************************************************06150000
       7100-START-PROFILE.                                              06160000
           MOVE SPACES TO FRDSCORE-FRDPROF-REC                          06170000
           MOVE 'FPRF' TO FRDPROF-EYECATCHER OF FRDSCORE-FRDPROF-REC    06180000
           MOVE COMM-FRD-FROM-SORTCODE                                  06190000
               TO FRDPROF-SORTCODE OF FRDSCORE-FRDPROF-REC              06200000
           MOVE COMM-FRD-CUSTOMER                                       06210000
               TO FRDPROF-CUSTOMER OF FRDSCORE-FRDPROF-REC              06220000
           MOVE 1 TO FRDPROF-PAYMENT-COUNT OF FRDSCORE-FRDPROF-REC      06230000
           MOVE COMM-FRD-AMOUNT                                         06240000
               TO FRDPROF-PAYMENT-TOTAL OF FRDSCORE-FRDPROF-REC         06250000
           MOVE COMM-FRD-AMOUNT                                         06260000
               TO FRDPROF-LARGEST-PAYMENT OF FRDSCORE-FRDPROF-REC       06270000
           MOVE FRDSCORE-TODAYS-DATE                                    06280000
               TO FRDPROF-LAST-PAYMENT-DATE OF FRDSCORE-FRDPROF-REC     06290000
                                                                        06300000
           EXEC CICS                                                    06310000
               WRITE DATASET('FRDPROF')                                 06320000
                     FROM(FRDSCORE-FRDPROF-REC)                         06330000
                     RIDFLD(FRDPROF-KEY OF FRDSCORE-FRDPROF-REC)        06340000
                     RESP(FRDSCORE-RESP)                                06350000
           END-EXEC.                                                    06360000
       7100-EXIT.                                                       06370000
           EXIT.                                                        06380000
                                                                        06390000
      ******************************************************************06400000
      *  8000-COMPUTE-AGE-DAYS - HOW MANY DAYS AGO THE EVENT DATE WAS, *06410000
      *  ON THE 30-DAY-MONTH RECKONING APPEXPIR USES.  A ZERO DATE     *06420000
      *  (NEVER RECORDED) IS TREATED AS LONG AGO.                      *06430000
      ******************************************************************06440000
       8000-COMPUTE-AGE-DAYS.                                           06450000
           IF FRDSCORE-EVENT-DATE = ZERO                                06460000
               MOVE 9999999 TO FRDSCORE-AGE-DAYS                        06470000
               GO TO 8000-EXIT                                          06480000
           END-IF                                                       06490000
                                                                        06500000
           COMPUTE FRDSCORE-AGE-DAYS =                                  06510000
               (FRDSCORE-TODAY-YYYY - FRDSCORE-EVENT-YYYY) * 360        06520000
             + (FRDSCORE-TODAY-MM - FRDSCORE-EVENT-MM) * 30             06530000
             + (FRDSCORE-TODAY-DD - FRDSCORE-EVENT-DD).                 06540000
       8000-EXIT.                                                       06550000
           EXIT.                                                        06560000
                                                                        06570000
      ******************************************************************06580000
      *  9999-EXIT - RETURN TO THE CALLER.                             *06590000
      ******************************************************************06600000
       9999-EXIT.                                                       06610000
           EXEC CICS                                                    06620000
               RETURN                                                   06630000
           END-EXEC.                                                    06640000
