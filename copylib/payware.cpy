      *   CAPTURED BY FUTPAY AND RELEASED BY THE NIGHTLY PAYREL        *00110000
      *   BATCH ON ITS DUE DATE (ROLLED FORWARD OFF NON-WORKING        *00120000
      *   DAYS USING THE PROCCAL CALENDAR).                            *00130000
      *   AN INSTRUCTION OVER PAYREL'S RELEASE THRESHOLD IS HELD (H)   *00132500
      *   ON THE PENDREL QUEUE UNTIL AN OPERATOR RELEASES IT THROUGH   *00135000
      *   HVREL, WHICH MARKS IT AUTHORISED (A) FOR THE NEXT RUN.       *00137500
              05 PAYWARE-KEY.                                           00140000
                 07 PAYWARE-SORTCODE              PIC 9(6) DISPLAY.     00150000
                 07 PAYWARE-NUMBER                PIC 9(8) DISPLAY.     00160000
                 88 PAYWARE-RELEASED                VALUE 'R'.          00300000
                 88 PAYWARE-REJECTED                VALUE 'J'.          00310000
                 88 PAYWARE-CANCELLED               VALUE 'C'.          00320000
                 88 PAYWARE-HELD                    VALUE 'H'.          00323333
                 88 PAYWARE-AUTHORISED              VALUE 'A'.          00326666
              05 PAYWARE-RELEASED-DATE            PIC 9(8).             00330000
              05 PAYWARE-REJECT-REASON            PIC X(30).            00340000
