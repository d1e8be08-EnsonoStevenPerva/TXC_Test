                 88 CUSCHG-MINOR-NOT-CHANGED     VALUE SPACE.           00414998
              05 CUSCHG-OLD-MINOR-FLAG           PIC X.                 00416664
              05 CUSCHG-NEW-MINOR-FLAG           PIC X.                 00418330
              05 CUSCHG-CONSENT-SWITCH           PIC X.                 00420000
                 88 CUSCHG-CONSENT-CHANGED       VALUE 'Y'.             00430000
                 88 CUSCHG-CONSENT-NOT-CHANGED   VALUE SPACE.           00440000
              05 CUSCHG-OLD-CONSENTS             PIC X(12).             00450000
              05 CUSCHG-NEW-CONSENTS             PIC X(12).             00460000
              05 CUSCHG-CONSENT-CAPTURE          PIC X.                 00470000
              05 CUSCHG-CONSENT-OPERATOR         PIC X(3).              00480000
              05 CUSCHG-PHONE-SWITCH             PIC X.                 00490000
                 88 CUSCHG-PHONE-CHANGED         VALUE 'Y'.             00500000
                 88 CUSCHG-PHONE-NOT-CHANGED     VALUE SPACE.           00510000
              05 CUSCHG-OLD-PHONE                PIC X(20).             00520000
              05 CUSCHG-NEW-PHONE                PIC X(20).             00530000
      *   AN ARRANGED OVERDRAFT LIMIT REDUCTION AGREED ON REVIEW       *00530100
      *   (ODREVIEW), RECORDED WHEN NOTICE IS GIVEN.  THE NEW LIMIT    *00530200
      *   TAKES EFFECT ON THE EFFECTIVE DATE; CUSNOTIF WRITES THE      *00530300
      *   ADVANCE NOTICE LETTER.                                       *00530400
              05 CUSCHG-ODLIMIT-SWITCH           PIC X.                 00530500
                 88 CUSCHG-ODLIMIT-CHANGED       VALUE 'Y'.             00530600
                 88 CUSCHG-ODLIMIT-NOT-CHANGED   VALUE SPACE.           00530700
              05 CUSCHG-ODLIMIT-SORTCODE         PIC 9(6) DISPLAY.      00530800
              05 CUSCHG-ODLIMIT-ACCOUNT          PIC 9(8) DISPLAY.      00530900
              05 CUSCHG-OLD-ODLIMIT              PIC 9(10)V99.          00531000
              05 CUSCHG-NEW-ODLIMIT              PIC 9(10)V99.          00531100
              05 CUSCHG-ODLIMIT-EFFECTIVE-DATE   PIC 9(8).              00531200
