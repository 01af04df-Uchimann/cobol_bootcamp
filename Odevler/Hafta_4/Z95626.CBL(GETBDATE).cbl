       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETBDATE.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu altprogram, batch programlarinin calistirma tarihini
      *sistem saatinden degil, ortak is gunu kontrol dosyasindan
      *(BUSDATE) almasini saglar. Operasyon her is gunu basinda
      *DATECTL programiyla tarihi ilerletir; zincir gece yarisindan
      *sonra yeniden baslatilsa ya da basarisiz bir gece ertesi
      *sabah yeniden kosulsa da gunlukler, GL beslemesi ve denetim
      *gunlugu hep ayni is gunuyle damgalanir.
      *
      *Parametre alani (cagiran program ayni yerlesimi tanimlar):
      *  BD-DATE-SW    'Y' = tarih alindi, 'N' = kontrol dosyasi
      *                acilamadi, bos ya da tarihi gecersiz; cagiran
      *                program sistem saatine donmeden durmalidir
      *  BD-CURR-DATE  YYYYMMDD gecerli is gunu
      *  BD-PREV-DATE  YYYYMMDD bir onceki is gunu
      *  BD-CLOSE-DATE YYYYMMDD gece zinciri basariyla kapanan son
      *                is gunu
      *
      *Kontrol kaydi ilk cagrida bir kez okunur; ayni adimdaki
      *sonraki cagrilar ayni tarihi doner.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Tek kayitli is gunu kontrol dosyasi; bakimi DATECTL yapar.
           SELECT CTL-FILE   ASSIGN TO BUSDATE
                             STATUS ST-CTL-FILE.
       DATA DIVISION.
       FILE SECTION.
      *Kontrol kaydinin yapisi, DATECTL programindaki CTL-REC ile
      *aynidir.
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05  CTL-CURR-DATE      PIC 9(8).
           05  CTL-PREV-DATE      PIC 9(8).
           05  CTL-CLOSE-DATE     PIC 9(8).
           05  CTL-ROLL-STAMP     PIC X(14).
           05  CTL-CLOSE-STAMP    PIC X(14).
           05  FILLER             PIC X(28).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-CTL-FILE        PIC 9(2).
            88 CTL-FILE-SUCCES             VALUE 00 97.
      *Ilk cagrida okunan tarihler burada saklanir.
       01 WS-LOADED-SW         PIC X VALUE 'N'.
         88 DATE-LOADED             VALUE 'Y'.
       01 WS-SAVED-DATES.
         05 WS-SAVED-SW        PIC X(1) VALUE 'N'.
         05 WS-SAVED-CURR      PIC 9(8) VALUE ZERO.
         05 WS-SAVED-PREV      PIC 9(8) VALUE ZERO.
         05 WS-SAVED-CLOSE     PIC 9(8) VALUE ZERO.
      *Is gunu, DATEVAL altprogramiyla takvime gore dogrulanir.
       01 DATEVAL-PARM.
         05 DV-FUNCTION        PIC X(1).
         05 DV-DATE-1          PIC 9(8).
         05 DV-DATE-2          PIC 9(8).
         05 DV-VALID-SW        PIC X(1).
            88 DV-DATE-VALID               VALUE 'Y'.
            88 DV-DATE-INVALID             VALUE 'N'.
         05 DV-DAY-OF-WEEK     PIC 9(1).
         05 DV-BUS-DAYS        PIC S9(8).
         05 DV-HOL-COUNT       PIC 9(3).
         05 DV-HOL-FAIL-SW     PIC X(1).
       LINKAGE SECTION.
       01 BUSDATE-PARM.
         05 BD-DATE-SW         PIC X(1).
            88 BD-DATE-OK                  VALUE 'Y'.
         05 BD-CURR-DATE       PIC 9(8).
         05 BD-PREV-DATE       PIC 9(8).
         05 BD-CLOSE-DATE      PIC 9(8).
      *------------------
       PROCEDURE DIVISION USING BUSDATE-PARM.
      *------------------
       0000-MAIN.
           IF NOT DATE-LOADED
               PERFORM H100-LOAD-CONTROL
           END-IF
           MOVE WS-SAVED-SW    TO BD-DATE-SW
           MOVE WS-SAVED-CURR  TO BD-CURR-DATE
           MOVE WS-SAVED-PREV  TO BD-PREV-DATE
           MOVE WS-SAVED-CLOSE TO BD-CLOSE-DATE
           GOBACK.
       0000-END. EXIT.
      *Kontrol kaydini okuyup gecerli is gununu dogruluyoruz. Dosya
      *acilamaz, bos ya da tarih gecersizse bir kez uyarilir ve
      *cagirana 'N' donulur.
       H100-LOAD-CONTROL.
           SET DATE-LOADED TO TRUE.
           MOVE 'N' TO WS-SAVED-SW.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN BUSDATE: ' ST-CTL-FILE
           ELSE
               READ CTL-FILE
               IF NOT CTL-FILE-SUCCES
                   DISPLAY 'BUSDATE CONTROL RECORD MISSING: '
                       ST-CTL-FILE
               ELSE
                   PERFORM H110-CHECK-CONTROL
               END-IF
               CLOSE CTL-FILE
           END-IF.
       H100-END. EXIT.
       H110-CHECK-CONTROL.
           IF CTL-CURR-DATE IS NUMERIC
               MOVE 'V'           TO DV-FUNCTION
               MOVE CTL-CURR-DATE TO DV-DATE-1
               CALL 'DATEVAL' USING DATEVAL-PARM
           ELSE
               MOVE 'N' TO DV-VALID-SW
           END-IF.
           IF DV-DATE-INVALID
               DISPLAY 'BUSDATE CURRENT DATE INVALID: ' CTL-CURR-DATE
           ELSE
               MOVE 'Y'           TO WS-SAVED-SW
               MOVE CTL-CURR-DATE TO WS-SAVED-CURR
               IF CTL-PREV-DATE IS NUMERIC
                   MOVE CTL-PREV-DATE TO WS-SAVED-PREV
               END-IF
               IF CTL-CLOSE-DATE IS NUMERIC
                   MOVE CTL-CLOSE-DATE TO WS-SAVED-CLOSE
               END-IF
               DISPLAY 'BUSINESS DATE   : ' WS-SAVED-CURR
           END-IF.
       H110-END. EXIT.
      *
