       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DATECTL.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, tum batch programlarinin calistirma tarihini
      *aldigi tek kayitli is gunu kontrol dosyasinin (BUSDATE)
      *bakimini yapar. Islev PARM ile verilir:
      *  ROLL           operator her is gunu basinda tarihi bir
      *                 sonraki is gunune (hafta sonu ve HOLIDAYS
      *                 takvimindeki tatiller atlanarak) ilerletir.
      *  ROLL,YYYYMMDD  tarihi verilen gune ilerletir; dosya ilk kez
      *                 kurulurken ya da tatil takvimi disinda bir
      *                 gune gecilirken kullanilir.
      *  CHECK          gece zincirinin ilk adimidir: tarih bu gece
      *                 icin ilerletilmemisse (son kapanan gunle
      *                 ayni) ya da kapanmamis bir gunun uzerinden
      *                 bir kez daha ilerletilmisse RC=8 ile biter ve
      *                 zincir calismaz.
      *  CLOSE          gece zincirinin son adimidir: denge kapisi
      *                 GO verdiyse is gununu kapanmis isaretler.
      *Kapanmamis bir is gunu ilerletilmez; boylece basarisiz bir
      *gece, ertesi sabah ayni is gunuyle yeniden kosulur ve tarih
      *iki kez ilerletilemez. Kontrol dosyasi acilamazsa ya da PARM
      *tanimsizsa RC=12 ile durulur.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Tek kayitli is gunu kontrol dosyasi; kayit yerinde yeniden
      *yazildigi icin I-O olarak acilir.
           SELECT CTL-FILE   ASSIGN TO BUSDATE
                             STATUS ST-CTL-FILE.
       DATA DIVISION.
       FILE SECTION.
      *Kontrol kaydi: gecerli, onceki ve son kapanan is gunu (hepsi
      *YYYYMMDD) ile ilerletme ve kapanis anlarinin sistem saati
      *damgalari (YYYYMMDDHHMMSS, yalnizca iz icin).
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
            88 CTL-FILE-EOF                VALUE 10.
      *PARM: islev ve istege bagli hedef tarih, virgulle ayrilir.
       01 WS-PARM-AREA.
         05 WS-PARM            PIC X(20) VALUE SPACES.
         05 WS-PARM-FUNC       PIC X(5)  VALUE SPACES.
            88 FUNC-ROLL                   VALUE 'ROLL'.
            88 FUNC-CHECK                  VALUE 'CHECK'.
            88 FUNC-CLOSE                  VALUE 'CLOSE'.
         05 WS-PARM-DATE       PIC X(8)  VALUE SPACES.
         05 WS-TARGET-DATE     PIC 9(8)  VALUE ZERO.
      *Kontrol dosyasi bos ya da kaydi bozuksa, yalnizca tarihli
      *ROLL ile yeniden kurulabilir.
       01 WS-SWITCHES.
         05 WS-EMPTY-SW        PIC X VALUE 'N'.
            88 CONTROL-EMPTY               VALUE 'Y'.
       01 WS-ROLL-AREA.
         05 WS-NEW-DATE        PIC 9(8) VALUE ZERO.
         05 WS-NEW-INT         PIC 9(7) VALUE ZERO.
         05 WS-STEP-COUNT      PIC 9(3) VALUE ZERO.
         05 WS-STAMP           PIC X(14) VALUE SPACES.
      *Tarihler ve is gunu farki DATEVAL altprogramiyla bulunur.
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           EVALUATE TRUE
               WHEN FUNC-ROLL
                   PERFORM H200-ROLL-DATE
               WHEN FUNC-CHECK
                   PERFORM H300-CHECK-DATE
               WHEN FUNC-CLOSE
                   PERFORM H400-CLOSE-DATE
           END-EVALUATE
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *PARM'i cozup kontrol dosyasini aciyor ve kaydi okuyoruz.
      *Ilerletme ve kapanis damgalari icin sistem saati alinir;
      *is gunu hicbir zaman saatten turetilmez.
       H100-OPEN-FILES.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FUNC WS-PARM-DATE
           END-UNSTRING.
           IF NOT (FUNC-ROLL OR FUNC-CHECK OR FUNC-CLOSE)
               DISPLAY 'INVALID PARM - USE ROLL, ROLL,YYYYMMDD, '
                   'CHECK OR CLOSE: ' WS-PARM
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-PARM-DATE NOT = SPACES
               IF (WS-PARM-DATE IS NUMERIC) AND FUNC-ROLL
                   MOVE WS-PARM-DATE TO WS-TARGET-DATE
               ELSE
                   DISPLAY 'INVALID DATE IN PARM: ' WS-PARM
                   MOVE 12 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           OPEN I-O CTL-FILE.
           IF NOT CTL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN BUSDATE: ' ST-CTL-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CTL-FILE.
           IF CTL-FILE-EOF
               SET CONTROL-EMPTY TO TRUE
           ELSE
               IF (CTL-CURR-DATE NOT NUMERIC) OR
                   (CTL-PREV-DATE NOT NUMERIC) OR
                   (CTL-CLOSE-DATE NOT NUMERIC) OR
                   (CTL-CURR-DATE = ZERO)
                   DISPLAY 'BUSDATE CONTROL RECORD INVALID'
                   SET CONTROL-EMPTY TO TRUE
               ELSE
                   DISPLAY 'CURRENT BUSINESS DATE : ' CTL-CURR-DATE
                   DISPLAY 'PREVIOUS BUSINESS DATE: ' CTL-PREV-DATE
                   DISPLAY 'LAST CLOSED DATE      : ' CTL-CLOSE-DATE
               END-IF
           END-IF.
       H100-END. EXIT.
      *Is gununu ilerletiyoruz. Bos dosya yalnizca tarihli PARM ile
      *kurulur; kapanmamis is gunu ilerletilmez.
       H200-ROLL-DATE.
           IF CONTROL-EMPTY
               PERFORM H250-INITIALIZE-CONTROL
           ELSE
               IF CTL-CLOSE-DATE NOT = CTL-CURR-DATE
                   DISPLAY 'BUSINESS DATE ' CTL-CURR-DATE
                       ' NOT CLOSED - ROLL REFUSED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM H210-FIND-NEW-DATE
                   IF RETURN-CODE = ZERO
                       MOVE CTL-CURR-DATE TO CTL-PREV-DATE
                       MOVE WS-NEW-DATE   TO CTL-CURR-DATE
                       MOVE WS-STAMP      TO CTL-ROLL-STAMP
                       PERFORM H500-REWRITE-CONTROL
                       DISPLAY 'BUSINESS DATE ROLLED FROM '
                           CTL-PREV-DATE ' TO ' CTL-CURR-DATE
                   END-IF
               END-IF
           END-IF.
       H200-END. EXIT.
      *Yeni is gununu buluyoruz: PARM'da tarih varsa o tarih
      *dogrulanir ve gecerli gunden ileri olmalidir; yoksa tatil
      *takvimine gore bir sonraki is gunu aranir. Takvim
      *acilamazsa ilerletme tarihli PARM ile yapilmalidir.
       H210-FIND-NEW-DATE.
           IF WS-TARGET-DATE NOT = ZERO
               MOVE 'V'            TO DV-FUNCTION
               MOVE WS-TARGET-DATE TO DV-DATE-1
               CALL 'DATEVAL' USING DATEVAL-PARM
               IF DV-DATE-INVALID OR
                   (WS-TARGET-DATE NOT > CTL-CURR-DATE)
                   DISPLAY 'TARGET DATE INVALID OR NOT AFTER '
                       CTL-CURR-DATE ': ' WS-TARGET-DATE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-TARGET-DATE TO WS-NEW-DATE
               END-IF
           ELSE
               MOVE ZERO TO DV-BUS-DAYS
               MOVE ZERO TO WS-STEP-COUNT
               MOVE 'N'  TO DV-HOL-FAIL-SW
               COMPUTE WS-NEW-INT =
                   FUNCTION INTEGER-OF-DATE(CTL-CURR-DATE)
               PERFORM H220-TRY-NEXT-DAY
                   UNTIL (DV-BUS-DAYS > ZERO)
                   OR (DV-HOL-FAIL-SW = 'Y')
                   OR (WS-STEP-COUNT > 15)
               IF (DV-HOL-FAIL-SW = 'Y') OR (DV-BUS-DAYS = ZERO)
                   DISPLAY 'NEXT BUSINESS DATE NOT DETERMINED - '
                       'ROLL WITH PARM=ROLL,YYYYMMDD'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       H210-END. EXIT.
       H220-TRY-NEXT-DAY.
           ADD 1 TO WS-STEP-COUNT.
           ADD 1 TO WS-NEW-INT.
           COMPUTE WS-NEW-DATE = FUNCTION DATE-OF-INTEGER(WS-NEW-INT).
           MOVE 'B'           TO DV-FUNCTION.
           MOVE CTL-CURR-DATE TO DV-DATE-1.
           MOVE WS-NEW-DATE   TO DV-DATE-2.
           CALL 'DATEVAL' USING DATEVAL-PARM.
       H220-END. EXIT.
      *Bos ya da bozuk kontrol dosyasini tarihli PARM ile
      *kuruyoruz; kurulan gun henuz kapanmamistir.
       H250-INITIALIZE-CONTROL.
           IF WS-TARGET-DATE = ZERO
               DISPLAY 'BUSDATE NOT INITIALIZED - '
                   'USE PARM=ROLL,YYYYMMDD'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'V'            TO DV-FUNCTION
               MOVE WS-TARGET-DATE TO DV-DATE-1
               CALL 'DATEVAL' USING DATEVAL-PARM
               IF DV-DATE-INVALID
                   DISPLAY 'INVALID DATE IN PARM: ' WS-TARGET-DATE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   CLOSE CTL-FILE
                   OPEN OUTPUT CTL-FILE
                   MOVE SPACES         TO CTL-REC
                   MOVE WS-TARGET-DATE TO CTL-CURR-DATE
                   MOVE ZERO           TO CTL-PREV-DATE
                   MOVE ZERO           TO CTL-CLOSE-DATE
                   MOVE WS-STAMP       TO CTL-ROLL-STAMP
                   WRITE CTL-REC
                   IF CTL-FILE-SUCCES
                       DISPLAY 'BUSDATE INITIALIZED TO '
                           CTL-CURR-DATE
                   ELSE
                       DISPLAY 'BUSDATE WRITE FAILED: ' ST-CTL-FILE
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       H250-END. EXIT.
      *Gece zincirinin basinda tarihi denetliyoruz: bu gece icin
      *ilerletilmemis ya da kapanmamis bir gunun uzerinden ikinci
      *kez ilerletilmis tarihle zincir calismaz. Kurulumdan sonraki
      *ilk gecede (hic kapanan gun yok) onceki gun denetlenmez.
       H300-CHECK-DATE.
           IF CONTROL-EMPTY
               DISPLAY 'BUSDATE NOT INITIALIZED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTL-CURR-DATE = CTL-CLOSE-DATE
                   DISPLAY 'BUSINESS DATE ' CTL-CURR-DATE
                       ' ALREADY CLOSED - DATE NOT ROLLED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF CTL-PREV-DATE NOT = CTL-CLOSE-DATE
                       DISPLAY 'BUSINESS DATE ROLLED MORE THAN ONCE'
                           ' SINCE ' CTL-CLOSE-DATE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY 'BUSINESS DATE ' CTL-CURR-DATE
                           ' OPEN FOR PROCESSING'
                   END-IF
               END-IF
           END-IF.
       H300-END. EXIT.
      *Gece zincirinin sonunda is gununu kapatiyoruz; zaten
      *kapanmis gun icin yalnizca uyarilir.
       H400-CLOSE-DATE.
           IF CONTROL-EMPTY
               DISPLAY 'BUSDATE NOT INITIALIZED - NOTHING TO CLOSE'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTL-CURR-DATE = CTL-CLOSE-DATE
                   DISPLAY 'BUSINESS DATE ' CTL-CURR-DATE
                       ' ALREADY CLOSED'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE CTL-CURR-DATE TO CTL-CLOSE-DATE
                   MOVE WS-STAMP      TO CTL-CLOSE-STAMP
                   PERFORM H500-REWRITE-CONTROL
                   DISPLAY 'BUSINESS DATE ' CTL-CLOSE-DATE ' CLOSED'
               END-IF
           END-IF.
       H400-END. EXIT.
       H500-REWRITE-CONTROL.
           REWRITE CTL-REC.
           IF NOT CTL-FILE-SUCCES
               DISPLAY 'BUSDATE REWRITE FAILED: ' ST-CTL-FILE
               MOVE 12 TO RETURN-CODE
           END-IF.
       H500-END. EXIT.
       H999-PROGRAM-EXIT.
           CLOSE CTL-FILE.
           STOP RUN.
      *
