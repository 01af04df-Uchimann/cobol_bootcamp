       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXEXPOS.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, indeks ana dosyasindaki (IDXFILE) musteri basina
      *coklu para birimi pozisyonunu ve yogunlasmayi raporlar. WEEK3
      *yalnizca para birimi toplamlarini verir; burada her musterinin
      *(IDX-ID) butun para birimi bacaklari (IDX-DVZ) bir arada
      *gosterilir. Her bacagin bakiyesi, WEEK3'un kuraliyla secilen
      *gecerli kurla (FXRATES; gecerlilik tarihi is gununden sonra
      *olmayan, suresi bitmemis en yeni satir, 840 icin satir yoksa 1)
      *baz para birimine cevrilir. Musteri icin bacaklar, baz para
      *birimi toplami ve toplamin yabanci para birimindeki payi
      *yazilir.
      *Musteri, RECON'daki baglantiyla (IDX-ID'nin sekiz haneli sayisal
      *degeri = ACCT-NO) hesap ana dosyasina baglanir; toplam pozisyon
      *bagli hesabin limitini asiyorsa musteri OVER LIMIT olarak
      *isaretlenir. Hesabi bulunmayan musteri NO ACCOUNT olarak
      *gosterilir.
      *Raporun sonunda toplam pozisyona gore en buyuk N musteri,
      *defterin (butun musterilerin toplami) yuzdesi olarak
      *listelenir. PARM uc hanedir: N (bos ise 010, en fazla 050).
      *Kuru bulunamayan bacak toplama katilmaz, NO RATE olarak
      *gosterilir ve program RC=4 ile biter.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Indeks ana dosyasi anahtar sirasinda okunur; ayni musterinin
      *bacaklari bu sayede ardisik gelir.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
      *Hesap ana dosyasi, bagli hesabin limiti icin anahtarla okunur.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
           SELECT FX-FILE    ASSIGN TO FXRATES
                             STATUS ST-FX-FILE.
           SELECT EXP-PRINT  ASSIGN TO EXPRPT
                             STATUS ST-EXP-PRINT.
       DATA DIVISION.
       FILE SECTION.
      *Indeks ana dosyasinin yapisi, WEEK3'teki IDX-REC ile aynidir.
       FD  IDX-FILE.
       01  IDX-REC.
           05  IDX-KEY.
               10  IDX-ID         PIC S9(5) COMP-3.
               10  IDX-DVZ        PIC S9(3) COMP.
           05  IDX-NAME           PIC X(15).
           05  IDX-SRNAME         PIC X(15).
           05  IDX-DATE           PIC S9(7) COMP-3.
           05  IDX-BALANCE        PIC S9(15) COMP-3.
      *Hesap ana dosyasinin yapisi, ODEV ve ACCTMNT programlarindaki
      *ACCT-FIELDS ile aynidir.
       FD  ACCT-MSTR.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
           05  ACCT-TYPE          PIC X(1).
           05  ACCT-STMT-CYCLE    PIC X(2).
           05  ACCT-BRANCH        PIC X(4).
           05  COMMENTS           PIC X(8).
           05  FILLER             PIC X(18).
           05  ACCT-STATUS        PIC X(1).
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  ACCT-FINAL-STMT-SW PIC X(1).
           05  ACCT-MIN-DUE       PIC S9(7)V99 COMP-3.
           05  ACCT-DUE-DATE      PIC 9(8) COMP-3.
           05  ACCT-DLQ-DATE      PIC 9(8) COMP-3.
      *Kur dosyasi satiri; yerlesim WEEK3 ve FXMNT'teki FX-REC ile
      *aynidir.
       FD  FX-FILE RECORDING MODE F.
       01  FX-REC.
           05  FX-CURR            PIC X(3).
           05  FX-EFF-DATE        PIC X(8).
           05  FX-RATE            PIC 9(4)V9(6).
           05  FX-EXP-DATE        PIC X(8).
           05  FX-CHG-DATE        PIC X(8).
           05  FILLER             PIC X(43).
       FD  EXP-PRINT RECORDING MODE F.
       01  EXP-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-IDX-FILE        PIC 9(2).
            88 IDX-FILE-SUCCES              VALUE 00 97.
            88 IDX-FILE-EOF                 VALUE 10.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-NOTFOUND           VALUE 23.
         05 ST-FX-FILE         PIC 9(2).
            88 FX-FILE-SUCCES               VALUE 00 97.
            88 FX-FILE-EOF                  VALUE 10.
         05 ST-EXP-PRINT       PIC 9(2).
      *Listelenecek en buyuk musteri sayisi PARM'dan alinir.
       01 WS-PARM-AREA.
         05 WS-PARM-TEXT       PIC X(3) VALUE SPACES.
         05 WS-TOP-JUST        PIC X(3) JUSTIFIED RIGHT.
         05 WS-TOP-MAX         PIC 9(3) COMP VALUE 10.
      *Baz para birimi.
       01 WS-BASE-CURRENCY     PIC 9(3)     VALUE 840.
      *Kur tablosu; WEEK3'un kur tablosuyla ayni boyuttadir.
       01 FX-TABLE.
         05 FX-ENTRY OCCURS 200 TIMES INDEXED BY FX-IDX.
            10 FXT-CURR        PIC 9(3).
            10 FXT-EFF-DATE    PIC 9(8).
            10 FXT-RATE        PIC 9(4)V9(6) COMP-3.
            10 FXT-EXP-DATE    PIC 9(8).
       01 FX-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-FX-SKIP-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-AREA.
         05 WS-LOOK-CURR       PIC 9(3) VALUE ZERO.
         05 WS-BEST-EFF-DATE   PIC 9(8) VALUE ZERO.
         05 WS-BEST-RATE       PIC 9(4)V9(6) COMP-3 VALUE ZERO.
         05 WS-RATE-HIT-SW     PIC X VALUE 'N'.
            88 FX-RATE-HIT             VALUE 'Y'.
      *Kirilimdaki musterinin birikimleri.
       01 CUR-CUST-AREA.
         05 WS-CUR-ID          PIC S9(5) COMP-3 VALUE ZERO.
         05 WS-CUR-NAME        PIC X(15) VALUE SPACES.
         05 WS-CUR-SRNAME      PIC X(15) VALUE SPACES.
         05 WS-CUR-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.
         05 WS-CUR-FOREIGN     PIC S9(15)V99 COMP-3 VALUE ZERO.
         05 WS-CUR-NORATE-SW   PIC X VALUE 'N'.
            88 CUST-HAS-NORATE         VALUE 'Y'.
         05 WS-CUR-FLAG        PIC X(10) VALUE SPACES.
       01 WS-CUST-SW           PIC X VALUE 'N'.
         88 CUST-OPEN                  VALUE 'Y'.
       01 WS-LEG-BASE          PIC S9(15)V99 COMP-3 VALUE ZERO.
       01 WS-SHARE-PCT         PIC 9(3)V99 COMP-3 VALUE ZERO.
       01 WS-ACCT-NO-9         PIC 9(8)     VALUE ZERO.
       01 WS-BOOK-TOTAL        PIC S9(17)V99 COMP-3 VALUE ZERO.
      *En buyuk N musteri; toplam pozisyona gore azalan sirada
      *tutulur, yeni gelen musteri yerine kaydirilarak yerlestirilir.
       01 TOP-TABLE.
         05 TOP-ENTRY OCCURS 50 TIMES.
            10 TOP-ID          PIC 9(5).
            10 TOP-SRNAME      PIC X(15).
            10 TOP-TOTAL       PIC S9(15)V99 COMP-3.
            10 TOP-FLAG        PIC X(10).
       01 TOP-HOLD.
         05 TOP-HOLD-ID        PIC 9(5).
         05 TOP-HOLD-SRNAME    PIC X(15).
         05 TOP-HOLD-TOTAL     PIC S9(15)V99 COMP-3.
         05 TOP-HOLD-FLAG      PIC X(10).
       01 WS-SUBSCRIPTS.
         05 TOP-COUNT          PIC 9(3) COMP VALUE ZERO.
         05 TOP-SUB            PIC 9(3) COMP VALUE ZERO.
         05 TOP-PREV           PIC 9(3) COMP VALUE ZERO.
       01 WS-COUNTERS.
         05 WS-IDX-READ-COUNT  PIC 9(7) VALUE ZERO.
         05 WS-CUST-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-NORATE-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-OVER-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-NOACCT-COUNT    PIC 9(7) VALUE ZERO.
      *Calistirma tarihi, operasyonun her is gunu basinda ilerlettigi
      *ortak is gunu kontrol dosyasindan GETBDATE ile alinir.
       01 BUSDATE-PARM.
         05 BD-DATE-SW         PIC X(1).
            88 BD-DATE-OK                  VALUE 'Y'.
         05 BD-CURR-DATE       PIC 9(8).
         05 BD-PREV-DATE       PIC 9(8).
         05 BD-CLOSE-DATE      PIC 9(8).
       01 WS-RUN-DATE.
         05 WS-RUN-YY          PIC 9(2).
         05 WS-RUN-MM          PIC 9(2).
         05 WS-RUN-DD          PIC 9(2).
       01 WS-RUN-DATE-O        PIC X(8).
      *Rapor satir yapilari; EXP-REC'e FROM ile tasinir.
       01 EXP-HDR-LINE.
         05  FILLER           PIC X(32)
             VALUE 'CUSTOMER FX EXPOSURE'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  EXP-HDR-DATE     PIC X(8).
       01 EXP-CUST-LINE.
         05  FILLER           PIC X(9)  VALUE 'CUSTOMER '.
         05  EXP-CUST-ID-O    PIC 9(5).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-CUST-NAME-O  PIC X(15).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  EXP-CUST-SRNM-O  PIC X(15).
       01 EXP-LEG-LINE.
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(5)  VALUE 'CURR '.
         05  EXP-LEG-CURR-O   PIC 999.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-LEG-BAL-O    PIC -(15)9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-LEG-RATE-O   PIC ZZZ9.999999.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-LEG-BASE-O   PIC -(14)9.99.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-LEG-NOTE-O   PIC X(8).
       01 EXP-TOT-LINE.
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(11) VALUE 'TOTAL BASE '.
         05  EXP-TOT-BASE-O   PIC -(14)9.99.
         05  FILLER           PIC X(9)  VALUE ' FOREIGN '.
         05  EXP-TOT-SHARE-O  PIC ZZ9.99.
         05  FILLER           PIC X(3)  VALUE '%  '.
         05  EXP-TOT-FLAG-O   PIC X(10).
       01 EXP-LIMIT-LINE.
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(8)  VALUE 'ACCOUNT '.
         05  EXP-LIM-ACCT-O   PIC X(8).
         05  FILLER           PIC X(8)  VALUE '  LIMIT '.
         05  EXP-LIM-LIMIT-O  PIC $$,$$$,$$9.99.
       01 EXP-TOP-HDR-LINE.
         05  FILLER           PIC X(4)  VALUE 'TOP '.
         05  EXP-TOP-N-O      PIC ZZ9.
         05  FILLER           PIC X(34)
             VALUE ' CUSTOMERS BY TOTAL EXPOSURE'.
       01 EXP-TOP-COL-LINE.
         05  FILLER           PIC X(5)  VALUE 'RANK'.
         05  FILLER           PIC X(7)  VALUE 'CUST'.
         05  FILLER           PIC X(17) VALUE 'SURNAME'.
         05  FILLER           PIC X(20) VALUE '        TOTAL BASE'.
         05  FILLER           PIC X(8)  VALUE '  BOOK%'.
         05  FILLER           PIC X(10) VALUE 'FLAG'.
       01 EXP-TOP-LINE.
         05  EXP-TOP-RANK-O   PIC ZZ9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-TOP-ID-O     PIC 9(5).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-TOP-SRNM-O   PIC X(15).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-TOP-TOTAL-O  PIC -(14)9.99.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-TOP-PCT-O    PIC ZZ9.99.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  EXP-TOP-FLAG-O   PIC X(10).
       01 EXP-BOOK-LINE.
         05  FILLER           PIC X(24) VALUE 'BOOK TOTAL (BASE):'.
         05  EXP-BOOK-TOTAL-O PIC -(16)9.99.
       01 EXP-TRL-LINE.
         05  EXP-TRL-LABEL    PIC X(24).
         05  EXP-TRL-COUNT    PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-FX-RATES
           READ IDX-FILE NEXT RECORD
           PERFORM H200-PROCESS-LEG UNTIL IDX-FILE-EOF
           IF CUST-OPEN
               PERFORM H300-END-CUSTOMER
           END-IF
           PERFORM H600-WRITE-TOP-LIST
           PERFORM H900-WRITE-TRAILER
           IF WS-NORATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz, N'i PARM'dan aliyoruz ve rapor basligini
      *yaziyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
           MOVE WS-PARM-TEXT TO WS-TOP-JUST.
           INSPECT WS-TOP-JUST REPLACING LEADING SPACE BY ZERO.
           IF (WS-TOP-JUST IS NUMERIC) AND (WS-TOP-JUST > '000')
               AND (WS-TOP-JUST NOT > '050')
               MOVE WS-TOP-JUST TO WS-TOP-MAX
           ELSE
               IF WS-PARM-TEXT NOT = SPACES
                   DISPLAY 'WARNING: INVALID TOP-N PARM'
                       ' IGNORED: ' WS-PARM-TEXT
               END-IF
           END-IF.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  ACCT-MSTR.
           OPEN INPUT  FX-FILE.
           OPEN OUTPUT EXP-PRINT.
           IF NOT IDX-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX-FILE
               MOVE ST-IDX-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT FX-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN FXRATES: ' ST-FX-FILE
               MOVE ST-FX-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-EXP-PRINT NOT = 0) AND (ST-EXP-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN EXPRPT: ' ST-EXP-PRINT
               MOVE ST-EXP-PRINT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BD-CURR-DATE(3:6) TO WS-RUN-DATE.
           MOVE WS-RUN-MM TO WS-RUN-DATE-O(1:2).
           MOVE '/'       TO WS-RUN-DATE-O(3:1).
           MOVE WS-RUN-DD TO WS-RUN-DATE-O(4:2).
           MOVE '/'       TO WS-RUN-DATE-O(6:1).
           MOVE WS-RUN-YY TO WS-RUN-DATE-O(7:2).
           MOVE WS-RUN-DATE-O TO EXP-HDR-DATE.
           WRITE EXP-REC FROM EXP-HDR-LINE.
           MOVE SPACES TO EXP-REC.
           WRITE EXP-REC.
       H100-END. EXIT.
      *Kur dosyasini tabloya yukluyoruz; WEEK3'un atladigi bozuk
      *satirlar burada da atlanir.
       H150-LOAD-FX-RATES.
           READ FX-FILE.
           PERFORM H155-LOAD-ONE-RATE UNTIL FX-FILE-EOF.
           IF WS-FX-SKIP-COUNT > ZERO
               DISPLAY 'FX RATES SKIPPED: ' WS-FX-SKIP-COUNT
           END-IF.
       H150-END. EXIT.
       H155-LOAD-ONE-RATE.
           IF (FX-CURR IS NUMERIC) AND (FX-EFF-DATE IS NUMERIC)
               AND (FX-RATE IS NUMERIC) AND (FX-COUNT < 200)
               AND ((FX-EXP-DATE = SPACES)
                    OR (FX-EXP-DATE IS NUMERIC))
               ADD 1 TO FX-COUNT
               MOVE FX-CURR     TO FXT-CURR(FX-COUNT)
               MOVE FX-EFF-DATE TO FXT-EFF-DATE(FX-COUNT)
               MOVE FX-RATE     TO FXT-RATE(FX-COUNT)
               IF FX-EXP-DATE = SPACES
                   MOVE ZERO        TO FXT-EXP-DATE(FX-COUNT)
               ELSE
                   MOVE FX-EXP-DATE TO FXT-EXP-DATE(FX-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-FX-SKIP-COUNT
           END-IF.
           READ FX-FILE.
       H155-END. EXIT.
      *Bir indeks kaydini (musterinin bir para birimi bacagini)
      *isliyoruz; musteri degistiyse onceki musteriyi kapatiyoruz.
       H200-PROCESS-LEG.
           ADD 1 TO WS-IDX-READ-COUNT.
           IF CUST-OPEN AND (IDX-ID NOT = WS-CUR-ID)
               PERFORM H300-END-CUSTOMER
           END-IF.
           IF NOT CUST-OPEN
               PERFORM H210-START-CUSTOMER
           END-IF.
           PERFORM H220-CONVERT-LEG.
           READ IDX-FILE NEXT RECORD.
       H200-END. EXIT.
      *Yeni musterinin birikimlerini sifirlayip basligini yaziyoruz.
       H210-START-CUSTOMER.
           SET CUST-OPEN TO TRUE.
           MOVE IDX-ID     TO WS-CUR-ID.
           MOVE IDX-NAME   TO WS-CUR-NAME.
           MOVE IDX-SRNAME TO WS-CUR-SRNAME.
           MOVE ZERO       TO WS-CUR-TOTAL.
           MOVE ZERO       TO WS-CUR-FOREIGN.
           MOVE 'N'        TO WS-CUR-NORATE-SW.
           MOVE SPACES     TO WS-CUR-FLAG.
           ADD 1 TO WS-CUST-COUNT.
           MOVE IDX-ID     TO EXP-CUST-ID-O.
           MOVE IDX-NAME   TO EXP-CUST-NAME-O.
           MOVE IDX-SRNAME TO EXP-CUST-SRNM-O.
           WRITE EXP-REC FROM EXP-CUST-LINE.
       H210-END. EXIT.
      *Bacagin bakiyesini gecerli kurla baz para birimine cevirip
      *musteri toplamina (baz disindaysa yabanci paya da) ekliyoruz.
       H220-CONVERT-LEG.
           MOVE IDX-DVZ     TO WS-LOOK-CURR.
           PERFORM H250-FIND-FX-RATE.
           MOVE IDX-DVZ     TO EXP-LEG-CURR-O.
           MOVE IDX-BALANCE TO EXP-LEG-BAL-O.
           IF FX-RATE-HIT
               COMPUTE WS-LEG-BASE ROUNDED =
                   IDX-BALANCE * WS-BEST-RATE
               ADD WS-LEG-BASE TO WS-CUR-TOTAL
               IF WS-LOOK-CURR NOT = WS-BASE-CURRENCY
                   ADD WS-LEG-BASE TO WS-CUR-FOREIGN
               END-IF
               MOVE WS-BEST-RATE TO EXP-LEG-RATE-O
               MOVE WS-LEG-BASE  TO EXP-LEG-BASE-O
               MOVE SPACES       TO EXP-LEG-NOTE-O
           ELSE
               ADD 1 TO WS-NORATE-COUNT
               SET CUST-HAS-NORATE TO TRUE
               MOVE ZERO         TO EXP-LEG-RATE-O
               MOVE ZERO         TO EXP-LEG-BASE-O
               MOVE 'NO RATE'    TO EXP-LEG-NOTE-O
           END-IF.
           WRITE EXP-REC FROM EXP-LEG-LINE.
       H220-END. EXIT.
      *Para birimi icin, is gununden sonraki olmayan ve suresi
      *bitmemis en yeni gecerlilik tarihli kuru seciyoruz; baz para
      *biriminin kendisi icin dosyada satir yoksa kur 1 sayilir.
       H250-FIND-FX-RATE.
           MOVE 'N'  TO WS-RATE-HIT-SW.
           MOVE ZERO TO WS-BEST-EFF-DATE.
           MOVE ZERO TO WS-BEST-RATE.
           PERFORM H255-CHECK-ONE-FX-ROW
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT.
           IF (NOT FX-RATE-HIT) AND (WS-LOOK-CURR = WS-BASE-CURRENCY)
               MOVE 1   TO WS-BEST-RATE
               MOVE 'Y' TO WS-RATE-HIT-SW
           END-IF.
       H250-END. EXIT.
       H255-CHECK-ONE-FX-ROW.
           IF (FXT-CURR(FX-IDX) = WS-LOOK-CURR)
               AND (FXT-EFF-DATE(FX-IDX) NOT > BD-CURR-DATE)
               AND (FXT-EFF-DATE(FX-IDX) NOT < WS-BEST-EFF-DATE)
               AND ((FXT-EXP-DATE(FX-IDX) = ZERO)
                    OR (FXT-EXP-DATE(FX-IDX) > BD-CURR-DATE))
               MOVE FXT-EFF-DATE(FX-IDX) TO WS-BEST-EFF-DATE
               MOVE FXT-RATE(FX-IDX)     TO WS-BEST-RATE
               MOVE 'Y' TO WS-RATE-HIT-SW
           END-IF.
       H255-END. EXIT.
      *Biten musterinin toplamini ve yabanci payini yaziyoruz, bagli
      *hesabin limitine karsi denetliyoruz ve en buyukler listesine
      *aday olarak veriyoruz.
       H300-END-CUSTOMER.
           MOVE 'N' TO WS-CUST-SW.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-CUR-TOTAL > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-CUR-FOREIGN * 100 / WS-CUR-TOTAL
                   ON SIZE ERROR
                       MOVE 100 TO WS-SHARE-PCT
               END-COMPUTE
           END-IF.
           PERFORM H310-CHECK-LIMIT.
           IF CUST-HAS-NORATE AND (WS-CUR-FLAG = SPACES)
               MOVE 'NO RATE' TO WS-CUR-FLAG
           END-IF.
           ADD WS-CUR-TOTAL TO WS-BOOK-TOTAL.
           MOVE WS-CUR-TOTAL TO EXP-TOT-BASE-O.
           MOVE WS-SHARE-PCT TO EXP-TOT-SHARE-O.
           MOVE WS-CUR-FLAG  TO EXP-TOT-FLAG-O.
           WRITE EXP-REC FROM EXP-TOT-LINE.
           IF ACCT-MSTR-SUCCES
               MOVE ACCT-NO    TO EXP-LIM-ACCT-O
               MOVE ACCT-LIMIT TO EXP-LIM-LIMIT-O
               WRITE EXP-REC FROM EXP-LIMIT-LINE
           END-IF.
           MOVE SPACES TO EXP-REC.
           WRITE EXP-REC.
           PERFORM H400-OFFER-TOP.
       H300-END. EXIT.
      *Musteriyi RECON'daki baglantiyla hesap ana dosyasinda
      *ariyoruz; toplam pozisyon hesabin limitini asiyorsa musteri
      *isaretlenir.
       H310-CHECK-LIMIT.
           MOVE WS-CUR-ID    TO WS-ACCT-NO-9.
           MOVE WS-ACCT-NO-9 TO ACCT-NO.
           READ ACCT-MSTR KEY IS ACCT-NO
               INVALID KEY CONTINUE
           END-READ.
           IF ACCT-MSTR-SUCCES
               IF ACCT-LIMIT IS NUMERIC
                   IF WS-CUR-TOTAL > ACCT-LIMIT
                       MOVE 'OVER LIMIT' TO WS-CUR-FLAG
                       ADD 1 TO WS-OVER-COUNT
                   END-IF
               ELSE
                   MOVE ZERO TO ACCT-LIMIT
                   MOVE 'BAD LIMIT' TO WS-CUR-FLAG
               END-IF
           ELSE
               MOVE 'NO ACCOUNT' TO WS-CUR-FLAG
               ADD 1 TO WS-NOACCT-COUNT
           END-IF.
       H310-END. EXIT.
      *Musteriyi en buyukler tablosuna aday olarak veriyoruz: tablo
      *dolmadiysa sona eklenir, dolduysa ve son siradakinden buyukse
      *onun yerine konur; ardindan yukari kaydirilarak yerine oturur.
       H400-OFFER-TOP.
           IF TOP-COUNT < WS-TOP-MAX
               ADD 1 TO TOP-COUNT
               MOVE TOP-COUNT TO TOP-SUB
               PERFORM H410-FILL-TOP-ENTRY
               PERFORM H420-BUBBLE-UP
                   UNTIL TOP-SUB = 1
                   OR TOP-TOTAL(TOP-SUB - 1) NOT < TOP-TOTAL(TOP-SUB)
           ELSE
               IF WS-CUR-TOTAL > TOP-TOTAL(TOP-COUNT)
                   MOVE TOP-COUNT TO TOP-SUB
                   PERFORM H410-FILL-TOP-ENTRY
                   PERFORM H420-BUBBLE-UP
                       UNTIL TOP-SUB = 1
                       OR TOP-TOTAL(TOP-SUB - 1)
                          NOT < TOP-TOTAL(TOP-SUB)
               END-IF
           END-IF.
       H400-END. EXIT.
       H410-FILL-TOP-ENTRY.
           MOVE WS-CUR-ID     TO TOP-ID(TOP-SUB).
           MOVE WS-CUR-SRNAME TO TOP-SRNAME(TOP-SUB).
           MOVE WS-CUR-TOTAL  TO TOP-TOTAL(TOP-SUB).
           MOVE WS-CUR-FLAG   TO TOP-FLAG(TOP-SUB).
       H410-END. EXIT.
      *Tablodaki bir satiri bir ustundekiyle yer degistiriyoruz.
       H420-BUBBLE-UP.
           COMPUTE TOP-PREV = TOP-SUB - 1.
           MOVE TOP-ENTRY(TOP-PREV) TO TOP-HOLD.
           MOVE TOP-ENTRY(TOP-SUB)  TO TOP-ENTRY(TOP-PREV).
           MOVE TOP-HOLD            TO TOP-ENTRY(TOP-SUB).
           MOVE TOP-PREV            TO TOP-SUB.
       H420-END. EXIT.
      *En buyuk N musteriyi defter toplaminin yuzdesiyle yaziyoruz.
       H600-WRITE-TOP-LIST.
           MOVE WS-TOP-MAX TO EXP-TOP-N-O.
           WRITE EXP-REC FROM EXP-TOP-HDR-LINE.
           WRITE EXP-REC FROM EXP-TOP-COL-LINE.
           PERFORM H610-WRITE-TOP-LINE
               VARYING TOP-SUB FROM 1 BY 1
               UNTIL TOP-SUB > TOP-COUNT.
           MOVE SPACES TO EXP-REC.
           WRITE EXP-REC.
       H600-END. EXIT.
       H610-WRITE-TOP-LINE.
           MOVE TOP-SUB            TO EXP-TOP-RANK-O.
           MOVE TOP-ID(TOP-SUB)     TO EXP-TOP-ID-O.
           MOVE TOP-SRNAME(TOP-SUB) TO EXP-TOP-SRNM-O.
           MOVE TOP-TOTAL(TOP-SUB)  TO EXP-TOP-TOTAL-O.
           MOVE TOP-FLAG(TOP-SUB)   TO EXP-TOP-FLAG-O.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-BOOK-TOTAL > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   TOP-TOTAL(TOP-SUB) * 100 / WS-BOOK-TOTAL
                   ON SIZE ERROR
                       MOVE 100 TO WS-SHARE-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-SHARE-PCT TO EXP-TOP-PCT-O.
           WRITE EXP-REC FROM EXP-TOP-LINE.
       H610-END. EXIT.
      *Rapor sonuna defter toplamini ve sayaclari yaziyoruz.
       H900-WRITE-TRAILER.
           MOVE WS-BOOK-TOTAL TO EXP-BOOK-TOTAL-O.
           WRITE EXP-REC FROM EXP-BOOK-LINE.
           MOVE 'IDXFILE RECORDS READ:' TO EXP-TRL-LABEL.
           MOVE WS-IDX-READ-COUNT   TO EXP-TRL-COUNT.
           WRITE EXP-REC FROM EXP-TRL-LINE.
           MOVE 'CUSTOMERS:'        TO EXP-TRL-LABEL.
           MOVE WS-CUST-COUNT       TO EXP-TRL-COUNT.
           WRITE EXP-REC FROM EXP-TRL-LINE.
           MOVE 'OVER LIMIT:'       TO EXP-TRL-LABEL.
           MOVE WS-OVER-COUNT       TO EXP-TRL-COUNT.
           WRITE EXP-REC FROM EXP-TRL-LINE.
           MOVE 'NO LINKED ACCOUNT:' TO EXP-TRL-LABEL.
           MOVE WS-NOACCT-COUNT     TO EXP-TRL-COUNT.
           WRITE EXP-REC FROM EXP-TRL-LINE.
           MOVE 'LEGS WITHOUT RATE:' TO EXP-TRL-LABEL.
           MOVE WS-NORATE-COUNT     TO EXP-TRL-COUNT.
           WRITE EXP-REC FROM EXP-TRL-LINE.
       H900-END. EXIT.
      *Dosyalarimizi kapatip programi sonlandiriyoruz.
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE ACCT-MSTR.
           CLOSE FX-FILE.
           CLOSE EXP-PRINT.
           STOP RUN.
      *
