       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXMNT.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, WEEK3'un baz para birimine cevrimde kullandigi kur
      *dosyasinin (FXRATES) bakim programidir. Hazine biriminin
      *hazirladigi islem dosyasindaki (FXTRAN) her kayit, para birimi
      *ve gecerlilik tarihi anahtarina gore kur satirlarina uygulanir:
      *  'A' yeni bir gecerlilik tarihli kur ekler. Ayni para biriminin
      *      daha eski tarihli, suresi acik satirinin suresi yeni
      *      satirin gecerlilik tarihinde kendiliginden kapatilir;
      *      daha yeni tarihli bir satir zaten varsa yeni satirin
      *      suresi o satirin tarihinde biter.
      *  'C' henuz gecerli olmamis (gecerlilik tarihi is gunu ya da
      *      sonrasi olan) bir satirin kurunu degistirir. Gecmiste
      *      gecerli olmus satir degistirilmez; FXVALID onceki gunun
      *      kurunu o satirdan aldigi icin duzeltme, yeni gecerlilik
      *      tarihli bir 'A' ile yapilir.
      *  'E' var olan bir satirin suresini verilen tarihte (bos ise
      *      is gununde) bitirir; suresi biten satir o tarihten
      *      itibaren cevrimde kullanilmaz.
      *Degisen her satirin onceki ve sonraki kuru ile bitis tarihi,
      *sonucuyla birlikte birikimli FXAUDIT gunlugune yazilir; red
      *edilen islemler de nedeniyle yazilir ve program RC=4 ile
      *biter. Suresi PARM'daki gun sayisindan (uc hane, bos ise 030)
      *daha once bitmis satirlar dosyadan temizlenir ve gunluge
      *yazilir; onceki gunun kuru, gece zincirindeki FXVALID
      *denetimi icin her zaman dosyada kalir.
      *Kur dosyasi once bellege yuklenir, islemler tabloya uygulanir
      *ve dosya en sonda tablodan bastan yazilir. Tablo tasarsa dosya
      *yeniden yazilmaz ve program RC=12 ile biter.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FILE    ASSIGN TO FXRATES
                             STATUS ST-FX-FILE.
           SELECT TRAN-FILE  ASSIGN TO FXTRAN
                             STATUS ST-TRAN-FILE.
           SELECT AUDIT-FILE ASSIGN TO FXAUDIT
                             STATUS ST-AUDIT-FILE.
       DATA DIVISION.
       FILE SECTION.
      *Kur dosyasi satiri: para birimi kodu, gecerlilik tarihi, kur,
      *bitis tarihi (bos ise suresi acik) ve son bakim tarihi
      *(YYYYAAGG). Yerlesim WEEK3'teki FX-REC ile aynidir.
       FD  FX-FILE RECORDING MODE F.
       01  FX-REC.
           05  FX-CURR            PIC X(3).
           05  FX-EFF-DATE        PIC X(8).
           05  FX-RATE            PIC 9(4)V9(6).
           05  FX-EXP-DATE        PIC X(8).
           05  FX-CHG-DATE        PIC X(8).
           05  FILLER             PIC X(43).
      *Islem dosyasindaki her kayit, bir kur satirina uygulanacak
      *ekleme(A)/degisiklik(C)/sure bitirme(E) talebini tasir.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRAN-CODE          PIC X(1).
               88  TRAN-ADD              VALUE 'A'.
               88  TRAN-CHANGE           VALUE 'C'.
               88  TRAN-EXPIRE           VALUE 'E'.
           05  TRAN-CURR          PIC X(3).
           05  TRAN-EFF-DATE      PIC X(8).
           05  TRAN-RATE          PIC 9(4)V9(6).
           05  TRAN-EXP-DATE      PIC X(8).
           05  FILLER             PIC X(50).
      *Gunluk satiri: islem, anahtar, onceki ve sonraki kur/bitis
      *tarihi ve sonuc.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUD-REC.
           05  AUD-DATE-O         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-CODE-O         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-CURR-O         PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-EFF-DATE-O     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-OLD-RATE-O     PIC X(11).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  AUD-OLD-EXP-O      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-NEW-RATE-O     PIC X(11).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  AUD-NEW-EXP-O      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-STATUS-O       PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-FX-FILE         PIC 9(2).
            88 FX-FILE-SUCCES               VALUE 00 97.
            88 FX-FILE-EOF                  VALUE 10.
         05 ST-TRAN-FILE       PIC 9(2).
            88 TRAN-FILE-EOF                VALUE 10.
         05 ST-AUDIT-FILE      PIC 9(2).
      *Saklama suresi (gun) PARM'dan alinir.
       01 WS-PARM-AREA.
         05 WS-PARM-TEXT       PIC X(3) VALUE SPACES.
         05 WS-KEEP-JUST       PIC X(3) JUSTIFIED RIGHT.
         05 WS-KEEP-DAYS       PIC 9(3) VALUE 30.
      *Bellekteki kur tablosu; her satir dosyadaki 80 baytlik
      *goruntunun aynisidir ve H800'de bu sirayla geri yazilir.
      *Silinecek satirlar isaretlenir, yazilmaz.
       01 FXM-TABLE.
         05 FXM-ENTRY OCCURS 200 TIMES.
            10 FXM-IMAGE.
               15 FXM-CURR     PIC X(3).
               15 FXM-EFF-DATE PIC X(8).
               15 FXM-RATE     PIC 9(4)V9(6).
               15 FXM-EXP-DATE PIC X(8).
               15 FXM-CHG-DATE PIC X(8).
               15 FILLER       PIC X(43).
            10 FXM-DELETE-SW   PIC X(1).
               88 FXM-DELETED          VALUE 'Y'.
       01 FXM-MAX              PIC 9(3) COMP VALUE 200.
       01 WS-SUBSCRIPTS.
         05 FXM-COUNT          PIC 9(3) COMP VALUE ZERO.
         05 FXM-SUB            PIC 9(3) COMP VALUE ZERO.
         05 WS-FOUND-SUB       PIC 9(3) COMP VALUE ZERO.
      *Islem denetiminin sonucu: bosluk ise islem gecerlidir.
       01 WS-REJECT-RSN        PIC X(30) VALUE SPACES.
       01 WS-NEW-EXP-DATE      PIC X(8) VALUE SPACES.
      *Gunluge yazilan onceki/sonraki deger goruntuleri.
       01 WS-RATE-EDIT         PIC ZZZ9.999999.
       01 WS-AUDIT-AREA.
         05 WS-LOG-CODE        PIC X(8).
         05 WS-LOG-STATUS      PIC X(30).
         05 WS-OLD-RATE-O      PIC X(11).
         05 WS-OLD-EXP-O       PIC X(8).
         05 WS-NEW-RATE-O      PIC X(11).
         05 WS-NEW-EXP-O       PIC X(8).
      *Temizlik icin gun sayilari: is gunu ve satirin bitis tarihi.
       01 WS-DAY-AREA.
         05 WS-TODAY-INT       PIC 9(7) VALUE ZERO.
         05 WS-EXP-DATE8       PIC 9(8) VALUE ZERO.
         05 WS-EXP-INT         PIC 9(7) VALUE ZERO.
      *Tarihler DATEVAL altprogramiyla takvime gore dogrulanir.
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
       01 WS-COUNTERS.
         05 WS-LOAD-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-ADD-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-CHG-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-EXP-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-PURGE-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-REJ-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-WRITE-COUNT     PIC 9(7) VALUE ZERO.
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-RATES
           READ TRAN-FILE
           PERFORM H200-PROCESS-TRANSACTION UNTIL TRAN-FILE-EOF
           PERFORM H700-PURGE-EXPIRED
               VARYING FXM-SUB FROM 1 BY 1
               UNTIL FXM-SUB > FXM-COUNT
           PERFORM H800-REWRITE-RATES
           IF WS-REJ-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalarimizi aciyoruz, saklama suresini PARM'dan aliyoruz ve
      *calistirma tarihini hazirliyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
           MOVE WS-PARM-TEXT TO WS-KEEP-JUST.
           INSPECT WS-KEEP-JUST REPLACING LEADING SPACE BY ZERO.
           IF (WS-KEEP-JUST IS NUMERIC) AND (WS-KEEP-JUST > '000')
               MOVE WS-KEEP-JUST TO WS-KEEP-DAYS
           ELSE
               IF WS-PARM-TEXT NOT = SPACES
                   DISPLAY 'WARNING: INVALID RETENTION PARM'
                       ' IGNORED: ' WS-PARM-TEXT
               END-IF
           END-IF.
           OPEN INPUT  FX-FILE.
           OPEN INPUT  TRAN-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT FX-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN FXRATES: ' ST-FX-FILE
               MOVE ST-FX-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-TRAN-FILE NOT = 0) AND (ST-TRAN-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN FXTRAN: ' ST-TRAN-FILE
               MOVE ST-TRAN-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-AUDIT-FILE NOT = 0) AND (ST-AUDIT-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN FXAUDIT: ' ST-AUDIT-FILE
               MOVE ST-AUDIT-FILE TO RETURN-CODE
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(BD-CURR-DATE).
       H100-END. EXIT.
      *Kur dosyasinin tamamini tabloya yukluyoruz; bozuk satirlar da
      *oldugu gibi tasinir ki yeniden yazmada kaybolmasin. Tablo
      *tasarsa dosya yeniden yazilamaz ve program durur.
       H150-LOAD-RATES.
           READ FX-FILE.
           PERFORM H155-LOAD-ONE-RATE UNTIL FX-FILE-EOF.
           CLOSE FX-FILE.
           DISPLAY 'FX RATES LOADED : ' WS-LOAD-COUNT.
       H150-END. EXIT.
       H155-LOAD-ONE-RATE.
           IF FXM-COUNT NOT < FXM-MAX
               DISPLAY 'FX RATE TABLE FULL - FXRATES NOT REWRITTEN'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO FXM-COUNT.
           ADD 1 TO WS-LOAD-COUNT.
           MOVE FX-REC TO FXM-IMAGE(FXM-COUNT).
           MOVE 'N'    TO FXM-DELETE-SW(FXM-COUNT).
           READ FX-FILE.
       H155-END. EXIT.
      *Islemi denetleyip koduna gore ekleme/degisiklik/sure bitirme
      *paragrafini calistiriyoruz ve bir sonraki islemi okuyoruz.
       H200-PROCESS-TRANSACTION.
           PERFORM H210-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN WS-REJECT-RSN NOT = SPACES
                   PERFORM H240-REJECT-TRANSACTION
               WHEN TRAN-ADD
                   PERFORM H250-ADD-RATE
               WHEN TRAN-CHANGE
                   PERFORM H260-CHANGE-RATE
               WHEN TRAN-EXPIRE
                   PERFORM H270-EXPIRE-RATE
           END-EVALUATE.
           READ TRAN-FILE.
       H200-END. EXIT.
      *Islem kodu, para birimi kodu, gecerlilik tarihi ve (ekleme/
      *degisiklikte) kur denetlenir; anahtarin tabloda olup olmadigi
      *WS-FOUND-SUB'a konur.
       H210-EDIT-TRANSACTION.
           MOVE SPACES TO WS-REJECT-RSN.
           MOVE ZERO   TO WS-FOUND-SUB.
           IF NOT (TRAN-ADD OR TRAN-CHANGE OR TRAN-EXPIRE)
               MOVE 'REJECTED - INVALID TRAN CODE' TO WS-REJECT-RSN
           END-IF.
           IF (WS-REJECT-RSN = SPACES) AND (TRAN-CURR NOT NUMERIC)
               MOVE 'REJECTED - INVALID CURRENCY' TO WS-REJECT-RSN
           END-IF.
           IF WS-REJECT-RSN = SPACES
               IF TRAN-EFF-DATE IS NUMERIC
                   MOVE 'V'           TO DV-FUNCTION
                   MOVE TRAN-EFF-DATE TO DV-DATE-1
                   CALL 'DATEVAL' USING DATEVAL-PARM
               ELSE
                   MOVE 'N' TO DV-VALID-SW
               END-IF
               IF DV-DATE-INVALID
                   MOVE 'REJECTED - INVALID EFF DATE' TO WS-REJECT-RSN
               END-IF
           END-IF.
           IF (WS-REJECT-RSN = SPACES)
               AND (TRAN-ADD OR TRAN-CHANGE)
               IF TRAN-RATE NOT NUMERIC
                   MOVE 'REJECTED - INVALID RATE' TO WS-REJECT-RSN
               ELSE
                   IF TRAN-RATE = ZERO
                       MOVE 'REJECTED - ZERO RATE' TO WS-REJECT-RSN
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-RSN = SPACES
               PERFORM H215-FIND-KEY
                   VARYING FXM-SUB FROM 1 BY 1
                   UNTIL FXM-SUB > FXM-COUNT
               IF TRAN-ADD AND (WS-FOUND-SUB NOT = ZERO)
                   MOVE 'REJECTED - DUPLICATE RATE' TO WS-REJECT-RSN
               END-IF
               IF (NOT TRAN-ADD) AND (WS-FOUND-SUB = ZERO)
                   MOVE 'REJECTED - RATE NOT FOUND' TO WS-REJECT-RSN
               END-IF
               IF TRAN-CHANGE AND (WS-FOUND-SUB NOT = ZERO)
                   AND (FXM-EFF-DATE(WS-FOUND-SUB) < BD-CURR-DATE)
                   MOVE 'REJECTED - RATE ALREADY IN USE'
                       TO WS-REJECT-RSN
               END-IF
           END-IF.
       H210-END. EXIT.
       H215-FIND-KEY.
           IF (NOT FXM-DELETED(FXM-SUB))
               AND (FXM-CURR(FXM-SUB) = TRAN-CURR)
               AND (FXM-EFF-DATE(FXM-SUB) = TRAN-EFF-DATE)
               MOVE FXM-SUB TO WS-FOUND-SUB
           END-IF.
       H215-END. EXIT.
      *Denetimden gecemeyen islemi nedeniyle gunluge yaziyoruz.
       H240-REJECT-TRANSACTION.
           ADD 1 TO WS-REJ-COUNT.
           EVALUATE TRUE
               WHEN TRAN-ADD
                   MOVE 'ADD'     TO WS-LOG-CODE
               WHEN TRAN-CHANGE
                   MOVE 'CHANGE'  TO WS-LOG-CODE
               WHEN TRAN-EXPIRE
                   MOVE 'EXPIRE'  TO WS-LOG-CODE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-LOG-CODE
           END-EVALUATE.
           MOVE SPACES        TO WS-OLD-RATE-O WS-OLD-EXP-O.
           MOVE SPACES        TO WS-NEW-RATE-O WS-NEW-EXP-O.
           MOVE WS-REJECT-RSN TO WS-LOG-STATUS.
           PERFORM H600-LOG-TRAN-KEY.
       H240-END. EXIT.
      *Yeni kur satirini ekliyoruz. Ayni para biriminin daha eski
      *tarihli, suresi acik (ya da yeni tarihten sonra biten)
      *satirlari yeni satirin tarihinde kapatilir; daha yeni tarihli
      *bir satir varsa yeni satirin suresi onun tarihinde biter.
       H250-ADD-RATE.
           IF FXM-COUNT NOT < FXM-MAX
               MOVE 'REJECTED - RATE TABLE FULL' TO WS-REJECT-RSN
               PERFORM H240-REJECT-TRANSACTION
           ELSE
               MOVE SPACES TO WS-NEW-EXP-DATE
               PERFORM H255-CLOSE-PRIOR-RATE
                   VARYING FXM-SUB FROM 1 BY 1
                   UNTIL FXM-SUB > FXM-COUNT
               ADD 1 TO FXM-COUNT
               MOVE SPACES          TO FXM-IMAGE(FXM-COUNT)
               MOVE 'N'             TO FXM-DELETE-SW(FXM-COUNT)
               MOVE TRAN-CURR       TO FXM-CURR(FXM-COUNT)
               MOVE TRAN-EFF-DATE   TO FXM-EFF-DATE(FXM-COUNT)
               MOVE TRAN-RATE       TO FXM-RATE(FXM-COUNT)
               MOVE WS-NEW-EXP-DATE TO FXM-EXP-DATE(FXM-COUNT)
               MOVE BD-CURR-DATE    TO FXM-CHG-DATE(FXM-COUNT)
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ADD'         TO WS-LOG-CODE
               MOVE SPACES        TO WS-OLD-RATE-O WS-OLD-EXP-O
               MOVE FXM-COUNT     TO FXM-SUB
               PERFORM H610-EDIT-NEW-VALUES
               MOVE 'RATE ADDED'  TO WS-LOG-STATUS
               PERFORM H600-LOG-TRAN-KEY
           END-IF.
       H250-END. EXIT.
      *Tablodaki bir satiri yeni eklenen kura gore degerlendiriyoruz:
      *ayni para biriminin eski tarihli satiri yeni tarihte hala
      *gecerliyse suresi kapatilip gunluge yazilir; yeni tarihli en
      *yakin satirin tarihi yeni satirin bitis tarihi olur.
       H255-CLOSE-PRIOR-RATE.
           IF (NOT FXM-DELETED(FXM-SUB))
               AND (FXM-CURR(FXM-SUB) = TRAN-CURR)
               IF FXM-EFF-DATE(FXM-SUB) < TRAN-EFF-DATE
                   IF (FXM-EXP-DATE(FXM-SUB) = SPACES)
                       OR (FXM-EXP-DATE(FXM-SUB) > TRAN-EFF-DATE)
                       PERFORM H620-EDIT-OLD-VALUES
                       MOVE TRAN-EFF-DATE TO FXM-EXP-DATE(FXM-SUB)
                       MOVE BD-CURR-DATE  TO FXM-CHG-DATE(FXM-SUB)
                       PERFORM H610-EDIT-NEW-VALUES
                       ADD 1 TO WS-EXP-COUNT
                       MOVE 'AUTOEXP' TO WS-LOG-CODE
                       MOVE 'CLOSED BY NEWER RATE' TO WS-LOG-STATUS
                       PERFORM H605-LOG-TABLE-KEY
                   END-IF
               ELSE
                   IF (WS-NEW-EXP-DATE = SPACES)
                       OR (FXM-EFF-DATE(FXM-SUB) < WS-NEW-EXP-DATE)
                       MOVE FXM-EFF-DATE(FXM-SUB) TO WS-NEW-EXP-DATE
                   END-IF
               END-IF
           END-IF.
       H255-END. EXIT.
      *Henuz gecerli olmamis satirin kurunu degistiriyoruz (gecmiste
      *gecerli olmus satirlar H210'da reddedilir).
       H260-CHANGE-RATE.
           MOVE WS-FOUND-SUB  TO FXM-SUB.
           PERFORM H620-EDIT-OLD-VALUES.
           MOVE TRAN-RATE     TO FXM-RATE(FXM-SUB).
           MOVE BD-CURR-DATE  TO FXM-CHG-DATE(FXM-SUB).
           PERFORM H610-EDIT-NEW-VALUES.
           ADD 1 TO WS-CHG-COUNT.
           MOVE 'CHANGE'       TO WS-LOG-CODE.
           MOVE 'RATE CHANGED' TO WS-LOG-STATUS.
           PERFORM H600-LOG-TRAN-KEY.
       H260-END. EXIT.
      *Var olan satirin suresini bitiriyoruz; bitis tarihi verilmemisse
      *is gunu kullanilir. Bitis, gecerlilik tarihinden sonra olmalidir.
       H270-EXPIRE-RATE.
           MOVE WS-FOUND-SUB TO FXM-SUB.
           IF TRAN-EXP-DATE = SPACES
               MOVE BD-CURR-DATE  TO WS-NEW-EXP-DATE
               MOVE 'Y'           TO DV-VALID-SW
           ELSE
               MOVE TRAN-EXP-DATE TO WS-NEW-EXP-DATE
               IF TRAN-EXP-DATE IS NUMERIC
                   MOVE 'V'           TO DV-FUNCTION
                   MOVE TRAN-EXP-DATE TO DV-DATE-1
                   CALL 'DATEVAL' USING DATEVAL-PARM
               ELSE
                   MOVE 'N' TO DV-VALID-SW
               END-IF
           END-IF.
           IF DV-DATE-INVALID
               MOVE 'REJECTED - INVALID EXPIRY DATE' TO WS-REJECT-RSN
               PERFORM H240-REJECT-TRANSACTION
           ELSE
               IF WS-NEW-EXP-DATE NOT > FXM-EFF-DATE(FXM-SUB)
                   MOVE 'REJECTED - EXPIRY NOT AFTER EFF'
                       TO WS-REJECT-RSN
                   PERFORM H240-REJECT-TRANSACTION
               ELSE
                   PERFORM H620-EDIT-OLD-VALUES
                   MOVE WS-NEW-EXP-DATE TO FXM-EXP-DATE(FXM-SUB)
                   MOVE BD-CURR-DATE    TO FXM-CHG-DATE(FXM-SUB)
                   PERFORM H610-EDIT-NEW-VALUES
                   ADD 1 TO WS-EXP-COUNT
                   MOVE 'EXPIRE'       TO WS-LOG-CODE
                   MOVE 'RATE EXPIRED' TO WS-LOG-STATUS
                   PERFORM H600-LOG-TRAN-KEY
               END-IF
           END-IF.
       H270-END. EXIT.
      *Islemin anahtariyla gunluge bir satir yaziyoruz.
       H600-LOG-TRAN-KEY.
           MOVE TRAN-CURR      TO AUD-CURR-O.
           MOVE TRAN-EFF-DATE  TO AUD-EFF-DATE-O.
           PERFORM H630-WRITE-AUDIT.
       H600-END. EXIT.
      *Tablodaki satirin anahtariyla gunluge bir satir yaziyoruz
      *(kendiliginden kapatilan ve temizlenen satirlar icin).
       H605-LOG-TABLE-KEY.
           MOVE FXM-CURR(FXM-SUB)     TO AUD-CURR-O.
           MOVE FXM-EFF-DATE(FXM-SUB) TO AUD-EFF-DATE-O.
           PERFORM H630-WRITE-AUDIT.
       H605-END. EXIT.
      *Satirin guncel kurunu ve bitis tarihini "sonraki" goruntusune
      *aliyoruz.
       H610-EDIT-NEW-VALUES.
           IF FXM-RATE(FXM-SUB) IS NUMERIC
               MOVE FXM-RATE(FXM-SUB) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT      TO WS-NEW-RATE-O
           ELSE
               MOVE FXM-IMAGE(FXM-SUB)(12:10) TO WS-NEW-RATE-O
           END-IF.
           MOVE FXM-EXP-DATE(FXM-SUB) TO WS-NEW-EXP-O.
       H610-END. EXIT.
      *Satirin degismeden onceki kurunu ve bitis tarihini "onceki"
      *goruntusune aliyoruz.
       H620-EDIT-OLD-VALUES.
           IF FXM-RATE(FXM-SUB) IS NUMERIC
               MOVE FXM-RATE(FXM-SUB) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT      TO WS-OLD-RATE-O
           ELSE
               MOVE FXM-IMAGE(FXM-SUB)(12:10) TO WS-OLD-RATE-O
           END-IF.
           MOVE FXM-EXP-DATE(FXM-SUB) TO WS-OLD-EXP-O.
       H620-END. EXIT.
       H630-WRITE-AUDIT.
           MOVE WS-RUN-DATE-O  TO AUD-DATE-O.
           MOVE WS-LOG-CODE    TO AUD-CODE-O.
           MOVE WS-OLD-RATE-O  TO AUD-OLD-RATE-O.
           MOVE WS-OLD-EXP-O   TO AUD-OLD-EXP-O.
           MOVE WS-NEW-RATE-O  TO AUD-NEW-RATE-O.
           MOVE WS-NEW-EXP-O   TO AUD-NEW-EXP-O.
           MOVE WS-LOG-STATUS  TO AUD-STATUS-O.
           WRITE AUD-REC.
       H630-END. EXIT.
      *Suresi saklama gununden daha once bitmis satiri temizliyoruz;
      *onceki goruntusu gunluge yazilir.
       H700-PURGE-EXPIRED.
           IF (NOT FXM-DELETED(FXM-SUB))
               AND (FXM-EXP-DATE(FXM-SUB) IS NUMERIC)
               AND (FXM-EXP-DATE(FXM-SUB) NOT > BD-CURR-DATE)
               MOVE FXM-EXP-DATE(FXM-SUB) TO WS-EXP-DATE8
               COMPUTE WS-EXP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EXP-DATE8)
               IF WS-TODAY-INT - WS-EXP-INT > WS-KEEP-DAYS
                   PERFORM H620-EDIT-OLD-VALUES
                   MOVE SPACES TO WS-NEW-RATE-O WS-NEW-EXP-O
                   MOVE 'Y'    TO FXM-DELETE-SW(FXM-SUB)
                   ADD 1 TO WS-PURGE-COUNT
                   MOVE 'PURGE'    TO WS-LOG-CODE
                   MOVE 'EXPIRED RATE PURGED' TO WS-LOG-STATUS
                   PERFORM H605-LOG-TABLE-KEY
               END-IF
           END-IF.
       H700-END. EXIT.
      *Kur dosyasini tablodan bastan yaziyoruz; temizlenen satirlar
      *atlanir.
       H800-REWRITE-RATES.
           OPEN OUTPUT FX-FILE.
           IF NOT FX-FILE-SUCCES
               DISPLAY 'UNABLE TO REWRITE FXRATES: ' ST-FX-FILE
               MOVE ST-FX-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H810-WRITE-ONE-RATE
               VARYING FXM-SUB FROM 1 BY 1
               UNTIL FXM-SUB > FXM-COUNT.
           CLOSE FX-FILE.
           DISPLAY 'FX RATES WRITTEN: ' WS-WRITE-COUNT.
       H800-END. EXIT.
       H810-WRITE-ONE-RATE.
           IF NOT FXM-DELETED(FXM-SUB)
               WRITE FX-REC FROM FXM-IMAGE(FXM-SUB)
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       H810-END. EXIT.
      *Calistirma ozetini (ekleme/degisiklik/sure bitirme/temizlik/
      *red sayilari) gunlugun sonuna yaziyoruz.
       H900-WRITE-SUMMARY.
           MOVE SPACES TO AUD-REC.
           MOVE WS-RUN-DATE-O TO AUD-DATE-O.
           MOVE 'SUMMARY' TO AUD-CODE-O.
           STRING 'ADD=' WS-ADD-COUNT ' CHG=' WS-CHG-COUNT
               ' EXP=' WS-EXP-COUNT ' PRG=' WS-PURGE-COUNT
               ' REJ=' WS-REJ-COUNT
               DELIMITED BY SIZE INTO AUD-REC(23:80).
           WRITE AUD-REC.
       H900-END. EXIT.
      *Dosyalarimizi kapatip programi sonlandiriyoruz.
       H999-PROGRAM-EXIT.
           IF (ST-AUDIT-FILE = 0) OR (ST-AUDIT-FILE = 97)
               PERFORM H900-WRITE-SUMMARY
           END-IF.
           CLOSE FX-FILE.
           CLOSE TRAN-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
      *
