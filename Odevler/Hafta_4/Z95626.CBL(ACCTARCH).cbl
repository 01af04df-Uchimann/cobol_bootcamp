      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, hesap ana dosyasindaki uyuyan hesaplari arsive
      *tasir: kapatilmis (durum 'C'), bakiyesi sifir olan ve bakim
      *gunlugunde (ACCTJRNL) PARM ile verilen ay sayisindan beri hic
      *hareketi olmayan hesaplar, arsiv tarihi damgasiyla birikimli
      *arsiv dosyasina yazilir, ana dosyadan silinir ve bir arsiv
      *siciline dokulur.
      *Boylece ODEV/UTILRPT/DUPSCAN/ACCRUE/ACCTSTMT'nin her sirali
      *gecisi, olu kayitlarla yavaslamaz. Geri donen musteri,
      *ACCTREST programiyla hesap numarasindan geri yuklenir.
      *Uyku siniri (ay) PARM'in ilk uc hanesiyle verilir; bos ya da
      *sayisal olmayan PARM icin 12 ay kullanilir. Kapatma da
      *gunluge dusen bir bakim hareketi oldugu icin sure kapatma
      *tarihinden islemeye baslar; acik, dondurulmus ya da zarar
      *yazilmis hesaplar bakiyelerine bakilmaksizin ana dosyada
      *kalir.
      *
      *Arsive yalnizca DORMNTC ile uyku bildirimi gonderilmis hesap
      *tasinir: bildirim tarihi bekleme suresinden (PARM'in ikinci
      *uc hanesi, gun; bos ise 30) eski olmali ve bildirim gunu ya
      *da sonrasinda gunlukte hareketi olmamalidir. Bildirimi
      *olmayan, bekleme suresi dolmamis ya da bildirimden sonra
      *hareket gormus hesap ana dosyada kalir; sonuncularin bildirimi
      *bir sonraki DORMNTC gecisinde iptal edilip raporlanir.
      *
      *Gunluk hareketleri hesap anahtariyla SORT'a verilir ve ana
      *dosya gecisi, siralanmis hareket akisiyla yan yana sirali
               88  ACCT-TYPE-BUSINESS   VALUE 'B'.
           05  ACCT-STMT-CYCLE    PIC X(2).
           05  ACCT-BRANCH        PIC X(4).
           05  COMMENTS           PIC X(8).
           05  ACCT-DORM-NTC-DATE PIC 9(8) COMP-3.
           05  FILLER             PIC X(13).
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-CLOSED   VALUE 'C'.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  FILLER             PIC X(16).
      *Gunluk kaydinin yapisi, ACCTMNT programindaki JRNL-REC ile
      *aynidir.
       FD  JRNL-FILE RECORDING MODE F.
           05  JRNL-ACTION-O      PIC X(1).
           05  JRNL-BEFORE-O      PIC X(170).
           05  JRNL-AFTER-O       PIC X(170).
           05  JRNL-PGM-O         PIC X(8).
      *Arsiv kaydi: arsiv tarihi damgasi ve ACCT-FIELDS'in tam
      *goruntusu. ACCTREST geri yuklemede ayni yerlesimi okur.
       FD  ARCH-FILE RECORDING MODE F.
           05  ARCH-IMAGE-O       PIC X(170).
       FD  REG-PRINT RECORDING MODE F.
       01  REG-REC                PIC X(80).
      *Siralama kaydi: hesap anahtari ve hareket tarihi (YYYYAAGG).
      *Tarih de anahtara katildigi icin bir hesabin son hareketi,
      *esit anahtarli kayitlarin sonuncusudur.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
           05  SRT-DATE           PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 JRNL-FILE-SUCCES             VALUE 00 97.
         05 ST-ARCH-FILE       PIC 9(2).
         05 ST-REG-PRINT       PIC 9(2).
      *Uyku siniri (ay) ve bildirim bekleme suresi (gun) PARM'dan
      *alinir.
       01 WS-AGE-AREA.
         05 WS-PARM-TEXT       PIC X(6) VALUE SPACES.
         05 WS-AGE-PARM        PIC X(3) VALUE SPACES.
         05 WS-AGE-JUST        PIC X(3) JUSTIFIED RIGHT.
         05 WS-AGE-MONTHS      PIC 9(3) VALUE 12.
         05 WS-WAIT-PARM       PIC X(3) VALUE SPACES.
         05 WS-WAIT-JUST       PIC X(3) JUSTIFIED RIGHT.
         05 WS-WAIT-DAYS       PIC 9(3) VALUE 30.
      *Ay karsilastirmasi icin tarihler YYYY*12+AA sayisina
      *cevrilir; kesim noktasindan kucuk son hareket uykudadir.
       01 WS-MONTH-AREA.
            10 WS-TODAY-DD     PIC 9(2).
         05 WS-TODAY-MONTHS    PIC 9(6) VALUE ZERO.
         05 WS-CUTOFF-MONTHS   PIC 9(6) VALUE ZERO.
      *Bildirimin yasi gun olarak hesaplanir.
         05 WS-TODAY-INT       PIC 9(7) VALUE ZERO.
         05 WS-NOTICE-DAYS     PIC S9(7) VALUE ZERO.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye cevirmek icin; yuzyil
      *icin 50 altindaki yillar 20xx sayilir (AUDRPT ile ayni kural).
       01 WS-DATE-PARSE.
         05 WS-PARSE-MM        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-DD        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YY        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YYYY      PIC 9(4) VALUE ZERO.
         05 WS-ENTRY-DATE      PIC 9(8) VALUE ZERO.
      *Sirali eslestirme icin kullanilan alanlar: hareket akisinin
      *sonu, eldeki hesabin gunlukte gorulup gorulmedigi, son
      *hareket tarihi ve ayi.
       01 WS-MATCH-AREA.
         05 WS-ACT-EOF-SW      PIC X VALUE 'N'.
            88 ACTIVITY-EOF            VALUE 'Y'.
         05 WS-FOUND-SW        PIC X VALUE 'N'.
            88 ROW-FOUND               VALUE 'Y'.
         05 WS-LAST-DATE       PIC 9(8) VALUE ZERO.
         05 WS-LAST-DATE-X REDEFINES WS-LAST-DATE.
            10 WS-LAST-YYYY    PIC 9(4).
            10 WS-LAST-MM      PIC 9(2).
            10 WS-LAST-DD      PIC 9(2).
         05 WS-LAST-MONTHS     PIC 9(6) VALUE ZERO.
       01 WS-ACT-KEY           PIC X(8) VALUE SPACES.
      *Hesapta kayitli uyku bildirimi tarihi; eski kayitlarda alan
      *sayisal degilse bildirim yok sayilir.
       01 WS-NOTICE-DATE       PIC 9(8) VALUE ZERO.
       01 WS-COUNTERS.
         05 WS-JRNL-READ       PIC 9(7) VALUE ZERO.
         05 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-ARCH-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-KEEP-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-SKIP-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-OPEN-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-NONTC-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-WAIT-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-VOID-COUNT      PIC 9(7) VALUE ZERO.
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
           PERFORM H100-OPEN-FILES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NO
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS H200-FEED-JOURNAL
                   THRU H200-FEED-JOURNAL-END
               OUTPUT PROCEDURE IS H300-PASS-MASTER
                   THRU H300-PASS-MASTER-END
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz, uyku siniri ve bekleme suresini PARM'dan
      *alip ay kesim noktasini hesapliyoruz ve sicil basligini
      *yaziyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
           MOVE WS-PARM-TEXT(1:3) TO WS-AGE-PARM.
           MOVE WS-PARM-TEXT(4:3) TO WS-WAIT-PARM.
           MOVE WS-AGE-PARM TO WS-AGE-JUST.
           INSPECT WS-AGE-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-AGE-JUST IS NUMERIC
                       ' IGNORED: ' WS-AGE-PARM
               END-IF
           END-IF.
           MOVE WS-WAIT-PARM TO WS-WAIT-JUST.
           INSPECT WS-WAIT-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-WAIT-JUST IS NUMERIC
               MOVE WS-WAIT-JUST TO WS-WAIT-DAYS
           ELSE
               IF WS-WAIT-PARM NOT = SPACES
                   DISPLAY 'WARNING: NON-NUMERIC WAIT DAYS PARM'
                       ' IGNORED: ' WS-WAIT-PARM
               END-IF
           END-IF.
           OPEN I-O    ACCT-MSTR.
           OPEN INPUT  JRNL-FILE.
           OPEN EXTEND ARCH-FILE.
               MOVE ST-REG-PRINT TO RETURN-CODE
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
           MOVE BD-CURR-DATE TO WS-TODAY-DATE8.
           COMPUTE WS-TODAY-MONTHS =
               (WS-TODAY-YYYY * 12) + WS-TODAY-MM.
           COMPUTE WS-CUTOFF-MONTHS =
               WS-TODAY-MONTHS - WS-AGE-MONTHS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE8).
           MOVE WS-RUN-DATE-O TO REG-HDR-DATE.
           WRITE REG-REC FROM REG-HDR-LINE.
           WRITE REG-REC FROM REG-COL-LINE.
       H100-END. EXIT.
      *Giris yordami: gunlugu okuyup her satirdan hesap anahtari ve
      *hareket tarihi cikarip SORT'a veriyoruz; eklemelerde anahtar
      *sonraki goruntuden, digerlerinde onceki goruntuden alinir
      *(ACCTBKO ile ayni). Tarihi cozulmeyen satir hareket sayilmaz.
       H200-FEED-JOURNAL.
           END-IF.
           PERFORM H220-CONVERT-JRNL-DATE.
           IF (WS-ACT-KEY NOT = SPACES)
               AND (WS-ENTRY-DATE > ZERO)
               MOVE WS-ACT-KEY       TO SRT-ACCT-NO
               MOVE WS-ENTRY-DATE    TO SRT-DATE
               RELEASE SORT-REC
           END-IF.
           READ JRNL-FILE.
       H210-END. EXIT.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye ceviriyoruz;
      *cozulemeyen tarih sifir kalir ve hareket sayilmaz. Gunu
      *cozulemeyen satirda ayin ilk gunu alinir.
       H220-CONVERT-JRNL-DATE.
           MOVE ZERO TO WS-ENTRY-DATE.
           IF (JRNL-DATE-O(1:2) IS NUMERIC) AND
               (JRNL-DATE-O(7:2) IS NUMERIC)
               MOVE JRNL-DATE-O(1:2) TO WS-PARSE-MM
               MOVE JRNL-DATE-O(7:2) TO WS-PARSE-YY
               MOVE 1 TO WS-PARSE-DD
               IF JRNL-DATE-O(4:2) IS NUMERIC
                   MOVE JRNL-DATE-O(4:2) TO WS-PARSE-DD
                   IF (WS-PARSE-DD < 1) OR (WS-PARSE-DD > 31)
                       MOVE 1 TO WS-PARSE-DD
                   END-IF
               END-IF
               IF (WS-PARSE-MM >= 1) AND (WS-PARSE-MM <= 12)
                   IF WS-PARSE-YY < 50
                       COMPUTE WS-PARSE-YYYY = 2000 + WS-PARSE-YY
                   ELSE
                       COMPUTE WS-PARSE-YYYY = 1900 + WS-PARSE-YY
                   END-IF
                   COMPUTE WS-ENTRY-DATE =
                       (WS-PARSE-YYYY * 10000) + (WS-PARSE-MM * 100)
                       + WS-PARSE-DD
               END-IF
           END-IF.
       H220-END. EXIT.
      *Cikis yordami: ana dosya anahtar sirasiyla okunurken
      *siralanmis hareket akisi yan yana ilerletilir; iki taraf da
      *artan anahtarli oldugu icin her hesabin son hareketi tek
      *geciste bulunur.
       H300-PASS-MASTER.
           RETURN SORT-FILE
           READ ACCT-MSTR.
           PERFORM H310-CHECK-ONE-ACCOUNT UNTIL ACCT-MSTR-EOF.
       H300-PASS-MASTER-END. EXIT.
      *Tek bir hesabin uyuyup uyumadigina bakiyoruz; yalniz
      *kapatilmis hesaplar arsive aday olur. Paketli alani
      *gecersiz kayitlar karar verilemedigi icin atlanir ve sayilir;
      *hareket akisi yine de hesabin anahtarina kadar ilerletilir
      *ki sonraki hesaplarin eslesmesi kaymasin.
           IF ACCT-BALANCE NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               IF NOT ACCT-STATUS-CLOSED
                   ADD 1 TO WS-OPEN-COUNT
                   ADD 1 TO WS-KEEP-COUNT
               ELSE
                   IF ACCT-BALANCE = ZERO
                       PERFORM H320-TEST-DORMANCY
                   ELSE
                       ADD 1 TO WS-KEEP-COUNT
                   END-IF
               END-IF
           END-IF.
           READ ACCT-MSTR.
       H310-END. EXIT.
      *Hareket akisini bu hesabin anahtarina getiriyoruz: kucuk
      *anahtarlar atlanir, esit anahtarlarin sonuncusu (tarih de
      *anahtarda artan oldugu icin en yeni hareket) elde kalir.
       H315-FIND-ACTIVITY.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-LAST-DATE.
           MOVE ZERO TO WS-LAST-MONTHS.
           PERFORM H316-SKIP-LOW-ACTIVITY
               UNTIL ACTIVITY-EOF OR (SRT-ACCT-NO NOT < ACCT-NO).
           PERFORM H317-CONSUME-EQUAL-ACTIVITY
               UNTIL ACTIVITY-EOF OR (SRT-ACCT-NO NOT = ACCT-NO).
           IF ROW-FOUND
               COMPUTE WS-LAST-MONTHS =
                   (WS-LAST-YYYY * 12) + WS-LAST-MM
           END-IF.
       H315-END. EXIT.
       H316-SKIP-LOW-ACTIVITY.
           RETURN SORT-FILE
       H316-END. EXIT.
       H317-CONSUME-EQUAL-ACTIVITY.
           SET ROW-FOUND TO TRUE.
           MOVE SRT-DATE TO WS-LAST-DATE.
           RETURN SORT-FILE
               AT END SET ACTIVITY-EOF TO TRUE
           END-RETURN.
       H317-END. EXIT.
      *Bakiyesi sifir hesabin son hareket ayina bakiyoruz: gunlukte
      *hic hareketi yoksa ya da son hareketi kesim noktasindan
      *eskiyse hesap uykudadir ve uyku bildirimine bakilir.
       H320-TEST-DORMANCY.
           IF ROW-FOUND
               IF WS-LAST-MONTHS < WS-CUTOFF-MONTHS
                   PERFORM H325-TEST-NOTICE
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
               END-IF
           ELSE
               PERFORM H325-TEST-NOTICE
           END-IF.
       H320-END. EXIT.
      *Uyuyan hesap ancak bildirimi bekleme suresinden eskiyse ve
      *bildirim gunu ya da sonrasinda hareketi yoksa arsive tasinir;
      *aksi halde ana dosyada kalir ve nedeni sayilir.
       H325-TEST-NOTICE.
           MOVE ZERO TO WS-NOTICE-DATE.
           MOVE ZERO TO WS-NOTICE-DAYS.
           IF ACCT-DORM-NTC-DATE IS NUMERIC
               MOVE ACCT-DORM-NTC-DATE TO WS-NOTICE-DATE
           END-IF.
           IF WS-NOTICE-DATE > ZERO
               COMPUTE WS-NOTICE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-NOTICE-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WS-NOTICE-DATE = ZERO
                   ADD 1 TO WS-NONTC-COUNT
                   ADD 1 TO WS-KEEP-COUNT
               WHEN ROW-FOUND AND (WS-LAST-DATE NOT < WS-NOTICE-DATE)
                   ADD 1 TO WS-VOID-COUNT
                   ADD 1 TO WS-KEEP-COUNT
               WHEN WS-NOTICE-DAYS < WS-WAIT-DAYS
                   ADD 1 TO WS-WAIT-COUNT
                   ADD 1 TO WS-KEEP-COUNT
               WHEN OTHER
                   PERFORM H330-ARCHIVE-ACCOUNT
           END-EVALUATE.
       H325-END. EXIT.
      *Hesabi arsiv dosyasina yazip sicile dokuyoruz ve ana
      *dosyadan siliyoruz. Arsiv yazilamazsa kayit silinmez.
       H330-ARCHIVE-ACCOUNT.
               MOVE 'ACCOUNTS RETAINED     :' TO REG-TRL-LABEL
               MOVE WS-KEEP-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE '  OF WHICH NOT CLOSED :' TO REG-TRL-LABEL
               MOVE WS-OPEN-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE '  NO DORMANCY NOTICE  :' TO REG-TRL-LABEL
               MOVE WS-NONTC-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE '  NOTICE PERIOD OPEN  :' TO REG-TRL-LABEL
               MOVE WS-WAIT-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE '  ACTIVITY AFTER NTC  :' TO REG-TRL-LABEL
               MOVE WS-VOID-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
               MOVE 'ACCOUNTS SKIPPED      :' TO REG-TRL-LABEL
               MOVE WS-SKIP-COUNT TO REG-TRL-COUNT
               WRITE REG-REC FROM REG-TRL-LINE
           DISPLAY 'ACCOUNTS READ     : ' WS-READ-COUNT.
           DISPLAY 'ACCOUNTS ARCHIVED : ' WS-ARCH-COUNT.
           DISPLAY 'ACCOUNTS RETAINED : ' WS-KEEP-COUNT.
           DISPLAY '  NOT CLOSED      : ' WS-OPEN-COUNT.
           DISPLAY '  NO NOTICE       : ' WS-NONTC-COUNT.
           DISPLAY '  NOTICE PENDING  : ' WS-WAIT-COUNT.
           DISPLAY '  ACTIVITY AFTER  : ' WS-VOID-COUNT.
           DISPLAY 'ACCOUNTS SKIPPED  : ' WS-SKIP-COUNT.
           CLOSE ACCT-MSTR.
           CLOSE JRNL-FILE.
