      *PARM bos birakilirsa eski davranisla tum hesaplar basilir.
      *Sayfalar posta odasi icin sube koduna gore gruplanir ve is
      *sonunda sube basina sayfa sayimi dokulur.
      *
      *Her ekstre, bakiyesi olan hesap icin asgari odeme tutarini ve
      *son odeme tarihini hesaplayip ana dosyaya yazar ve sayfaya
      *basar: asgari odeme bakiyenin %3'u, en az 25.00, en fazla
      *bakiyenin kendisidir; onceki ekstrenin vadesi gecmis ve
      *odenmemis kismi yeni tutara eklenir ve hesabin gecikme
      *tarihi (ilk odenmeyen vade) isaretlenir. Son odeme tarihi
      *ekstre tarihinden 25 gun sonradir. Ayni gun yeniden basimda
      *tutar yeniden hesaplanmaz.
      *
      *Kapatilmis (C) hesap, cevriminde bir kez daha basilir: sayfaya
      *kapanis tarihiyle FINAL STATEMENT satiri eklenir ve hesabin
      *kapanis ekstresi isareti ana dosyada 'Y' yapilir; sonraki
      *cevrimlerde kapatilmis hesaba ekstre basilmaz.
      *
      *Ekstresi iade donmus (RTNMAIL ile hatali adres isaretlenmis)
      *hesaba ekstre postalanmaz: sayfa yine hazirlanir, asgari odeme
      *hesaplanir ve yeniden basim icin arsive yazilir, ancak posta
      *dosyasina basilmaz; hesap, subenin musteriye ulasip adresi
      *duzeltmesi icin sube koduna gore gruplanan bekletme listesine
      *(HOLDRPT) yazilir. Bekletilen kapatilmis hesabin kapanis
      *ekstresi basilmis sayilmaz ki adres duzeltilince postalansin.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap ana dosyasi, sube basina birden cok gecis yapilacagi
      *icin dinamik erisimle acilir; asgari odeme bilgisi yerinde
      *guncellendigi icin I-O olarak acilir.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             ACCESS DYNAMIC
                             RECORD KEY IS ARCH-KEY
                             STATUS ST-ARCH-FILE.
      *Hatali adres nedeniyle postalanmayan ekstrelerin sube bazinda
      *bekletme listesi.
           SELECT HOLD-PRINT ASSIGN TO HOLDRPT
                             STATUS ST-HOLD-PRINT.
       DATA DIVISION.
       FILE SECTION.
      *Hesap ana dosyasinin yapisi, ODEV ve ACCTMNT programlarindaki
               88  ACCT-TYPE-BUSINESS   VALUE 'B'.
           05  ACCT-STMT-CYCLE    PIC X(2).
           05  ACCT-BRANCH        PIC X(4).
           05  COMMENTS           PIC X(8).
           05  FILLER             PIC X(5).
           05  ACCT-BAD-ADDR-SW   PIC X(1).
               88  ACCT-BAD-ADDRESS      VALUE 'Y'.
           05  ACCT-RTN-FIRST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-LAST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-COUNT     PIC 9(3) COMP-3.
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-CLOSED    VALUE 'C'.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  ACCT-FINAL-STMT-SW PIC X(1).
               88  FINAL-STMT-PRINTED    VALUE 'Y'.
           05  ACCT-MIN-DUE       PIC S9(7)V99 COMP-3.
           05  ACCT-DUE-DATE      PIC 9(8) COMP-3.
           05  ACCT-DLQ-DATE      PIC 9(8) COMP-3.
       FD  STMT-PRINT RECORDING MODE F.
       01  STMT-REC               PIC X(80).
      *Arsiv kaydi: anahtar ve satirin basim oncesi ilerletme kodu
               10  ARCH-LINE-NO   PIC 9(3).
           05  ARCH-CC            PIC X(1).
           05  ARCH-LINE          PIC X(80).
       FD  HOLD-PRINT RECORDING MODE F.
       01  HOLD-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
      *Acilan dosyalarin durum kodlarini tutan alanlar.
       01 WS-WORK-AREA.
         05 ST-ACCT-REC       PIC 9(2).
            88 ACCT-REC-SUCCES          VALUE 00 97.
         05 ST-STMT-PRINT     PIC 9(2).
         05 ST-ARCH-FILE      PIC 9(2).
            88 ARCH-FILE-SUCCES         VALUE 00 97.
            88 ARCH-FILE-DUPLICATE      VALUE 22.
         05 ST-HOLD-PRINT     PIC 9(2).
      *Arsivlenen satirin gecici alanlari ve hesap icindeki satir
      *sirasi.
       01 WS-ARCH-AREA.
         05 WS-ARCH-SEQ       PIC 9(3)  VALUE ZERO.
       01 WS-STMT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-SKIP-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-FINAL-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
      *Hatali adresli hesabin sayfasi posta dosyasina basilmaz;
      *bekletme listesinde sube basligi sube degistikce yazilir.
       01 WS-HOLD-SW          PIC X VALUE 'N'.
         88 STMT-HELD               VALUE 'Y'.
       01 WS-HOLD-BRANCH      PIC X(4) VALUE LOW-VALUES.
       01 WS-AVAIL-CREDIT     PIC S9(7)V99 COMP-3 VALUE ZERO.
      *Asgari odeme kurali: bakiyenin yuzdesi, alt sinir ve vade
      *gunu. Tarihler YYYYMMDD; vade, gun sayisina cevrilip
      *eklenerek bulunur.
       01 WS-PAYMENT-AREA.
         05 WS-MIN-PCT        PIC V99 VALUE .03.
         05 WS-MIN-FLOOR      PIC S9(7)V99 COMP-3 VALUE 25.00.
         05 WS-DUE-DAYS       PIC 9(3) VALUE 25.
         05 WS-CUR-MIN        PIC S9(7)V99 COMP-3 VALUE ZERO.
         05 WS-PAST-DUE       PIC S9(7)V99 COMP-3 VALUE ZERO.
         05 WS-NEW-MIN-DUE    PIC S9(8)V99 COMP-3 VALUE ZERO.
         05 WS-RUN-DATE8      PIC 9(8) VALUE ZERO.
         05 WS-NEW-DUE-DATE8  PIC 9(8) VALUE ZERO.
         05 WS-DUE-INT        PIC 9(7) VALUE ZERO.
         05 WS-DUE-UPD-COUNT  PIC 9(7) VALUE ZERO.
      *Sayfada basilacak YYYYMMDD tarihin MM/DD/YYYY gorunumu.
       01 WS-FMT-DATE8        PIC 9(8) VALUE ZERO.
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE8.
         05 WS-FMT-YYYY       PIC 9(4).
         05 WS-FMT-MM         PIC 9(2).
         05 WS-FMT-DD         PIC 9(2).
       01 WS-FMT-DATE-O       PIC X(10) VALUE SPACES.
      *Cevrim secimi: PARM'daki iki haneli cevrim; bos PARM tum
      *cevrimleri basar. Cevrimi bos hesaplar varsayilana duser.
       01 WS-CYCLE-AREA.
         05 BR-ROW OCCURS 100 TIMES.
            10 BR-CODE         PIC X(4).
            10 BR-PAGE-COUNT   PIC 9(5).
            10 BR-HOLD-COUNT   PIC 9(5).
       01 BR-SUB               PIC 9(3) COMP VALUE ZERO.
       01 WS-CUR-BRANCH        PIC X(4) VALUE SPACES.
       01 WS-BR-FOUND-SW       PIC X VALUE 'N'.
         88 BRANCH-OVERFLOWED       VALUE 'Y'.
       01 WS-OTHER-PASS-SW     PIC X VALUE 'N'.
         88 OTHER-BRANCH-PASS       VALUE 'Y'.
      *Calistirma tarihi, operasyonun her is gunu basinda ilerlettigi
      *ortak is gunu kontrol dosyasindan GETBDATE ile alinir.
       01 BUSDATE-PARM.
         05 BD-DATE-SW         PIC X(1).
            88 BD-DATE-OK                  VALUE 'Y'.
         05 BD-CURR-DATE       PIC 9(8).
         05 BD-PREV-DATE       PIC 9(8).
         05 BD-CLOSE-DATE      PIC 9(8).
       01 WS-RUN-DATE.
         05 WS-RUN-YY         PIC 9(2).
         05 WS-RUN-MM         PIC 9(2).
       01 STMT-AVAIL-LINE.
         05  FILLER           PIC X(18) VALUE 'AVAILABLE CREDIT:'.
         05  STMT-AVAIL-O     PIC -$,$$$,$$9.99.
       01 STMT-MIN-LINE.
         05  FILLER           PIC X(18) VALUE 'MINIMUM PAYMENT :'.
         05  STMT-MIN-DUE-O   PIC $$,$$$,$$9.99.
       01 STMT-DUE-LINE.
         05  FILLER           PIC X(18) VALUE 'PAYMENT DUE DATE:'.
         05  STMT-DUE-DATE-O  PIC X(16).
       01 STMT-PAST-LINE.
         05  FILLER           PIC X(18) VALUE 'PAST DUE SINCE  :'.
         05  STMT-PAST-DATE-O PIC X(10).
         05  FILLER           PIC X(30)
             VALUE '  - PLEASE PAY IMMEDIATELY'.
       01 STMT-FINAL-LINE.
         05  FILLER           PIC X(32)
             VALUE 'FINAL STATEMENT - ACCOUNT CLOSED'.
         05  FILLER           PIC X(4)  VALUE ' ON '.
         05  STMT-FINAL-DATE-O PIC X(10).
       01 STMT-CMT-LINE.
         05  FILLER           PIC X(10) VALUE 'REMARKS : '.
         05  STMT-COMMENTS-O  PIC X(8).
      *Posta odasi ozeti: sube basina basilan sayfa sayisi.
       01 STMT-MAIL-HDR-LINE.
         05  FILLER           PIC X(32)
         05  STMT-MAIL-BR-O   PIC X(4).
         05  FILLER           PIC X(9)  VALUE '  PAGES: '.
         05  STMT-MAIL-CNT-O  PIC ZZ,ZZ9.
         05  FILLER           PIC X(9)  VALUE '   HELD: '.
         05  STMT-MAIL-HOLD-O PIC ZZ,ZZ9.
       01 STMT-TRL-LINE.
         05  FILLER           PIC X(22) VALUE 'STATEMENTS PRINTED:'.
         05  STMT-TRL-COUNT   PIC ZZZ,ZZ9.
       01 STMT-HELD-TRL-LINE.
         05  FILLER           PIC X(22) VALUE 'STATEMENTS HELD   :'.
         05  STMT-HELD-COUNT  PIC ZZZ,ZZ9.
      *Bekletme listesi satir yapilari; HOLD-REC'e FROM ile tasinir.
       01 HOLD-HDR-LINE.
         05  FILLER           PIC X(36)
             VALUE 'STATEMENTS HELD - RETURNED MAIL'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  HOLD-HDR-DATE    PIC X(8).
       01 HOLD-BRANCH-LINE.
         05  FILLER           PIC X(10) VALUE 'BRANCH : '.
         05  HOLD-BRANCH-O    PIC X(4).
       01 HOLD-COL-LINE.
         05  FILLER           PIC X(10) VALUE 'ACCT NO'.
         05  FILLER           PIC X(21) VALUE 'LAST NAME'.
         05  FILLER           PIC X(16) VALUE 'FIRST NAME'.
         05  FILLER           PIC X(12) VALUE 'RETURNED'.
         05  FILLER           PIC X(5)  VALUE 'RTNS'.
         05  FILLER           PIC X(13) VALUE '      MIN DUE'.
       01 HOLD-DETAIL-LINE.
         05  HOLD-ACCT-NO-O   PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  HOLD-LAST-NAME-O PIC X(20).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  HOLD-FIRST-NAME-O PIC X(15).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  HOLD-RTN-DATE-O  PIC X(10).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  HOLD-RTN-COUNT-O PIC ZZ9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  HOLD-MIN-DUE-O   PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  HOLD-FINAL-O     PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           ACCEPT WS-CYCLE-PARM FROM COMMAND-LINE.
           OPEN I-O    ACCT-REC.
           OPEN OUTPUT STMT-PRINT.
           OPEN OUTPUT HOLD-PRINT.
           OPEN I-O    ARCH-FILE.
      *Yeni tanimlanmis ama henuz hic yuklenmemis arsiv kumesi I-O
      *ile acilamaz (durum 35); ilk calistirma kumeyi bir tohum
           IF ST-ARCH-FILE = 35
               PERFORM PRIME-ARCHIVE
           END-IF.
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-STOP
           END-IF.
           MOVE BD-CURR-DATE(3:6) TO WS-RUN-DATE.
           MOVE WS-RUN-MM TO WS-RUN-DATE-O(1:2).
           MOVE '/'       TO WS-RUN-DATE-O(3:1).
           MOVE WS-RUN-DD TO WS-RUN-DATE-O(4:2).
           MOVE '/'       TO WS-RUN-DATE-O(6:1).
           MOVE WS-RUN-YY TO WS-RUN-DATE-O(7:2).
           MOVE BD-CURR-DATE TO WS-RUN-DATE8.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE8) + WS-DUE-DAYS.
           COMPUTE WS-NEW-DUE-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           IF (ST-ACCT-REC NOT = 0) AND (ST-ACCT-REC NOT = 97)
           DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-REC
           MOVE ST-ACCT-REC TO RETURN-CODE
           MOVE ST-ARCH-FILE TO RETURN-CODE
           PERFORM CLOSE-STOP
           END-IF.
           IF (ST-HOLD-PRINT NOT = 0) AND (ST-HOLD-PRINT NOT = 97)
           DISPLAY 'UNABLE TO OPEN HOLDRPT: ' ST-HOLD-PRINT
           MOVE ST-HOLD-PRINT TO RETURN-CODE
           PERFORM CLOSE-STOP
           END-IF.
           MOVE WS-RUN-DATE-O TO HOLD-HDR-DATE.
           WRITE HOLD-REC FROM HOLD-HDR-LINE.
           IF WS-CYCLE-PARM = SPACES
               DISPLAY 'NO CYCLE PARM - ALL CYCLES PRINTED'
           ELSE
               PERFORM WRITE-MAIL-SUMMARY
               PERFORM WRITE-TRAILER
           END-IF
           IF (ST-HOLD-PRINT = 0) OR (ST-HOLD-PRINT = 97)
               PERFORM WRITE-HOLD-TRAILER
           END-IF
           CLOSE ACCT-REC.
           CLOSE STMT-PRINT.
           CLOSE HOLD-PRINT.
           CLOSE ARCH-FILE.
           GOBACK.
      *-----------
      *cevrimi bos hesap varsayilan cevrime duser; PARM bos ise her
      *hesap secilir. Paketli alanlari gecersiz kayitlar (ODEV'in
      *suspense raporuna dusen kayitlar) musteriye ekstre cikmasin
      *diye secilmez; kapanis ekstresi basilmis kapatilmis hesap da
      *secilmez.
       CHECK-SELECTION.
           MOVE 'N' TO WS-SELECT-SW.
           IF ACCT-STMT-CYCLE = SPACES
               MOVE ACCT-STMT-CYCLE TO WS-EFF-CYCLE
           END-IF.
           IF (ACCT-LIMIT IS NUMERIC) AND (ACCT-BALANCE IS NUMERIC)
               AND NOT (ACCT-STATUS-CLOSED AND FINAL-STMT-PRINTED)
               IF (WS-CYCLE-PARM = SPACES)
                   OR (WS-EFF-CYCLE = WS-CYCLE-PARM)
                   MOVE 'Y' TO WS-SELECT-SW
                   ADD 1 TO BR-COUNT
                   MOVE ACCT-BRANCH TO BR-CODE(BR-COUNT)
                   MOVE ZERO        TO BR-PAGE-COUNT(BR-COUNT)
                   MOVE ZERO        TO BR-HOLD-COUNT(BR-COUNT)
               END-IF
           END-IF.
       CHECK-ONE-BRANCH-ROW.
           PERFORM PRINT-BRANCH-ACCOUNT UNTIL LASTREC = 'Y'.
           MOVE 'N' TO WS-OTHER-PASS-SW.
      *Ekstre sayfasinin kendisini basiyoruz; her satir, hem cikti
      *dosyasina yazilir hem de yeniden basim icin arsivlenir. Hatali
      *adresli hesabin sayfasi yalnizca arsivlenir ve hesap bekletme
      *listesine yazilir.
       WRITE-STATEMENT-PAGE.
           MOVE 'N' TO WS-HOLD-SW.
           IF ACCT-BAD-ADDRESS
               SET STMT-HELD TO TRUE
           END-IF.
           PERFORM SET-PAYMENT-DUE.
           MOVE ZERO TO WS-ARCH-SEQ.
           MOVE WS-RUN-DATE-O TO STMT-HDR-DATE.
           MOVE STMT-HDR-LINE TO WS-STMT-LINE.
           MOVE WS-AVAIL-CREDIT TO STMT-AVAIL-O.
           MOVE STMT-AVAIL-LINE TO WS-STMT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM WRITE-PAYMENT-LINES.
           MOVE COMMENTS     TO STMT-COMMENTS-O.
           MOVE STMT-CMT-LINE TO WS-STMT-LINE.
           MOVE '2' TO WS-LINE-CC.
           PERFORM PUT-STATEMENT-LINE.
           IF ACCT-STATUS-CLOSED
               PERFORM WRITE-FINAL-STATEMENT
           END-IF.
           IF STMT-HELD
               PERFORM WRITE-HOLD-LINE
           ELSE
               ADD 1 TO WS-STMT-COUNT
               PERFORM COUNT-BRANCH-PAGE
           END-IF.
      *Kapatilmis hesabin son sayfasina kapanis satirini basiyoruz
      *ve kapanis ekstresi isaretini ana dosyaya yaziyoruz ki hesaba
      *bir daha ekstre basilmasin. Bekletilen sayfa postalanmadigi
      *icin isaret konmaz; kapanis ekstresi adres duzelince basilir.
       WRITE-FINAL-STATEMENT.
           IF ACCT-STATUS-DATE IS NUMERIC
               MOVE ACCT-STATUS-DATE TO WS-FMT-DATE8
               PERFORM FORMAT-PRINT-DATE
               MOVE WS-FMT-DATE-O TO STMT-FINAL-DATE-O
           ELSE
               MOVE SPACES TO STMT-FINAL-DATE-O
           END-IF.
           MOVE STMT-FINAL-LINE TO WS-STMT-LINE.
           MOVE '2' TO WS-LINE-CC.
           PERFORM PUT-STATEMENT-LINE.
           IF NOT STMT-HELD
               MOVE 'Y' TO ACCT-FINAL-STMT-SW
               REWRITE ACCT-FIELDS
                   INVALID KEY CONTINUE
               END-REWRITE
               IF ACCT-REC-SUCCES
                   ADD 1 TO WS-FINAL-COUNT
               ELSE
                   DISPLAY 'FINAL STATEMENT REWRITE FAILED FOR '
                       ACCT-NO ' STATUS ' ST-ACCT-REC
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *Bu ekstrenin asgari odemesini ve son odeme tarihini
      *hesaplayip ana dosyaya yaziyoruz. Eski duzende kalmis bozuk
      *alanlar sifir sayilir. Vadesi bugunku ekstreyle ayni olan
      *hesap bugun zaten islenmistir (yeniden basim); dokunulmaz.
       SET-PAYMENT-DUE.
           IF ACCT-MIN-DUE NOT NUMERIC
               MOVE ZERO TO ACCT-MIN-DUE
           END-IF.
           IF ACCT-DUE-DATE NOT NUMERIC
               MOVE ZERO TO ACCT-DUE-DATE
           END-IF.
           IF ACCT-DLQ-DATE NOT NUMERIC
               MOVE ZERO TO ACCT-DLQ-DATE
           END-IF.
           IF ACCT-DUE-DATE NOT = WS-NEW-DUE-DATE8
               PERFORM COMPUTE-MIN-DUE
               REWRITE ACCT-FIELDS
                   INVALID KEY CONTINUE
               END-REWRITE
               IF ACCT-REC-SUCCES
                   ADD 1 TO WS-DUE-UPD-COUNT
               ELSE
                   DISPLAY 'PAYMENT DUE REWRITE FAILED FOR '
                       ACCT-NO ' STATUS ' ST-ACCT-REC
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *Vadesi gecmis ve odenmemis onceki asgari odeme gecikmis
      *tutar olarak yeni tutara eklenir; vadesi henuz gelmemisse
      *kalan tutar ile yeni tutarin buyugu gecerlidir. Bakiyesi
      *olmayan hesabin odeme ve gecikme bilgisi temizlenir.
       COMPUTE-MIN-DUE.
           MOVE ZERO TO WS-PAST-DUE.
           IF (ACCT-MIN-DUE > ZERO) AND (ACCT-DUE-DATE > ZERO)
               AND (ACCT-DUE-DATE < WS-RUN-DATE8)
               MOVE ACCT-MIN-DUE TO WS-PAST-DUE
               IF ACCT-DLQ-DATE = ZERO
                   MOVE ACCT-DUE-DATE TO ACCT-DLQ-DATE
               END-IF
           END-IF.
           IF ACCT-BALANCE > ZERO
               COMPUTE WS-CUR-MIN ROUNDED =
                   ACCT-BALANCE * WS-MIN-PCT
               IF WS-CUR-MIN < WS-MIN-FLOOR
                   MOVE WS-MIN-FLOOR TO WS-CUR-MIN
               END-IF
               COMPUTE WS-NEW-MIN-DUE = WS-CUR-MIN + WS-PAST-DUE
               IF (WS-PAST-DUE = ZERO)
                   AND (ACCT-MIN-DUE > WS-NEW-MIN-DUE)
                   MOVE ACCT-MIN-DUE TO WS-NEW-MIN-DUE
               END-IF
               IF WS-NEW-MIN-DUE > ACCT-BALANCE
                   MOVE ACCT-BALANCE TO WS-NEW-MIN-DUE
               END-IF
               MOVE WS-NEW-MIN-DUE   TO ACCT-MIN-DUE
               MOVE WS-NEW-DUE-DATE8 TO ACCT-DUE-DATE
           ELSE
               MOVE ZERO TO ACCT-MIN-DUE
               MOVE ZERO TO ACCT-DUE-DATE
               MOVE ZERO TO ACCT-DLQ-DATE
           END-IF.
      *Asgari odeme, son odeme tarihi ve varsa gecikme satirlarini
      *basiyoruz; odeme beklenmeyen hesapta tarih yerine aciklama
      *basilir.
       WRITE-PAYMENT-LINES.
           MOVE ACCT-MIN-DUE TO STMT-MIN-DUE-O.
           MOVE STMT-MIN-LINE TO WS-STMT-LINE.
           MOVE '2' TO WS-LINE-CC.
           PERFORM PUT-STATEMENT-LINE.
           IF ACCT-DUE-DATE = ZERO
               MOVE 'NO PAYMENT DUE' TO STMT-DUE-DATE-O
           ELSE
               MOVE ACCT-DUE-DATE TO WS-FMT-DATE8
               PERFORM FORMAT-PRINT-DATE
               MOVE WS-FMT-DATE-O TO STMT-DUE-DATE-O
           END-IF.
           MOVE STMT-DUE-LINE TO WS-STMT-LINE.
           MOVE SPACE TO WS-LINE-CC.
           PERFORM PUT-STATEMENT-LINE.
           IF ACCT-DLQ-DATE > ZERO
               MOVE ACCT-DLQ-DATE TO WS-FMT-DATE8
               PERFORM FORMAT-PRINT-DATE
               MOVE WS-FMT-DATE-O TO STMT-PAST-DATE-O
               MOVE STMT-PAST-LINE TO WS-STMT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.
       FORMAT-PRINT-DATE.
           MOVE SPACES TO WS-FMT-DATE-O.
           STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
               DELIMITED BY SIZE INTO WS-FMT-DATE-O.
      *Tek bir ekstre satirini ilerletme koduna gore basiyoruz ve
      *arsive yaziyoruz; bekletilen sayfa yalnizca arsive yazilir.
       PUT-STATEMENT-LINE.
           IF NOT STMT-HELD
               EVALUATE WS-LINE-CC
                   WHEN '1'
                       WRITE STMT-REC FROM WS-STMT-LINE
                           AFTER ADVANCING PAGE
                   WHEN '2'
                       WRITE STMT-REC FROM WS-STMT-LINE
                           AFTER ADVANCING 2 LINES
                   WHEN OTHER
                       WRITE STMT-REC FROM WS-STMT-LINE
               END-EVALUATE
           END-IF.
           PERFORM ARCHIVE-STMT-LINE.
      *Satiri anahtarli arsive yaziyoruz; ayni cevrim ayni gun
      *yeniden kosulursa eski satirin uzerine yazilir ki arsiv
           IF NOT OTHER-BRANCH-PASS
               ADD 1 TO BR-PAGE-COUNT(BR-SUB)
           END-IF.
      *Bekletilen hesabi sube listesine yaziyoruz; sube degistikce
      *sube basligi ve kolon satiri basilir. Kapanis ekstresi
      *bekletilen hesap 'F' ile isaretlenir.
       WRITE-HOLD-LINE.
           ADD 1 TO WS-HELD-COUNT.
           IF NOT OTHER-BRANCH-PASS
               ADD 1 TO BR-HOLD-COUNT(BR-SUB)
           END-IF.
           IF ACCT-BRANCH NOT = WS-HOLD-BRANCH
               MOVE ACCT-BRANCH TO WS-HOLD-BRANCH
               MOVE ACCT-BRANCH TO HOLD-BRANCH-O
               WRITE HOLD-REC FROM HOLD-BRANCH-LINE
                   AFTER ADVANCING 2 LINES
               WRITE HOLD-REC FROM HOLD-COL-LINE
           END-IF.
           MOVE ACCT-NO    TO HOLD-ACCT-NO-O.
           MOVE LAST-NAME  TO HOLD-LAST-NAME-O.
           MOVE FIRST-NAME TO HOLD-FIRST-NAME-O.
           IF ACCT-RTN-FIRST-DATE IS NUMERIC
               MOVE ACCT-RTN-FIRST-DATE TO WS-FMT-DATE8
               PERFORM FORMAT-PRINT-DATE
               MOVE WS-FMT-DATE-O TO HOLD-RTN-DATE-O
           ELSE
               MOVE SPACES TO HOLD-RTN-DATE-O
           END-IF.
           IF ACCT-RTN-COUNT IS NUMERIC
               MOVE ACCT-RTN-COUNT TO HOLD-RTN-COUNT-O
           ELSE
               MOVE ZERO TO HOLD-RTN-COUNT-O
           END-IF.
           MOVE ACCT-MIN-DUE TO HOLD-MIN-DUE-O.
           IF ACCT-STATUS-CLOSED
               MOVE 'F' TO HOLD-FINAL-O
           ELSE
               MOVE SPACE TO HOLD-FINAL-O
           END-IF.
           WRITE HOLD-REC FROM HOLD-DETAIL-LINE.
      *Sube basina sayfa sayimini posta odasi icin son sayfaya
      *yaziyoruz.
       WRITE-MAIL-SUMMARY.
       WRITE-ONE-MAIL-LINE.
           MOVE BR-CODE(BR-SUB)       TO STMT-MAIL-BR-O.
           MOVE BR-PAGE-COUNT(BR-SUB) TO STMT-MAIL-CNT-O.
           MOVE BR-HOLD-COUNT(BR-SUB) TO STMT-MAIL-HOLD-O.
           WRITE STMT-REC FROM STMT-MAIL-LINE.
      *Basilan toplam ekstre sayisini son sayfaya yaziyoruz.
       WRITE-TRAILER.
           MOVE WS-STMT-COUNT TO STMT-TRL-COUNT.
           WRITE STMT-REC FROM STMT-TRL-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-HELD-COUNT TO STMT-HELD-COUNT.
           WRITE STMT-REC FROM STMT-HELD-TRL-LINE.
           DISPLAY 'PAYMENT DUE UPDATED: ' WS-DUE-UPD-COUNT.
           DISPLAY 'FINAL STATEMENTS   : ' WS-FINAL-COUNT.
           DISPLAY 'STATEMENTS HELD    : ' WS-HELD-COUNT.
      *Bekletme listesinin sonuna toplam bekletilen sayisini
      *yaziyoruz.
       WRITE-HOLD-TRAILER.
           IF WS-HELD-COUNT = ZERO
               MOVE 'NO STATEMENTS HELD' TO HOLD-REC
               WRITE HOLD-REC AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-HELD-COUNT TO STMT-HELD-COUNT.
           WRITE HOLD-REC FROM STMT-HELD-TRL-LINE
               AFTER ADVANCING 2 LINES.
      *
