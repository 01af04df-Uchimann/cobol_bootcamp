      *oncesi/sonrasi goruntulerden cikarilan bakim gecmisi ve
      *ACCRJRNL tahakkuk gunlugundeki faiz/ucret kalemleri. Ana
      *dosyada bulunmayan hesap, sessizce atlanmaz; acik bir
      *NOT FOUND satiri basilir. Detay panelinde son ekstrenin
      *asgari odemesi, son odeme tarihi ve gecikmedeki hesabin
      *gecikme gun sayisi da gosterilir. Ekstresi iade donmus (hatali
      *adres isaretli) hesapta ilk iade tarihi ve iade sayisi basilir
      *ki musteri adresini guncelleyebilsin. Uyku bildirimi
      *gonderilmis hesapta bildirim tarihi ve hesabin arsive
      *tasinmasini engellemek icin hareket gerektigi basilir.
      *Bakim gecmisi ve faiz/ucret kalemleri, gunlukler her sorguda
      *bastan sona taranmasin diye hesap gecmisi dosyasindan
      *(ACCTHIST) hesap anahtariyla okunur. Gecmisi gece zincirinde
      *HISTLOAD yukler; son gece yuklemesinden sonra gunluge dusen
      *kayitlar ertesi sabaha kadar sorguda gorunmez.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE  ASSIGN TO SYSIN
                             ACCESS DYNAMIC
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
      *Hesap gecmisi, hesap no + tarih + sira no + kaynak
      *anahtarlidir; istenen hesabin ilk kaydina START ile konulup
      *sirali okunur.
           SELECT HIST-FILE  ASSIGN TO ACCTHIST
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IS HIST-KEY
                             STATUS ST-HIST-FILE.
           SELECT INQ-PRINT  ASSIGN TO INQRPT
                             STATUS ST-INQ-PRINT.
       DATA DIVISION.
               88  ACCT-TYPE-PERSONAL   VALUE 'P'.
               88  ACCT-TYPE-BUSINESS   VALUE 'B'.
           05  FILLER             PIC X(6).
           05  COMMENTS           PIC X(8).
           05  ACCT-DORM-NTC-DATE PIC 9(8) COMP-3.
           05  ACCT-BAD-ADDR-SW   PIC X(1).
               88  ACCT-BAD-ADDRESS      VALUE 'Y'.
           05  ACCT-RTN-FIRST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-LAST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-COUNT     PIC 9(3) COMP-3.
           05  FILLER             PIC X(9).
           05  ACCT-MIN-DUE       PIC S9(7)V99 COMP-3.
           05  ACCT-DUE-DATE      PIC 9(8) COMP-3.
           05  ACCT-DLQ-DATE      PIC 9(8) COMP-3.
      *Gecmis kaydinin yapisi, HISTLOAD programindaki HIST-REC ile
      *aynidir; gunluk kaydi HIST-ENTRY'de aynen durur.
       FD  HIST-FILE.
       01  HIST-REC.
           05  HIST-KEY.
               10  HIST-ACCT-NO   PIC X(8).
               10  HIST-DATE      PIC 9(8).
               10  HIST-SEQ       PIC 9(7).
               10  HIST-SOURCE    PIC X(1).
                   88  HIST-FROM-MAINT       VALUE 'M'.
                   88  HIST-FROM-ACCRUAL     VALUE 'A'.
           05  HIST-ENTRY         PIC X(364).
       FD  INQ-PRINT RECORDING MODE F.
       01  INQ-REC                PIC X(80).
       WORKING-STORAGE SECTION.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-NOTFOUND           VALUE 23.
         05 ST-HIST-FILE       PIC 9(2).
            88 HIST-FILE-SUCCES             VALUE 00 97.
         05 ST-INQ-PRINT       PIC 9(2).
      *Sorgulanan hesap numarasi karttan buraya alinir.
       01 WS-INQ-ACCT-NO       PIC X(8) VALUE SPACES.
      *Gecmis dosyasinin acilip acilamadigi ve hesap taramasinin
      *durumu.
       01 WS-HIST-OPEN-SW      PIC X VALUE 'N'.
         88 HIST-OPEN                  VALUE 'Y'.
       01 WS-SCAN-DONE-SW      PIC X VALUE 'N'.
         88 SCAN-DONE                  VALUE 'Y'.
      *Gecmisteki bakim gunlugu kaydinin yapisi, ACCTMNT
      *programindaki JRNL-REC ile aynidir.
       01 JRNL-REC.
           05  JRNL-DATE-O        PIC X(8).
           05  JRNL-SEQ-O         PIC 9(7).
           05  JRNL-ACTION-O      PIC X(1).
           05  JRNL-BEFORE-O      PIC X(170).
           05  JRNL-AFTER-O       PIC X(170).
           05  JRNL-PGM-O         PIC X(8).
      *Gecmisteki tahakkuk satiri, ACCRUE'nun yazdigi duzendedir;
      *satirin basilabilir ilk 76 bayti oldugu gibi rapora tasinir;
      *sondaki sira no ve isaretli bakiye ileri kurtarma icindir.
       01 ACCR-REC.
           05  ACCR-PRINT-PART.
               10  ACCR-DATE-O    PIC X(8).
               10  FILLER         PIC X(2).
               10  ACCR-ACCT-NO-O PIC X(8).
               10  ACCR-REST-O    PIC X(58).
           05  FILLER             PIC X(20).
      *Goruntunun alanlarina erismek icin kullanilan yerlesim;
      *ACCT-FIELDS ile aynidir (GLEXTR'deki WS-IMG-REC gibi).
       01 WS-IMG-REC.
         05 WS-NOTFND-COUNT    PIC 9(3) VALUE ZERO.
         05 WS-JRNL-HITS       PIC 9(5) VALUE ZERO.
         05 WS-ACCR-HITS       PIC 9(5) VALUE ZERO.
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
      *Gecikme gun sayisi icin calistirma tarihi YYYYMMDD olarak
      *tutulur; basilacak tarih MM/DD/YYYY'ye cevrilir.
       01 WS-RUN-DATE8         PIC 9(8) VALUE ZERO.
       01 WS-DAYS-PAST-DUE     PIC S9(7) VALUE ZERO.
       01 WS-FMT-DATE8         PIC 9(8) VALUE ZERO.
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE8.
         05 WS-FMT-YYYY        PIC 9(4).
         05 WS-FMT-MM          PIC 9(2).
         05 WS-FMT-DD          PIC 9(2).
      *Rapor satir yapilari; INQ-REC'e FROM ile tasinir.
       01 INQ-HDR-LINE.
         05  FILLER           PIC X(26)
       01 INQ-BAL-LINE.
         05  FILLER           PIC X(18) VALUE 'BALANCE         :'.
         05  INQ-BALANCE-O    PIC $$,$$$,$$9.99.
       01 INQ-MIN-LINE.
         05  FILLER           PIC X(18) VALUE 'MINIMUM PAYMENT :'.
         05  INQ-MIN-DUE-O    PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(12) VALUE '   DUE DATE:'.
         05  INQ-DUE-DATE-O   PIC X(10).
       01 INQ-DLQ-LINE.
         05  FILLER           PIC X(18) VALUE 'PAST DUE SINCE  :'.
         05  INQ-DLQ-DATE-O   PIC X(10).
         05  FILLER           PIC X(16) VALUE '   DAYS PAST DUE'.
         05  FILLER           PIC X(2)  VALUE ': '.
         05  INQ-DPD-O        PIC ZZZ,ZZ9.
       01 INQ-MAIL-LINE.
         05  FILLER           PIC X(18) VALUE 'RETURNED MAIL   :'.
         05  FILLER           PIC X(18) VALUE 'BAD ADDRESS SINCE '.
         05  INQ-RTN-DATE-O   PIC X(10).
         05  FILLER           PIC X(11) VALUE '  RETURNS: '.
         05  INQ-RTN-COUNT-O  PIC ZZ9.
       01 INQ-DORM-LINE.
         05  FILLER           PIC X(18) VALUE 'DORMANCY NOTICE :'.
         05  FILLER           PIC X(5)  VALUE 'SENT '.
         05  INQ-DORM-DATE-O  PIC X(10).
         05  FILLER           PIC X(33)
             VALUE ' - ACTIVITY NEEDED TO KEEP ACCT'.
       01 INQ-CMT-LINE.
         05  FILLER           PIC X(10) VALUE 'REMARKS : '.
         05  INQ-COMMENTS-O   PIC X(8).
       01 INQ-SECT-LINE.
         05  INQ-SECT-TEXT    PIC X(40).
      *Bakim gecmisi detay satiri: tarih, islem kodu ve goruntulerden
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz ve calistirma tarihini hazirliyoruz.
      *Gecmis dosyasi acilamazsa sorgu yine calisir; gecmis
      *bolumlerinde acik bir uyari satiri basilir.
       H100-OPEN-FILES.
           OPEN INPUT  CARD-FILE.
           OPEN INPUT  ACCT-MSTR.
           OPEN OUTPUT INQ-PRINT.
           OPEN INPUT  HIST-FILE.
           IF HIST-FILE-SUCCES
               SET HIST-OPEN TO TRUE
           ELSE
               DISPLAY 'ACCTHIST NOT AVAILABLE: ' ST-HIST-FILE
           END-IF.
           IF NOT CARD-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN SYSIN: ' ST-CARD-FILE
               MOVE ST-CARD-FILE TO RETURN-CODE
               MOVE ST-INQ-PRINT TO RETURN-CODE
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
           MOVE BD-CURR-DATE TO WS-RUN-DATE8.
       H100-END. EXIT.
      *Tek bir istek kartini isliyoruz. '*' ile baslayan ve bos
      *kartlar atlanir; her gecerli kart yeni bir sayfa acar.
               MOVE ZERO TO INQ-BALANCE-O
           END-IF.
           WRITE INQ-REC FROM INQ-BAL-LINE.
           PERFORM H230-WRITE-PAYMENT-LINES.
           IF ACCT-BAD-ADDRESS AND (ACCT-RTN-FIRST-DATE IS NUMERIC)
               AND (ACCT-RTN-COUNT IS NUMERIC)
               MOVE ACCT-RTN-FIRST-DATE TO WS-FMT-DATE8
               MOVE SPACES TO INQ-RTN-DATE-O
               STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
                   DELIMITED BY SIZE INTO INQ-RTN-DATE-O
               MOVE ACCT-RTN-COUNT TO INQ-RTN-COUNT-O
               WRITE INQ-REC FROM INQ-MAIL-LINE
           END-IF.
           IF (ACCT-DORM-NTC-DATE IS NUMERIC)
               AND (ACCT-DORM-NTC-DATE > ZERO)
               MOVE ACCT-DORM-NTC-DATE TO WS-FMT-DATE8
               MOVE SPACES TO INQ-DORM-DATE-O
               STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
                   DELIMITED BY SIZE INTO INQ-DORM-DATE-O
               WRITE INQ-REC FROM INQ-DORM-LINE
           END-IF.
           MOVE COMMENTS TO INQ-COMMENTS-O.
           WRITE INQ-REC FROM INQ-CMT-LINE.
       H220-END. EXIT.
      *Son ekstrenin odeme bilgisini basiyoruz. Eski duzende kalmis
      *gecersiz alanlar sifir sayilir; gecikme satiri yalnizca
      *gecikmedeki hesap icin basilir.
       H230-WRITE-PAYMENT-LINES.
           IF ACCT-MIN-DUE IS NUMERIC
               MOVE ACCT-MIN-DUE TO INQ-MIN-DUE-O
           ELSE
               MOVE ZERO TO INQ-MIN-DUE-O
           END-IF.
           IF (ACCT-DUE-DATE IS NUMERIC) AND (ACCT-DUE-DATE > ZERO)
               MOVE ACCT-DUE-DATE TO WS-FMT-DATE8
               MOVE SPACES TO INQ-DUE-DATE-O
               STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
                   DELIMITED BY SIZE INTO INQ-DUE-DATE-O
           ELSE
               MOVE 'NONE' TO INQ-DUE-DATE-O
           END-IF.
           WRITE INQ-REC FROM INQ-MIN-LINE.
           IF (ACCT-DLQ-DATE IS NUMERIC) AND (ACCT-DLQ-DATE > ZERO)
               AND (ACCT-DLQ-DATE < WS-RUN-DATE8)
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE8)
                   - FUNCTION INTEGER-OF-DATE(ACCT-DLQ-DATE)
               MOVE WS-DAYS-PAST-DUE TO INQ-DPD-O
               MOVE ACCT-DLQ-DATE TO WS-FMT-DATE8
               MOVE SPACES TO INQ-DLQ-DATE-O
               STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
                   DELIMITED BY SIZE INTO INQ-DLQ-DATE-O
               WRITE INQ-REC FROM INQ-DLQ-LINE
           END-IF.
       H230-END. EXIT.
      *Hesabin bakim gunlugu kayitlarini gecmis dosyasindan anahtarla
      *okuyup oncesi/sonrasi goruntulerini basiyoruz.
       H300-SCAN-MAINT-HISTORY.
           MOVE SPACES TO INQ-REC.
           WRITE INQ-REC.
           MOVE 'MAINTENANCE HISTORY (ACCTJRNL)' TO INQ-SECT-TEXT.
           WRITE INQ-REC FROM INQ-SECT-LINE.
           MOVE ZERO TO WS-JRNL-HITS.
           IF NOT HIST-OPEN
               MOVE '  (HISTORY NOT AVAILABLE)' TO INQ-SECT-TEXT
               WRITE INQ-REC FROM INQ-SECT-LINE
           ELSE
               WRITE INQ-REC FROM INQ-JRNL-COL-LINE
               PERFORM H500-START-HISTORY
               PERFORM H310-CHECK-ONE-JRNL UNTIL SCAN-DONE
               IF WS-JRNL-HITS = ZERO
                   MOVE '  (NO ENTRIES FOUND)' TO INQ-SECT-TEXT
                   WRITE INQ-REC FROM INQ-SECT-LINE
               END-IF
           END-IF.
       H300-END. EXIT.
      *Hesabin gecmis kayitlarindan bakim gunlugunden gelenleri
      *basiyoruz; tahakkuk kalemleri H400'de basilir.
       H310-CHECK-ONE-JRNL.
           IF HIST-FROM-MAINT
               MOVE HIST-ENTRY TO JRNL-REC
               PERFORM H320-WRITE-JRNL-LINE
           END-IF.
           PERFORM H510-READ-NEXT-HIST.
       H310-END. EXIT.
      *Eslesen gunluk kaydinin goruntulerinden eski/yeni bakiye ve
      *limiti cozup detay satirini basiyoruz; bos ya da bozuk
           END-IF.
           WRITE INQ-REC FROM INQ-JRNL-LINE.
       H320-END. EXIT.
      *Hesabin faiz ve ucret kalemlerini gecmis dosyasindan
      *anahtarla okuyup basiyoruz; satirlar zaten basilabilir
      *oldugu icin oldugu gibi tasinir.
       H400-SCAN-ACCRUAL-HISTORY.
           MOVE SPACES TO INQ-REC.
           MOVE 'INTEREST AND FEES (ACCRJRNL)' TO INQ-SECT-TEXT.
           WRITE INQ-REC FROM INQ-SECT-LINE.
           MOVE ZERO TO WS-ACCR-HITS.
           IF NOT HIST-OPEN
               MOVE '  (HISTORY NOT AVAILABLE)' TO INQ-SECT-TEXT
               WRITE INQ-REC FROM INQ-SECT-LINE
           ELSE
               PERFORM H500-START-HISTORY
               PERFORM H410-CHECK-ONE-ACCR UNTIL SCAN-DONE
               IF WS-ACCR-HITS = ZERO
                   MOVE '  (NO ENTRIES FOUND)' TO INQ-SECT-TEXT
                   WRITE INQ-REC FROM INQ-SECT-LINE
           END-IF.
       H400-END. EXIT.
       H410-CHECK-ONE-ACCR.
           IF HIST-FROM-ACCRUAL
               ADD 1 TO WS-ACCR-HITS
               MOVE HIST-ENTRY TO ACCR-REC
               MOVE ACCR-PRINT-PART TO INQ-REC
               WRITE INQ-REC
           END-IF.
           PERFORM H510-READ-NEXT-HIST.
       H410-END. EXIT.
      *Gecmis dosyasini istenen hesabin ilk kaydina konumlayip ilk
      *kaydi okuyoruz (STMTRPRT'deki arsiv okumasi gibi).
       H500-START-HISTORY.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE WS-INQ-ACCT-NO TO HIST-ACCT-NO.
           MOVE ZERO           TO HIST-DATE.
           MOVE ZERO           TO HIST-SEQ.
           MOVE LOW-VALUES     TO HIST-SOURCE.
           START HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START.
           IF NOT SCAN-DONE
               PERFORM H510-READ-NEXT-HIST
           END-IF.
       H500-END. EXIT.
      *Siradaki gecmis kaydini okuyoruz; dosya bittiginde ya da
      *baska bir hesaba gecildiginde tarama biter.
       H510-READ-NEXT-HIST.
           READ HIST-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
           END-READ.
           IF NOT SCAN-DONE
               IF HIST-ACCT-NO NOT = WS-INQ-ACCT-NO
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF.
       H510-END. EXIT.
      *Ozet sayilari rapora ve ekrana yazip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           IF (ST-INQ-PRINT = 0) OR (ST-INQ-PRINT = 97)
           CLOSE CARD-FILE.
           CLOSE ACCT-MSTR.
           CLOSE INQ-PRINT.
           CLOSE HIST-FILE.
           STOP RUN.
      *
