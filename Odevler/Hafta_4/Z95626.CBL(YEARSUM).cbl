       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    YEARSUM.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, yil sonunda tahakkuk gunlugundeki (ACCRJRNL) faiz
      *ve limit asim ucreti kalemlerini vergi yili icin hesap ve ay
      *bazinda toplar. Kalemi olan her hesap icin CLIENT-ADDR
      *adresine postalanacak yillik ozet sayfasi (SUMPRT) basilir ve
      *vergi bildirimi icin hesap basina bir kayit tasiyan sabit
      *duzenli bir cikti dosyasi (TAXEXTR) yazilir. Cikti dosyasi,
      *GLEXTR'deki gibi basta bir baslik, sonda kayit/kalem sayisi,
      *hesap numarasi toplami (hash) ve faiz/ucret toplamlarini
      *tasiyan bir son kayitla kapanir.
      *
      *Yil icinde ACCTARCH ile arsive tasinmis hesaplarin kalemleri
      *de gunlukte durdugu icin ozetlenir; ad ve adres ana dosyada
      *yoksa arsivdeki (ARCHFILE) en son goruntuden alinir. Ne ana
      *dosyada ne arsivde bulunan hesabin kalemleri cikti dosyasina
      *adsiz olarak yine yazilir ki toplamlar gunlukle tutsun; bu
      *hesaplara ozet basilmaz, kontrol raporunda listelenir. Hatali
      *adres isaretli (iade posta) hesabin ozeti de basilmaz,
      *kontrol raporunda bekletilen olarak listelenir.
      *
      *Gunlukten okunan yil kalemlerinin sayisi ve tutari, cikti
      *dosyasina yazilan toplamlarla karsilastirilir; tutmazsa
      *kontrol raporuna yazilir ve program RC=8 ile biter. Faiz ya da
      *limit asim ucreti olmayan kalemler sayilip raporlanir (RC=4).
      *
      *Vergi yili PARM ile (YYYY) verilir; bos birakilirsa is gunu
      *Ocak ayindaysa bir onceki yil, degilse is gununun yili alinir.
      *Gunluk kalemleri ve arsiv goruntuleri hesap anahtarina gore
      *SORT ile birlikte siralanir (ACCTARCH'taki SORT duzeni).
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap ana dosyasi, ad ve adres icin anahtarla okunur.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
      *Tahakkuk gunlugu bastan sona okunur.
           SELECT ACCR-FILE  ASSIGN TO ACCRJRNL
                             STATUS ST-ACCR-FILE.
      *Arsivlenen hesaplarin goruntuleri; ana dosyada bulunmayan
      *hesabin ad ve adresi buradan alinir.
           SELECT ARCH-FILE  ASSIGN TO ARCHFILE
                             STATUS ST-ARCH-FILE.
      *Musteriye postalanacak yillik ozet sayfalari.
           SELECT SUM-PRINT  ASSIGN TO SUMPRT
                             STATUS ST-SUM-PRINT.
      *Vergi bildirimi icin sabit duzenli cikti dosyasi.
           SELECT TAX-FILE   ASSIGN TO TAXEXTR
                             STATUS ST-TAX-FILE.
      *Kontrol toplamlari ve istisnalar raporu.
           SELECT CTL-PRINT  ASSIGN TO YECTLRPT
                             STATUS ST-CTL-PRINT.
           SELECT SORT-FILE  ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
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
               88  ACCT-TYPE-PERSONAL   VALUE 'P'.
               88  ACCT-TYPE-BUSINESS   VALUE 'B'.
           05  ACCT-STMT-CYCLE    PIC X(2).
           05  ACCT-BRANCH        PIC X(4).
           05  COMMENTS           PIC X(8).
           05  FILLER             PIC X(5).
           05  ACCT-BAD-ADDR-SW   PIC X(1).
               88  ACCT-BAD-ADDRESS      VALUE 'Y'.
           05  FILLER             PIC X(36).
      *Tahakkuk gunlugu satiri, ACCRUE programindaki JRNL-REC ile
      *aynidir; kalem tutari basili alandan sayiya cevrilir.
       FD  ACCR-FILE RECORDING MODE F.
       01  ACCR-REC.
           05  ACCR-DATE-O        PIC X(8).
           05  FILLER             PIC X(2).
           05  ACCR-ACCT-NO-O     PIC X(8).
           05  FILLER             PIC X(2).
           05  ACCR-TYPE-O        PIC X(1).
           05  FILLER             PIC X(2).
           05  ACCR-CHARGE-O      PIC X(8).
           05  FILLER             PIC X(2).
           05  ACCR-OLD-BAL-O     PIC X(13).
           05  FILLER             PIC X(2).
           05  ACCR-AMOUNT-O      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  ACCR-NEW-BAL-O     PIC X(13).
           05  FILLER             PIC X(2).
           05  ACCR-SEQ-O         PIC X(7).
           05  FILLER             PIC X(11).
      *Arsiv kaydinin yapisi, ACCTARCH programindaki ARCH-REC ile
      *aynidir.
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-REC.
           05  ARCH-DATE-O        PIC X(8).
           05  ARCH-IMAGE-O       PIC X(170).
       FD  SUM-PRINT RECORDING MODE F.
       01  SUM-REC                PIC X(80).
      *Vergi cikti kaydi; baslik, detay ve son kayit yapilari
      *calisma alaninda tanimlidir ve TAX-REC'e FROM ile tasinir.
       FD  TAX-FILE RECORDING MODE F.
       01  TAX-REC                PIC X(160).
       FD  CTL-PRINT RECORDING MODE F.
       01  CTL-REC                PIC X(80).
      *Siralama kaydi: hesap anahtari, kayit cinsi (A arsiv
      *goruntusu, J gunluk kalemi), tarih (YYYYAAGG), kalem cinsi
      *(I faiz, F ucret), tutar ve arsiv goruntusu. Cins ve tarih de
      *anahtarda oldugu icin hesabin arsiv goruntuleri kalemlerinden
      *once ve en yenisi en sonda gelir.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
           05  SRT-KIND           PIC X(1).
               88  SRT-ARCHIVE-ROW       VALUE 'A'.
           05  SRT-DATE           PIC 9(8).
           05  SRT-DATE-X REDEFINES SRT-DATE.
               10  SRT-YYYY       PIC 9(4).
               10  SRT-MM         PIC 9(2).
               10  SRT-DD         PIC 9(2).
           05  SRT-CHARGE         PIC X(1).
               88  SRT-INTEREST          VALUE 'I'.
           05  SRT-AMOUNT         PIC 9(7)V99.
           05  SRT-IMAGE          PIC X(170).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
         05 ST-ACCR-FILE       PIC 9(2).
            88 ACCR-FILE-EOF                VALUE 10.
            88 ACCR-FILE-SUCCES             VALUE 00 97.
         05 ST-ARCH-FILE       PIC 9(2).
            88 ARCH-FILE-EOF                VALUE 10.
            88 ARCH-FILE-SUCCES             VALUE 00 97.
         05 ST-SUM-PRINT       PIC 9(2).
         05 ST-TAX-FILE        PIC 9(2).
         05 ST-CTL-PRINT       PIC 9(2).
      *Vergi yili PARM'dan alinir.
       01 WS-YEAR-AREA.
         05 WS-YEAR-PARM       PIC X(4) VALUE SPACES.
         05 WS-YEAR-N REDEFINES WS-YEAR-PARM
                               PIC 9(4).
         05 WS-TAX-YEAR        PIC 9(4) VALUE ZERO.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye cevirmek icin; yuzyil
      *icin 50 altindaki yillar 20xx sayilir (AUDRPT ile ayni kural).
       01 WS-DATE-PARSE.
         05 WS-PARSE-IN        PIC X(8).
         05 WS-PARSE-MM        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-DD        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YY        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YYYY      PIC 9(4) VALUE ZERO.
         05 WS-PARSE-OUT       PIC 9(8) VALUE ZERO.
      *Gunluk kaleminin tutari ve cinsi.
       01 WS-ACCR-AMT          PIC 9(7)V99 VALUE ZERO.
       01 WS-CHARGE-CODE       PIC X(1) VALUE SPACE.
      *Siralanmis akisin sonu ve eldeki hesap.
       01 WS-MATCH-AREA.
         05 WS-SORT-EOF-SW     PIC X VALUE 'N'.
            88 SORT-EOF                VALUE 'Y'.
         05 WS-ARCH-SW         PIC X VALUE 'N'.
            88 ARCH-IMAGE-FOUND        VALUE 'Y'.
         05 WS-CUR-ACCT        PIC X(8) VALUE SPACES.
         05 WS-CUR-SOURCE      PIC X(1) VALUE SPACE.
            88 SOURCE-MASTER           VALUE 'M'.
            88 SOURCE-ARCHIVE          VALUE 'A'.
            88 SOURCE-UNKNOWN          VALUE 'U'.
         05 WS-HOLD-SW         PIC X VALUE 'N'.
            88 SUMMARY-HELD            VALUE 'Y'.
      *Arsiv goruntusunun alanlarina erismek icin kullanilan
      *yerlesim; ACCT-FIELDS ile aynidir (GLEXTR'deki WS-IMG-REC
      *gibi).
       01 WS-IMG-REC.
           05  IMG-ACCT-NO        PIC X(8).
           05  IMG-LIMIT          PIC S9(7)V99 COMP-3.
           05  IMG-BALANCE        PIC S9(7)V99 COMP-3.
           05  IMG-LAST-NAME      PIC X(20).
           05  IMG-FIRST-NAME     PIC X(15).
           05  IMG-STREET-ADDR    PIC X(25).
           05  IMG-CITY-COUNTY    PIC X(20).
           05  IMG-USA-STATE      PIC X(15).
           05  IMG-ACCT-TYPE      PIC X(1).
           05  FILLER             PIC X(6).
           05  IMG-COMMENTS       PIC X(8).
           05  FILLER             PIC X(5).
           05  IMG-BAD-ADDR-SW    PIC X(1).
               88  IMG-BAD-ADDRESS       VALUE 'Y'.
           05  FILLER             PIC X(36).
      *Ozet ve cikti kaydi icin secilen ad ve adres.
       01 WS-CUST-AREA.
         05 WS-CUST-LAST       PIC X(20).
         05 WS-CUST-FIRST      PIC X(15).
         05 WS-CUST-STREET     PIC X(25).
         05 WS-CUST-CITY       PIC X(20).
         05 WS-CUST-STATE      PIC X(15).
         05 WS-CUST-TYPE       PIC X(1).
      *Hesabin ay bazinda faiz ve ucret toplamlari.
       01 WS-MONTH-TABLE.
         05 WS-MON-ROW OCCURS 12 TIMES.
            10 WS-MON-INT      PIC 9(7)V99 COMP-3.
            10 WS-MON-FEE      PIC 9(7)V99 COMP-3.
       01 MON-SUB              PIC 9(2) COMP VALUE ZERO.
       01 WS-MONTH-NAMES.
         05 FILLER             PIC X(36)
            VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
         05 WS-MONTH-NAME      PIC X(3) OCCURS 12 TIMES.
       01 WS-ACCT-TOTALS.
         05 WS-ACCT-INT        PIC 9(9)V99 COMP-3 VALUE ZERO.
         05 WS-ACCT-FEE        PIC 9(9)V99 COMP-3 VALUE ZERO.
         05 WS-ACCT-ITEMS      PIC 9(5) VALUE ZERO.
       01 WS-ACCT-NO-VAL       PIC 9(8) VALUE ZERO.
      *Gunluk tarafi kontrol toplamlari.
       01 WS-JRNL-TOTALS.
         05 WS-ACCR-READ       PIC 9(7) VALUE ZERO.
         05 WS-YEAR-LINES      PIC 9(7) VALUE ZERO.
         05 WS-J-INT-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-J-INT-AMT       PIC 9(11)V99 COMP-3 VALUE ZERO.
         05 WS-J-FEE-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-J-FEE-AMT       PIC 9(11)V99 COMP-3 VALUE ZERO.
         05 WS-OTHER-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-ARCH-READ       PIC 9(7) VALUE ZERO.
      *Cikti tarafi kontrol toplamlari.
       01 WS-EXTR-TOTALS.
         05 WS-X-ACCT-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-X-ITEM-COUNT    PIC 9(9) VALUE ZERO.
         05 WS-X-HASH          PIC 9(13) VALUE ZERO.
         05 WS-X-INT-AMT       PIC 9(11)V99 COMP-3 VALUE ZERO.
         05 WS-X-FEE-AMT       PIC 9(11)V99 COMP-3 VALUE ZERO.
         05 WS-FROM-MASTER     PIC 9(7) VALUE ZERO.
         05 WS-FROM-ARCHIVE    PIC 9(7) VALUE ZERO.
         05 WS-NO-ADDRESS      PIC 9(7) VALUE ZERO.
         05 WS-HELD-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-PRINTED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-J-ITEM-COUNT      PIC 9(9) VALUE ZERO.
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
       01 WS-TODAY-DATE8       PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE8.
         05 WS-TODAY-YYYY      PIC 9(4).
         05 WS-TODAY-MM        PIC 9(2).
         05 WS-TODAY-DD        PIC 9(2).
       01 WS-LETTER-DATE-O     PIC X(10) VALUE SPACES.
      *Vergi cikti kaydi yapilari; TAX-REC'e FROM ile tasinir.
       01 TAX-HDR-LINE.
         05  FILLER           PIC X(1)  VALUE 'H'.
         05  TAX-HDR-YEAR     PIC 9(4).
         05  TAX-HDR-DATE     PIC 9(8).
         05  FILLER           PIC X(8)  VALUE 'ACCRJRNL'.
         05  FILLER           PIC X(139) VALUE SPACES.
       01 TAX-DTL-LINE.
         05  FILLER           PIC X(1)  VALUE 'D'.
         05  TAX-YEAR         PIC 9(4).
         05  TAX-ACCT-NO      PIC X(8).
         05  TAX-SOURCE       PIC X(1).
         05  TAX-ACCT-TYPE    PIC X(1).
         05  TAX-LAST-NAME    PIC X(20).
         05  TAX-FIRST-NAME   PIC X(15).
         05  TAX-STREET       PIC X(25).
         05  TAX-CITY         PIC X(20).
         05  TAX-STATE        PIC X(15).
         05  TAX-INT-TOTAL    PIC 9(9)V99.
         05  TAX-FEE-TOTAL    PIC 9(9)V99.
         05  TAX-ITEM-COUNT   PIC 9(5).
         05  FILLER           PIC X(23) VALUE SPACES.
       01 TAX-TRL-LINE.
         05  FILLER           PIC X(1)  VALUE 'T'.
         05  TAX-TRL-YEAR     PIC 9(4).
         05  TAX-TRL-COUNT    PIC 9(7).
         05  TAX-TRL-ITEMS    PIC 9(9).
         05  TAX-TRL-HASH     PIC 9(13).
         05  TAX-TRL-INT      PIC 9(11)V99.
         05  TAX-TRL-FEE      PIC 9(11)V99.
         05  FILLER           PIC X(100) VALUE SPACES.
      *Yillik ozet sayfasi satir yapilari; SUM-REC'e FROM ile
      *tasinir.
       01 SUM-TITLE-LINE.
         05  FILLER           PIC X(50)
             VALUE 'ANNUAL INTEREST AND FEE SUMMARY'.
         05  FILLER           PIC X(6)  VALUE 'DATE: '.
         05  SUM-DATE-O       PIC X(10).
       01 SUM-NAME-LINE.
         05  SUM-FIRST-NAME-O PIC X(15).
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  SUM-LAST-NAME-O  PIC X(20).
       01 SUM-STREET-LINE.
         05  SUM-STREET-O     PIC X(25).
       01 SUM-CITY-LINE.
         05  SUM-CITY-O       PIC X(20).
         05  FILLER           PIC X(1)  VALUE SPACE.
         05  SUM-STATE-O      PIC X(15).
       01 SUM-ACCT-LINE.
         05  FILLER           PIC X(16) VALUE 'ACCOUNT NUMBER: '.
         05  SUM-ACCT-NO-O    PIC X(8).
         05  FILLER           PIC X(13) VALUE '   TAX YEAR: '.
         05  SUM-YEAR-O       PIC 9(4).
       01 SUM-COL-LINE.
         05  FILLER           PIC X(10) VALUE 'MONTH'.
         05  FILLER           PIC X(18) VALUE '  INTEREST CHARGED'.
         05  FILLER           PIC X(18) VALUE '    OVERLIMIT FEES'.
         05  FILLER           PIC X(18) VALUE '             TOTAL'.
       01 SUM-MONTH-LINE.
         05  SUM-MONTH-O      PIC X(10).
         05  SUM-INT-O        PIC ZZZ,ZZZ,ZZ9.99-.
         05  FILLER           PIC X(3)  VALUE SPACES.
         05  SUM-FEE-O        PIC ZZZ,ZZZ,ZZ9.99-.
         05  FILLER           PIC X(3)  VALUE SPACES.
         05  SUM-TOT-O        PIC ZZZ,ZZZ,ZZ9.99-.
       01 SUM-DASH-LINE.
         05  FILLER           PIC X(10) VALUE SPACES.
         05  FILLER           PIC X(54) VALUE ALL '-'.
       01 SUM-TEXT-LINE.
         05  SUM-TEXT         PIC X(72).
       01 WS-LINE-TOTAL        PIC 9(9)V99 COMP-3 VALUE ZERO.
      *Kontrol raporu satir yapilari; CTL-REC'e FROM ile tasinir.
       01 CTL-HDR-LINE.
         05  FILLER           PIC X(36)
             VALUE 'YEAR-END INTEREST AND FEE CONTROL'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  CTL-HDR-DATE     PIC X(8).
         05  FILLER           PIC X(12) VALUE '  TAX YEAR: '.
         05  CTL-HDR-YEAR     PIC 9(4).
       01 CTL-EXC-LINE.
         05  CTL-EXC-ACCT-O   PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  CTL-EXC-TEXT-O   PIC X(30).
         05  CTL-EXC-AMT-O    PIC ZZZ,ZZZ,ZZ9.99.
       01 CTL-TRL-LINE.
         05  CTL-TRL-LABEL    PIC X(24).
         05  CTL-TRL-COUNT    PIC ZZZ,ZZZ,ZZ9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  CTL-TRL-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 CTL-MSG-LINE.
         05  CTL-MSG-TEXT     PIC X(60).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NO
               ON ASCENDING KEY SRT-KIND
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS H200-FEED-SORT
                   THRU H200-FEED-SORT-END
               OUTPUT PROCEDURE IS H300-SUMMARIZE
                   THRU H300-SUMMARIZE-END
           PERFORM H800-WRITE-TRAILER
           PERFORM H850-CHECK-CONTROLS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz, vergi yilini belirliyoruz ve cikti
      *dosyasinin baslik kaydi ile kontrol raporu basligini
      *yaziyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-YEAR-PARM FROM COMMAND-LINE.
           OPEN INPUT  ACCT-MSTR.
           OPEN INPUT  ACCR-FILE.
           OPEN INPUT  ARCH-FILE.
           OPEN OUTPUT SUM-PRINT.
           OPEN OUTPUT TAX-FILE.
           OPEN OUTPUT CTL-PRINT.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT ACCR-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCRJRNL: ' ST-ACCR-FILE
               MOVE ST-ACCR-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT ARCH-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ARCHFILE: ' ST-ARCH-FILE
               MOVE ST-ARCH-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-SUM-PRINT NOT = 0) AND (ST-SUM-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN SUMPRT: ' ST-SUM-PRINT
               MOVE ST-SUM-PRINT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-TAX-FILE NOT = 0) AND (ST-TAX-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN TAXEXTR: ' ST-TAX-FILE
               MOVE ST-TAX-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-CTL-PRINT NOT = 0) AND (ST-CTL-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN YECTLRPT: ' ST-CTL-PRINT
               MOVE ST-CTL-PRINT TO RETURN-CODE
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
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-LETTER-DATE-O.
           PERFORM H110-SET-TAX-YEAR.
           MOVE WS-TAX-YEAR   TO TAX-HDR-YEAR.
           MOVE BD-CURR-DATE  TO TAX-HDR-DATE.
           WRITE TAX-REC FROM TAX-HDR-LINE.
           MOVE WS-RUN-DATE-O TO CTL-HDR-DATE.
           MOVE WS-TAX-YEAR   TO CTL-HDR-YEAR.
           WRITE CTL-REC FROM CTL-HDR-LINE.
           MOVE SPACES TO CTL-REC.
           WRITE CTL-REC.
       H100-END. EXIT.
      *Vergi yilini PARM'dan aliyoruz; bos ya da gecersiz PARM'da
      *is gunu Ocak ayindaysa bir onceki yil, degilse is gununun
      *yili kullanilir.
       H110-SET-TAX-YEAR.
           IF WS-TODAY-MM = 1
               COMPUTE WS-TAX-YEAR = WS-TODAY-YYYY - 1
           ELSE
               MOVE WS-TODAY-YYYY TO WS-TAX-YEAR
           END-IF.
           IF (WS-YEAR-N IS NUMERIC) AND (WS-YEAR-N > 1900)
               MOVE WS-YEAR-N TO WS-TAX-YEAR
           ELSE
               IF WS-YEAR-PARM NOT = SPACES
                   DISPLAY 'WARNING: INVALID YEAR PARM IGNORED: '
                       WS-YEAR-PARM
               END-IF
           END-IF.
       H110-END. EXIT.
      *Giris yordami: once gunlugun vergi yilina ait faiz ve ucret
      *kalemlerini, sonra arsiv goruntulerini SORT'a veriyoruz.
       H200-FEED-SORT.
           READ ACCR-FILE.
           PERFORM H210-RELEASE-ITEM UNTIL ACCR-FILE-EOF.
           READ ARCH-FILE.
           PERFORM H230-RELEASE-ARCHIVE UNTIL ARCH-FILE-EOF.
       H200-FEED-SORT-END. EXIT.
      *Tarihi vergi yilina dusen kalem cinsine gore sayilip
      *toplanir ve siralamaya verilir; faiz ya da limit asim ucreti
      *olmayan kalem sayilir ve kontrol raporuna yazilir.
       H210-RELEASE-ITEM.
           ADD 1 TO WS-ACCR-READ.
           MOVE ACCR-DATE-O TO WS-PARSE-IN.
           PERFORM H950-CONVERT-DATE.
           IF (WS-PARSE-OUT > ZERO) AND (WS-PARSE-YYYY = WS-TAX-YEAR)
               ADD 1 TO WS-YEAR-LINES
               MOVE ACCR-AMOUNT-O TO WS-ACCR-AMT
               EVALUATE ACCR-CHARGE-O
                   WHEN 'INTEREST'
                       MOVE 'I' TO WS-CHARGE-CODE
                       ADD 1 TO WS-J-INT-COUNT
                       ADD WS-ACCR-AMT TO WS-J-INT-AMT
                   WHEN 'OVLM FEE'
                       MOVE 'F' TO WS-CHARGE-CODE
                       ADD 1 TO WS-J-FEE-COUNT
                       ADD WS-ACCR-AMT TO WS-J-FEE-AMT
                   WHEN OTHER
                       MOVE SPACE TO WS-CHARGE-CODE
                       ADD 1 TO WS-OTHER-COUNT
                       MOVE ACCR-ACCT-NO-O TO CTL-EXC-ACCT-O
                       MOVE 'UNKNOWN CHARGE - NOT INCLUDED'
                           TO CTL-EXC-TEXT-O
                       MOVE WS-ACCR-AMT TO CTL-EXC-AMT-O
                       WRITE CTL-REC FROM CTL-EXC-LINE
               END-EVALUATE
               IF WS-CHARGE-CODE NOT = SPACE
                   MOVE ACCR-ACCT-NO-O TO SRT-ACCT-NO
                   MOVE 'J'            TO SRT-KIND
                   MOVE WS-PARSE-OUT   TO SRT-DATE
                   MOVE WS-CHARGE-CODE TO SRT-CHARGE
                   MOVE WS-ACCR-AMT    TO SRT-AMOUNT
                   MOVE SPACES         TO SRT-IMAGE
                   RELEASE SORT-REC
               END-IF
           END-IF.
           READ ACCR-FILE.
       H210-END. EXIT.
      *Her arsiv goruntusu, arsiv tarihiyle siralamaya verilir;
      *hesabin en son arsivlenen goruntusu grubunda en sona duser.
       H230-RELEASE-ARCHIVE.
           ADD 1 TO WS-ARCH-READ.
           MOVE ARCH-DATE-O TO WS-PARSE-IN.
           PERFORM H950-CONVERT-DATE.
           MOVE ARCH-IMAGE-O(1:8) TO SRT-ACCT-NO.
           MOVE 'A'               TO SRT-KIND.
           MOVE WS-PARSE-OUT      TO SRT-DATE.
           MOVE SPACE             TO SRT-CHARGE.
           MOVE ZERO              TO SRT-AMOUNT.
           MOVE ARCH-IMAGE-O      TO SRT-IMAGE.
           IF SRT-ACCT-NO NOT = SPACES
               RELEASE SORT-REC
           END-IF.
           READ ARCH-FILE.
       H230-END. EXIT.
      *Cikis yordami: siralanmis akis hesap hesap islenir.
       H300-SUMMARIZE.
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H310-PROCESS-ACCOUNT UNTIL SORT-EOF.
       H300-SUMMARIZE-END. EXIT.
      *Bir hesabin tum satirlarini topluyoruz; vergi yilinda kalemi
      *olan hesap icin ad/adres bulunur, ozet basilir ve cikti
      *kaydi yazilir. Yalnizca arsiv goruntusu olan hesap atlanir.
       H310-PROCESS-ACCOUNT.
           MOVE SRT-ACCT-NO TO WS-CUR-ACCT.
           MOVE 'N' TO WS-ARCH-SW.
           INITIALIZE WS-MONTH-TABLE.
           INITIALIZE WS-ACCT-TOTALS.
           PERFORM H320-TAKE-ONE-ROW
               UNTIL SORT-EOF OR (SRT-ACCT-NO NOT = WS-CUR-ACCT).
           IF WS-ACCT-ITEMS > ZERO
               PERFORM H330-FIND-CUSTOMER
               PERFORM H340-WRITE-SUMMARY
               PERFORM H360-WRITE-EXTRACT
           END-IF.
       H310-END. EXIT.
      *Arsiv satirinda goruntu saklanir (sonraki daha yenidir);
      *kalem satiri kendi ayinin faiz ya da ucret toplamina eklenir.
       H320-TAKE-ONE-ROW.
           IF SRT-ARCHIVE-ROW
               MOVE SRT-IMAGE TO WS-IMG-REC
               SET ARCH-IMAGE-FOUND TO TRUE
           ELSE
               MOVE SRT-MM TO MON-SUB
               IF SRT-INTEREST
                   ADD SRT-AMOUNT TO WS-MON-INT(MON-SUB)
                   ADD SRT-AMOUNT TO WS-ACCT-INT
               ELSE
                   ADD SRT-AMOUNT TO WS-MON-FEE(MON-SUB)
                   ADD SRT-AMOUNT TO WS-ACCT-FEE
               END-IF
               ADD 1 TO WS-ACCT-ITEMS
           END-IF.
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.
       H320-END. EXIT.
      *Ad ve adres once ana dosyadan, orada yoksa en son arsiv
      *goruntusunden alinir; ikisinde de yoksa hesap adsiz kalir.
       H330-FIND-CUSTOMER.
           MOVE 'N' TO WS-HOLD-SW.
           MOVE SPACES TO WS-CUST-AREA.
           MOVE WS-CUR-ACCT TO ACCT-NO.
           READ ACCT-MSTR
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN ACCT-MSTR-SUCCES
                   SET SOURCE-MASTER TO TRUE
                   ADD 1 TO WS-FROM-MASTER
                   MOVE LAST-NAME   TO WS-CUST-LAST
                   MOVE FIRST-NAME  TO WS-CUST-FIRST
                   MOVE STREET-ADDR TO WS-CUST-STREET
                   MOVE CITY-COUNTY TO WS-CUST-CITY
                   MOVE USA-STATE   TO WS-CUST-STATE
                   MOVE ACCT-TYPE   TO WS-CUST-TYPE
                   IF ACCT-BAD-ADDRESS
                       SET SUMMARY-HELD TO TRUE
                   END-IF
               WHEN ARCH-IMAGE-FOUND
                   SET SOURCE-ARCHIVE TO TRUE
                   ADD 1 TO WS-FROM-ARCHIVE
                   MOVE IMG-LAST-NAME   TO WS-CUST-LAST
                   MOVE IMG-FIRST-NAME  TO WS-CUST-FIRST
                   MOVE IMG-STREET-ADDR TO WS-CUST-STREET
                   MOVE IMG-CITY-COUNTY TO WS-CUST-CITY
                   MOVE IMG-USA-STATE   TO WS-CUST-STATE
                   MOVE IMG-ACCT-TYPE   TO WS-CUST-TYPE
                   IF IMG-BAD-ADDRESS
                       SET SUMMARY-HELD TO TRUE
                   END-IF
               WHEN OTHER
                   SET SOURCE-UNKNOWN TO TRUE
                   ADD 1 TO WS-NO-ADDRESS
           END-EVALUATE.
       H330-END. EXIT.
      *Adresi bilinen hesap icin yillik ozet sayfasini basiyoruz;
      *adsiz ya da hatali adresli hesap kontrol raporuna yazilir.
       H340-WRITE-SUMMARY.
           EVALUATE TRUE
               WHEN SOURCE-UNKNOWN
                   MOVE WS-CUR-ACCT TO CTL-EXC-ACCT-O
                   MOVE 'NO NAME/ADDRESS - NOT MAILED'
                       TO CTL-EXC-TEXT-O
                   COMPUTE CTL-EXC-AMT-O = WS-ACCT-INT + WS-ACCT-FEE
                   WRITE CTL-REC FROM CTL-EXC-LINE
               WHEN SUMMARY-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-CUR-ACCT TO CTL-EXC-ACCT-O
                   MOVE 'BAD ADDRESS - SUMMARY HELD'
                       TO CTL-EXC-TEXT-O
                   COMPUTE CTL-EXC-AMT-O = WS-ACCT-INT + WS-ACCT-FEE
                   WRITE CTL-REC FROM CTL-EXC-LINE
               WHEN OTHER
                   PERFORM H345-PRINT-SUMMARY-PAGE
           END-EVALUATE.
       H340-END. EXIT.
       H345-PRINT-SUMMARY-PAGE.
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE WS-LETTER-DATE-O TO SUM-DATE-O.
           WRITE SUM-REC FROM SUM-TITLE-LINE AFTER ADVANCING PAGE.
           MOVE WS-CUST-FIRST  TO SUM-FIRST-NAME-O.
           MOVE WS-CUST-LAST   TO SUM-LAST-NAME-O.
           WRITE SUM-REC FROM SUM-NAME-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-CUST-STREET TO SUM-STREET-O.
           WRITE SUM-REC FROM SUM-STREET-LINE.
           MOVE WS-CUST-CITY   TO SUM-CITY-O.
           MOVE WS-CUST-STATE  TO SUM-STATE-O.
           WRITE SUM-REC FROM SUM-CITY-LINE.
           MOVE WS-CUR-ACCT    TO SUM-ACCT-NO-O.
           MOVE WS-TAX-YEAR    TO SUM-YEAR-O.
           WRITE SUM-REC FROM SUM-ACCT-LINE AFTER ADVANCING 3 LINES.
           WRITE SUM-REC FROM SUM-COL-LINE AFTER ADVANCING 2 LINES.
           PERFORM H350-PRINT-MONTH-LINE
               VARYING MON-SUB FROM 1 BY 1
               UNTIL MON-SUB > 12.
           WRITE SUM-REC FROM SUM-DASH-LINE.
           MOVE 'YEAR TOTAL' TO SUM-MONTH-O.
           MOVE WS-ACCT-INT  TO SUM-INT-O.
           MOVE WS-ACCT-FEE  TO SUM-FEE-O.
           COMPUTE WS-LINE-TOTAL = WS-ACCT-INT + WS-ACCT-FEE.
           MOVE WS-LINE-TOTAL TO SUM-TOT-O.
           WRITE SUM-REC FROM SUM-MONTH-LINE.
           MOVE 'THIS SUMMARY LISTS THE INTEREST AND OVERLIMIT FEES'
               TO SUM-TEXT.
           WRITE SUM-REC FROM SUM-TEXT-LINE AFTER ADVANCING 3 LINES.
           MOVE 'CHARGED TO THE ACCOUNT ABOVE DURING THE TAX YEAR.'
               TO SUM-TEXT.
           WRITE SUM-REC FROM SUM-TEXT-LINE.
           MOVE 'PLEASE KEEP IT WITH YOUR TAX RECORDS.' TO SUM-TEXT.
           WRITE SUM-REC FROM SUM-TEXT-LINE.
           IF SOURCE-ARCHIVE
               MOVE 'THIS ACCOUNT HAS BEEN CLOSED AND ARCHIVED.'
                   TO SUM-TEXT
               WRITE SUM-REC FROM SUM-TEXT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       H345-END. EXIT.
       H350-PRINT-MONTH-LINE.
           MOVE WS-MONTH-NAME(MON-SUB) TO SUM-MONTH-O.
           MOVE WS-MON-INT(MON-SUB)    TO SUM-INT-O.
           MOVE WS-MON-FEE(MON-SUB)    TO SUM-FEE-O.
           COMPUTE WS-LINE-TOTAL =
               WS-MON-INT(MON-SUB) + WS-MON-FEE(MON-SUB).
           MOVE WS-LINE-TOTAL TO SUM-TOT-O.
           WRITE SUM-REC FROM SUM-MONTH-LINE.
       H350-END. EXIT.
      *Hesabin vergi cikti kaydini yazip cikti toplamlarina
      *ekliyoruz.
       H360-WRITE-EXTRACT.
           MOVE WS-TAX-YEAR    TO TAX-YEAR.
           MOVE WS-CUR-ACCT    TO TAX-ACCT-NO.
           MOVE WS-CUR-SOURCE  TO TAX-SOURCE.
           MOVE WS-CUST-TYPE   TO TAX-ACCT-TYPE.
           MOVE WS-CUST-LAST   TO TAX-LAST-NAME.
           MOVE WS-CUST-FIRST  TO TAX-FIRST-NAME.
           MOVE WS-CUST-STREET TO TAX-STREET.
           MOVE WS-CUST-CITY   TO TAX-CITY.
           MOVE WS-CUST-STATE  TO TAX-STATE.
           MOVE WS-ACCT-INT    TO TAX-INT-TOTAL.
           MOVE WS-ACCT-FEE    TO TAX-FEE-TOTAL.
           MOVE WS-ACCT-ITEMS  TO TAX-ITEM-COUNT.
           WRITE TAX-REC FROM TAX-DTL-LINE.
           IF (ST-TAX-FILE NOT = 0) AND (ST-TAX-FILE NOT = 97)
               DISPLAY 'TAXEXTR WRITE FAILED FOR ' WS-CUR-ACCT
                   ' STATUS ' ST-TAX-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-X-ACCT-COUNT
               ADD WS-ACCT-ITEMS TO WS-X-ITEM-COUNT
               ADD WS-ACCT-INT   TO WS-X-INT-AMT
               ADD WS-ACCT-FEE   TO WS-X-FEE-AMT
               IF WS-CUR-ACCT IS NUMERIC
                   MOVE WS-CUR-ACCT TO WS-ACCT-NO-VAL
                   ADD WS-ACCT-NO-VAL TO WS-X-HASH
               END-IF
           END-IF.
       H360-END. EXIT.
      *Cikti dosyasinin son kaydini yaziyoruz.
       H800-WRITE-TRAILER.
           MOVE WS-TAX-YEAR     TO TAX-TRL-YEAR.
           MOVE WS-X-ACCT-COUNT TO TAX-TRL-COUNT.
           MOVE WS-X-ITEM-COUNT TO TAX-TRL-ITEMS.
           MOVE WS-X-HASH       TO TAX-TRL-HASH.
           MOVE WS-X-INT-AMT    TO TAX-TRL-INT.
           MOVE WS-X-FEE-AMT    TO TAX-TRL-FEE.
           WRITE TAX-REC FROM TAX-TRL-LINE.
       H800-END. EXIT.
      *Gunlukten okunan yil kalemlerini cikti dosyasina yazilan
      *toplamlarla karsilastirip kontrol raporunu yaziyoruz.
       H850-CHECK-CONTROLS.
           COMPUTE WS-J-ITEM-COUNT = WS-J-INT-COUNT + WS-J-FEE-COUNT.
           MOVE SPACES TO CTL-REC.
           WRITE CTL-REC.
           MOVE 'ACCRJRNL LINES READ   :' TO CTL-TRL-LABEL.
           MOVE WS-ACCR-READ TO CTL-TRL-COUNT.
           MOVE ZERO TO CTL-TRL-AMT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'LINES IN TAX YEAR     :' TO CTL-TRL-LABEL.
           MOVE WS-YEAR-LINES TO CTL-TRL-COUNT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'JOURNAL INTEREST      :' TO CTL-TRL-LABEL.
           MOVE WS-J-INT-COUNT TO CTL-TRL-COUNT.
           MOVE WS-J-INT-AMT TO CTL-TRL-AMT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'JOURNAL OVERLIMIT FEES:' TO CTL-TRL-LABEL.
           MOVE WS-J-FEE-COUNT TO CTL-TRL-COUNT.
           MOVE WS-J-FEE-AMT TO CTL-TRL-AMT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'OTHER ITEMS IGNORED   :' TO CTL-TRL-LABEL.
           MOVE WS-OTHER-COUNT TO CTL-TRL-COUNT.
           MOVE ZERO TO CTL-TRL-AMT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'ARCHIVE IMAGES READ   :' TO CTL-TRL-LABEL.
           MOVE WS-ARCH-READ TO CTL-TRL-COUNT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE SPACES TO CTL-REC.
           WRITE CTL-REC.
           MOVE 'ACCOUNTS EXTRACTED    :' TO CTL-TRL-LABEL.
           MOVE WS-X-ACCT-COUNT TO CTL-TRL-COUNT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE '  FROM MASTER         :' TO CTL-TRL-LABEL.
           MOVE WS-FROM-MASTER TO CTL-TRL-COUNT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE '  FROM ARCHIVE        :' TO CTL-TRL-LABEL.
           MOVE WS-FROM-ARCHIVE TO CTL-TRL-COUNT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE '  NO NAME/ADDRESS     :' TO CTL-TRL-LABEL.
           MOVE WS-NO-ADDRESS TO CTL-TRL-COUNT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'SUMMARIES PRINTED     :' TO CTL-TRL-LABEL.
           MOVE WS-PRINTED-COUNT TO CTL-TRL-COUNT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'SUMMARIES HELD        :' TO CTL-TRL-LABEL.
           MOVE WS-HELD-COUNT TO CTL-TRL-COUNT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'EXTRACT ITEMS/INTEREST:' TO CTL-TRL-LABEL.
           MOVE WS-X-ITEM-COUNT TO CTL-TRL-COUNT.
           MOVE WS-X-INT-AMT TO CTL-TRL-AMT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE 'EXTRACT OVERLIMIT FEES:' TO CTL-TRL-LABEL.
           MOVE ZERO TO CTL-TRL-COUNT.
           MOVE WS-X-FEE-AMT TO CTL-TRL-AMT.
           WRITE CTL-REC FROM CTL-TRL-LINE.
           MOVE SPACES TO CTL-REC.
           WRITE CTL-REC.
           IF (WS-X-ITEM-COUNT = WS-J-ITEM-COUNT)
               AND (WS-X-INT-AMT = WS-J-INT-AMT)
               AND (WS-X-FEE-AMT = WS-J-FEE-AMT)
               MOVE 'CONTROL TOTALS AGREE WITH ACCRJRNL'
                   TO CTL-MSG-TEXT
               IF (WS-OTHER-COUNT > ZERO) AND (RETURN-CODE < 4)
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE '*** CONTROL TOTALS DO NOT AGREE WITH ACCRJRNL ***'
                   TO CTL-MSG-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CTL-REC FROM CTL-MSG-LINE.
           DISPLAY CTL-MSG-TEXT.
       H850-END. EXIT.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye ceviriyoruz;
      *cozulemeyen tarih sifir kalir.
       H950-CONVERT-DATE.
           MOVE ZERO TO WS-PARSE-OUT.
           MOVE ZERO TO WS-PARSE-YYYY.
           IF (WS-PARSE-IN(1:2) IS NUMERIC) AND
               (WS-PARSE-IN(4:2) IS NUMERIC) AND
               (WS-PARSE-IN(7:2) IS NUMERIC)
               MOVE WS-PARSE-IN(1:2) TO WS-PARSE-MM
               MOVE WS-PARSE-IN(4:2) TO WS-PARSE-DD
               MOVE WS-PARSE-IN(7:2) TO WS-PARSE-YY
               IF (WS-PARSE-MM >= 1) AND (WS-PARSE-MM <= 12)
                   IF WS-PARSE-YY < 50
                       COMPUTE WS-PARSE-YYYY = 2000 + WS-PARSE-YY
                   ELSE
                       COMPUTE WS-PARSE-YYYY = 1900 + WS-PARSE-YY
                   END-IF
                   COMPUTE WS-PARSE-OUT = (WS-PARSE-YYYY * 10000)
                       + (WS-PARSE-MM * 100) + WS-PARSE-DD
               END-IF
           END-IF.
       H950-END. EXIT.
      *Ozet sayilari ekrana yazip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           DISPLAY 'ACCRJRNL LINES READ : ' WS-ACCR-READ.
           DISPLAY 'LINES IN TAX YEAR   : ' WS-YEAR-LINES.
           DISPLAY 'ACCOUNTS EXTRACTED  : ' WS-X-ACCT-COUNT.
           DISPLAY 'SUMMARIES PRINTED   : ' WS-PRINTED-COUNT.
           DISPLAY 'SUMMARIES HELD      : ' WS-HELD-COUNT.
           DISPLAY 'NO NAME/ADDRESS     : ' WS-NO-ADDRESS.
           DISPLAY 'OTHER ITEMS IGNORED : ' WS-OTHER-COUNT.
           CLOSE ACCT-MSTR.
           CLOSE ACCR-FILE.
           CLOSE ARCH-FILE.
           CLOSE SUM-PRINT.
           CLOSE TAX-FILE.
           CLOSE CTL-PRINT.
           STOP RUN.
      *
