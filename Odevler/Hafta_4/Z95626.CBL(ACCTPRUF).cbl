       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTPRUF.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, gece zincirinde bakiyeyi degistiren adimlardan
      *sonra ACCT.MASTER icin gunluk bakiye ispati (roll-forward)
      *yapar. Hesap tipi (ACCT-TYPE) ve sube (ACCT-BRANCH) kirilimi
      *basina:
      *  acilis (onceki ispatin kapanisi, PROOFCTL'den)
      *  + kaynak basina hareketler
      *  = beklenen kapanis
      *hesaplanir ve ana dosyanin gercek toplamiyla karsilastirilir.
      *Hareket kaynaklari:
      *  ACCTJRNL - kaydi yazan programa gore ACCTMNT, ACCTPOST,
      *             ACCTMRG, ACCTREST (ekleme +sonraki, silme
      *             -onceki, degisiklik -onceki +sonraki bakiye)
      *  ACCRJRNL - ACCRUE faiz ve ucret tutarlari (sube ana
      *             dosyadan alinir)
      *  ARCHFILE - ACCTARCH'in ana dosyadan cikardigi hesaplar
      *Hareket penceresi, onceki ispatin gordugu son gunluk
      *kaydindan (is gunu + sira numarasi) sonraki, bugune kadarki
      *kayitlardir; arsivde onceki ispatin okudugu kayit sayisindan
      *sonrakilerdir. Boylece kapanistan sonra ayni is gunu
      *tarihiyle kosan isler (MONTHLY, MERGE, ARCHIVE, RESTORE)
      *ertesi ispata girer. Ayni is gunu icin yeniden calistirmada
      *kontrol dosyasinda saklanan acilis ve pencere yeniden
      *kullanilir; hareketler iki kez sayilmaz.
      *
      *Ayrica bugunun ACCTJRNL kayitlari, GLEXTR'in ayni kayitlardan
      *urettigi genel muhasebe beslemesinin (GLFEED) son kaydiyla
      *karsilastirilir: detay sayisi, hesap numarasi toplami ve yeni
      *bakiye toplami tutmalidir.
      *
      *Tutmayan her kalem raporda isaretlenir ve program RC=8 ile
      *biter; calistirma satiri paylasilan izleme gunlugune
      *(AUDITLOG) yazilir ve BATCHBAL geceyi NO-GO yapar. Onceki
      *kapanis bilinmiyorsa (ilk calistirma) ispat yapilmaz, bu
      *gecenin kapanisi temel olarak yazilir ve RC=4 doner.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
           SELECT JRNL-FILE  ASSIGN TO ACCTJRNL
                             STATUS ST-JRNL-FILE.
           SELECT ACCR-FILE  ASSIGN TO ACCRJRNL
                             STATUS ST-ACCR-FILE.
           SELECT ARCH-FILE  ASSIGN TO ARCHFILE
                             STATUS ST-ARCH-FILE.
           SELECT FEED-FILE  ASSIGN TO GLFEED
                             STATUS ST-FEED-FILE.
      *Onceki ispatin kirilim basina acilis ve kapanis toplamlarini
      *tasiyan kontrol dosyasi; is sonunda bastan yazilir.
           SELECT CTL-FILE   ASSIGN TO PROOFCTL
                             STATUS ST-CTL-FILE.
           SELECT PRUF-RPT   ASSIGN TO PRUFRPT
                             STATUS ST-PRUF-RPT.
      *Bu programin calistirmasini ozetleyen, paylasilan izleme
      *gunlugune yazilan satir.
           SELECT AUDIT-LOG  ASSIGN TO AUDITLOG
                             STATUS ST-AUDIT-LOG.
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
           05  COMMENTS           PIC X(50).
      *Gunluk kaydinin yapisi, ACCTMNT programindaki JRNL-REC ile
      *aynidir.
       FD  JRNL-FILE RECORDING MODE F.
       01  JRNL-REC.
           05  JRNL-DATE-O        PIC X(8).
           05  JRNL-SEQ-O         PIC 9(7).
           05  JRNL-ACTION-O      PIC X(1).
           05  JRNL-BEFORE-O      PIC X(170).
           05  JRNL-AFTER-O       PIC X(170).
           05  JRNL-PGM-O         PIC X(8).
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
      *Genel muhasebe beslemesi, GLEXTR'in yazdigi duzenle okunur;
      *yalnizca baslik tarihi ve son kaydin toplamlari kullanilir.
       FD  FEED-FILE RECORDING MODE F.
       01  FEED-REC.
           05  FEED-REC-TYPE      PIC X(1).
           05  FEED-REC-DATA      PIC X(79).
           05  FEED-HDR-DATA REDEFINES FEED-REC-DATA.
               10  FEED-HDR-DATE  PIC X(8).
               10  FILLER         PIC X(71).
           05  FEED-TRL-DATA REDEFINES FEED-REC-DATA.
               10  FEED-TRL-COUNT PIC 9(7).
               10  FEED-TRL-HASH  PIC 9(13).
               10  FEED-TRL-BAL   PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
               10  FILLER         PIC X(47).
      *Kontrol kaydi: 'H' baslikta ispatin is gunu, o ana kadar
      *gorulen son gunluk sira numarasi ve arsiv kayit sayisi ile
      *bu ispatin hareket penceresinin baslangici (onceki ispatin
      *ayni uc degeri); 'C' satirlarinda kirilim basina kullanilan
      *acilis ve gercek kapanis.
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05  CTL-REC-TYPE       PIC X(1).
           05  CTL-REC-DATA       PIC X(79).
           05  CTL-HDR-DATA REDEFINES CTL-REC-DATA.
               10  CTL-DATE       PIC 9(8).
               10  CTL-LAST-SEQ   PIC 9(7).
               10  CTL-ARCH-COUNT PIC 9(7).
               10  CTL-PRIOR-DATE PIC 9(8).
               10  CTL-PRIOR-SEQ  PIC 9(7).
               10  CTL-PRIOR-ARCH PIC 9(7).
               10  FILLER         PIC X(35).
           05  CTL-CELL-DATA REDEFINES CTL-REC-DATA.
               10  CTL-TYPE       PIC X(1).
               10  CTL-BRANCH     PIC X(4).
               10  CTL-OPEN       PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
               10  CTL-CLOSE      PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
               10  FILLER         PIC X(50).
       FD  PRUF-RPT RECORDING MODE F.
       01  RPT-REC               PIC X(80).
      *Gunluk satirinin yapisi, WEEK3 programindaki AUD-REC ile
      *aynidir.
       FD  AUDIT-LOG RECORDING MODE F.
       01  AUD-REC.
           05  AUD-PROGRAM-O      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-DATE-O         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-TIME-O         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-IN-COUNT-O     PIC Z(6)9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-OUT-COUNT-O    PIC Z(6)9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AUD-RETCODE-O      PIC Z(3)9.
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-EOF                VALUE 10.
         05 ST-JRNL-FILE       PIC 9(2).
            88 JRNL-FILE-EOF                VALUE 10.
            88 JRNL-FILE-SUCCES             VALUE 00 97.
         05 ST-ACCR-FILE       PIC 9(2).
            88 ACCR-FILE-EOF                VALUE 10.
            88 ACCR-FILE-SUCCES             VALUE 00 97.
         05 ST-ARCH-FILE       PIC 9(2).
            88 ARCH-FILE-EOF                VALUE 10.
            88 ARCH-FILE-SUCCES             VALUE 00 97.
         05 ST-FEED-FILE       PIC 9(2).
            88 FEED-FILE-EOF                VALUE 10.
            88 FEED-FILE-SUCCES             VALUE 00 97.
         05 ST-CTL-FILE        PIC 9(2).
            88 CTL-FILE-EOF                 VALUE 10.
            88 CTL-FILE-SUCCES              VALUE 00 97.
         05 ST-PRUF-RPT        PIC 9(2).
         05 ST-AUDIT-LOG       PIC 9(2).
            88 AUDIT-SUCCES                 VALUE 00 97.
      *Goruntunun alanlarina erismek icin kullanilan yerlesim;
      *ACCT-FIELDS ile aynidir.
       01 WS-IMG-REC.
           05  IMG-ACCT-NO        PIC X(8).
           05  IMG-LIMIT          PIC S9(7)V99 COMP-3.
           05  IMG-BALANCE        PIC S9(7)V99 COMP-3.
           05  IMG-LAST-NAME      PIC X(20).
           05  IMG-FIRST-NAME     PIC X(15).
           05  IMG-CLIENT-ADDR    PIC X(60).
           05  IMG-ACCT-TYPE      PIC X(1).
           05  IMG-STMT-CYCLE     PIC X(2).
           05  IMG-BRANCH         PIC X(4).
           05  IMG-COMMENTS       PIC X(50).
      *Hareket kaynaklari; kirilim tablosundaki hareket sutunlari
      *bu siradadir.
       01 SRC-VALUES.
         05 FILLER             PIC X(8) VALUE 'ACCTMNT'.
         05 FILLER             PIC X(8) VALUE 'ACCTPOST'.
         05 FILLER             PIC X(8) VALUE 'ACCRUE'.
         05 FILLER             PIC X(8) VALUE 'ACCTMRG'.
         05 FILLER             PIC X(8) VALUE 'ACCTARCH'.
         05 FILLER             PIC X(8) VALUE 'ACCTREST'.
       01 SRC-TABLE REDEFINES SRC-VALUES.
         05 SRC-NAME           PIC X(8) OCCURS 6 TIMES.
       01 SRC-SUB              PIC 9(2) COMP VALUE ZERO.
      *Tip + sube kirilim tablosu; anahtar sirasinda tutulur.
      *Tablo dolarsa ispat yapilamayacagi icin gece NO-GO olur.
       01 CELL-TABLE.
         05 CELL-COUNT         PIC 9(4) COMP VALUE ZERO.
         05 CELL-ROW OCCURS 500 TIMES.
            10 CELL-KEY.
               15 CELL-TYPE    PIC X(1).
               15 CELL-BRANCH  PIC X(4).
            10 CELL-OPEN       PIC S9(9)V99 COMP-3.
            10 CELL-MOVE       PIC S9(9)V99 COMP-3 OCCURS 6 TIMES.
            10 CELL-MOVE-CNT   PIC 9(7) COMP OCCURS 6 TIMES.
            10 CELL-ACTUAL     PIC S9(9)V99 COMP-3.
            10 CELL-ACCTS      PIC 9(7) COMP.
       01 CELL-SUB             PIC 9(4) COMP VALUE ZERO.
       01 SHIFT-SUB            PIC 9(4) COMP VALUE ZERO.
       01 WS-CELL-POS          PIC 9(4) COMP VALUE ZERO.
       01 WS-CELL-KEY.
         05 WS-CELL-TYPE       PIC X(1).
         05 WS-CELL-BRANCH     PIC X(4).
       01 WS-CELL-FULL-SW      PIC X VALUE 'N'.
         88 CELL-TABLE-FULL         VALUE 'Y'.
      *Kirilim ve kitap toplamlari icin ara alanlar.
       01 WS-MOVE-AMT          PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCR-AMT          PIC 9(7)V99 VALUE ZERO.
       01 WS-CELL-MOVE-TOT     PIC S9(9)V99 VALUE ZERO.
       01 WS-CELL-EXPECT       PIC S9(9)V99 VALUE ZERO.
       01 WS-CELL-DIFF         PIC S9(9)V99 VALUE ZERO.
       01 WS-BOOK-TOTALS.
         05 WS-BOOK-OPEN       PIC S9(9)V99 VALUE ZERO.
         05 WS-BOOK-EXPECT     PIC S9(9)V99 VALUE ZERO.
         05 WS-BOOK-ACTUAL     PIC S9(9)V99 VALUE ZERO.
         05 WS-BOOK-DIFF       PIC S9(9)V99 VALUE ZERO.
         05 WS-BOOK-MOVE       PIC S9(9)V99 OCCURS 6 TIMES.
         05 WS-BOOK-MOVE-CNT   PIC 9(7) OCCURS 6 TIMES.
      *Onceki ispat bilgisi ve hareket penceresi; gunluk kayitlari
      *is gunu (YYYYAAGG) + sira numarasi anahtariyla, arsiv
      *kayitlari dosyadaki sirasiyla karsilastirilir.
       01 WS-PRIOR-AREA.
         05 WS-PRIOR-SW        PIC X VALUE 'N'.
            88 PRIOR-CLOSE-KNOWN       VALUE 'Y'.
         05 WS-RERUN-SW        PIC X VALUE 'N'.
            88 SAME-DAY-RERUN          VALUE 'Y'.
         05 WS-WINDOW-KEY.
            10 WS-WINDOW-DATE  PIC 9(8) VALUE ZERO.
            10 WS-WINDOW-SEQ   PIC 9(7) VALUE ZERO.
         05 WS-WINDOW-ARCH     PIC 9(7) VALUE ZERO.
         05 WS-ENTRY-KEY.
            10 WS-ENTRY-DATE8  PIC 9(8) VALUE ZERO.
            10 WS-ENTRY-SEQ    PIC 9(7) VALUE ZERO.
         05 WS-HIGH-SEQ        PIC 9(7) VALUE ZERO.
      *Bugunun ACCTJRNL kayitlarindan GLEXTR ile ayni kuralla
      *hesaplanan besleme toplamlari.
       01 WS-GL-AREA.
         05 WS-GL-COUNT        PIC 9(7) VALUE ZERO.
         05 WS-GL-HASH         PIC 9(13) VALUE ZERO.
         05 WS-GL-NEW-BAL      PIC S9(9)V99 VALUE ZERO.
         05 WS-GL-ACCT-NO      PIC X(8).
         05 WS-GL-ACCT-VAL     PIC 9(8) VALUE ZERO.
         05 WS-FEED-HDR-DATE   PIC X(8) VALUE SPACES.
         05 WS-FEED-TRL-SW     PIC X VALUE 'N'.
            88 FEED-TRAILER-SEEN       VALUE 'Y'.
         05 WS-FEED-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-FEED-HASH       PIC 9(13) VALUE ZERO.
         05 WS-FEED-BAL        PIC S9(9)V99 VALUE ZERO.
      *MM/DD/YY tarihini YYYYAAGG'ye cevirme alani; yuzyil icin
      *50 altindaki yillar 20xx sayilir (AUDRPT ile ayni kural).
       01 WS-DATE-PARSE.
         05 WS-PARSE-IN        PIC X(8).
         05 WS-PARSE-MM        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-DD        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YY        PIC 9(2) VALUE ZERO.
         05 WS-PARSE-YYYY      PIC 9(4) VALUE ZERO.
         05 WS-PARSE-OUT       PIC 9(8) VALUE ZERO.
       01 WS-COUNTERS.
         05 WS-ACCT-READ       PIC 9(7) VALUE ZERO.
         05 WS-JRNL-READ       PIC 9(7) VALUE ZERO.
         05 WS-ACCR-READ       PIC 9(7) VALUE ZERO.
         05 WS-ARCH-READ       PIC 9(7) VALUE ZERO.
         05 WS-BAD-BALANCE     PIC 9(7) VALUE ZERO.
         05 WS-ACCR-NO-ACCT    PIC 9(7) VALUE ZERO.
         05 WS-OOB-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-RUN-TIME          PIC 9(6) VALUE ZERO.
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
      *Rapor satir yapilari; RPT-REC'e FROM ile tasinir.
       01 RPT-HDR-LINE.
         05  FILLER           PIC X(30)
             VALUE 'DAILY BALANCE ROLL-FORWARD'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  RPT-HDR-DATE     PIC X(8).
       01 RPT-WINDOW-LINE.
         05  FILLER           PIC X(26)
             VALUE 'JOURNALS AFTER DATE/SEQ:'.
         05  RPT-WIN-DATE     PIC 9(8).
         05  FILLER           PIC X(1)  VALUE '/'.
         05  RPT-WIN-SEQ      PIC 9(7).
         05  FILLER           PIC X(7)  VALUE ' ARCH:'.
         05  RPT-WIN-ARCH     PIC 9(7).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-WIN-NOTE     PIC X(20).
       01 RPT-COL-LINE.
         05  FILLER           PIC X(8)  VALUE 'T BRCH'.
         05  FILLER           PIC X(16) VALUE '         OPENING'.
         05  FILLER           PIC X(16) VALUE '        EXPECTED'.
         05  FILLER           PIC X(16) VALUE '          ACTUAL'.
         05  FILLER           PIC X(16) VALUE '      DIFFERENCE'.
       01 RPT-CELL-LINE.
         05  RPT-CELL-TYPE    PIC X(1).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-CELL-BRANCH  PIC X(4).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-CELL-OPEN    PIC -ZZZ,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-CELL-EXPECT  PIC -ZZZ,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-CELL-ACTUAL  PIC -ZZZ,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-CELL-DIFF    PIC -ZZZ,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-CELL-FLAG    PIC X(8).
       01 RPT-SRC-LINE.
         05  FILLER           PIC X(8)  VALUE SPACES.
         05  FILLER           PIC X(5)  VALUE 'FROM '.
         05  RPT-SRC-NAME     PIC X(8).
         05  FILLER           PIC X(11) VALUE '  ENTRIES: '.
         05  RPT-SRC-COUNT    PIC ZZZ,ZZ9.
         05  FILLER           PIC X(10) VALUE '  AMOUNT: '.
         05  RPT-SRC-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
       01 RPT-AMT-CHECK-LINE.
         05  RPT-AMT-TEXT     PIC X(28).
         05  RPT-AMT-LEFT     PIC -ZZZ,ZZZ,ZZ9.99.
         05  FILLER           PIC X(4)  VALUE ' VS '.
         05  RPT-AMT-RIGHT    PIC -ZZZ,ZZZ,ZZ9.99.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-AMT-FLAG     PIC X(10).
       01 RPT-CNT-CHECK-LINE.
         05  RPT-CNT-TEXT     PIC X(28).
         05  RPT-CNT-LEFT     PIC Z(14)9.
         05  FILLER           PIC X(4)  VALUE ' VS '.
         05  RPT-CNT-RIGHT    PIC Z(14)9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-CNT-FLAG     PIC X(10).
       01 RPT-TRL-LINE.
         05  RPT-TRL-LABEL    PIC X(28).
         05  RPT-TRL-COUNT    PIC ZZZ,ZZ9.
       01 RPT-VERDICT-LINE.
         05  FILLER           PIC X(14) VALUE 'PROOF RESULT: '.
         05  RPT-VERDICT-O    PIC X(30).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H150-READ-CONTROL
           PERFORM H200-SCAN-MAINT-JOURNAL
           PERFORM H300-SCAN-ACCRUAL-JOURNAL
           PERFORM H400-SCAN-ARCHIVE
           PERFORM H500-TOTAL-MASTER
           PERFORM H600-PRINT-PROOF
           PERFORM H700-CHECK-GL-FEED
           PERFORM H800-WRITE-CONTROL
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz ve rapor basligini yaziyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           OPEN OUTPUT PRUF-RPT.
           OPEN INPUT  ACCT-MSTR.
           OPEN INPUT  JRNL-FILE.
           OPEN INPUT  ACCR-FILE.
           OPEN INPUT  ARCH-FILE.
           IF (ST-PRUF-RPT NOT = 0) AND (ST-PRUF-RPT NOT = 97)
               DISPLAY 'UNABLE TO OPEN PRUFRPT: ' ST-PRUF-RPT
               MOVE ST-PRUF-RPT TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT AUDIT-SUCCES
               DISPLAY 'UNABLE TO OPEN AUDITLOG: ' ST-AUDIT-LOG
               MOVE ST-AUDIT-LOG TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT JRNL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTJRNL: ' ST-JRNL-FILE
               MOVE ST-JRNL-FILE TO RETURN-CODE
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
           MOVE WS-RUN-DATE-O TO RPT-HDR-DATE.
           WRITE RPT-REC FROM RPT-HDR-LINE.
           MOVE 1 TO SRC-SUB.
       H100-END. EXIT.
      *Onceki ispatin kontrol kayitlarini okuyoruz. Baslik bugune
      *aitse bu ayni gunun yeniden calistirmasidir: saklanan acilis
      *ve pencere kullanilir. Daha eski bir gune aitse o ispatin
      *kapanisi bugunun acilisi, gordugu son kayit da pencerenin
      *baslangici olur. Dosya bossa ilk calistirmadir; ispat
      *yapilmaz, yalnizca bugunun kayitlari hareket olarak basilir.
       H150-READ-CONTROL.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN PROOFCTL: ' ST-CTL-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ CTL-FILE.
           IF CTL-FILE-EOF OR (CTL-REC-TYPE NOT = 'H')
               OR (CTL-DATE IS NOT NUMERIC)
               MOVE BD-PREV-DATE TO WS-WINDOW-DATE
               MOVE 9999999      TO WS-WINDOW-SEQ
               MOVE 9999999      TO WS-WINDOW-ARCH
               MOVE 'NO PRIOR CLOSING' TO RPT-WIN-NOTE
           ELSE
               IF CTL-DATE > BD-CURR-DATE
                   DISPLAY 'PROOF CONTROL DATE AFTER BUSINESS DATE: '
                       CTL-DATE
                   MOVE 12 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               END-IF
               SET PRIOR-CLOSE-KNOWN TO TRUE
               IF CTL-DATE = BD-CURR-DATE
                   SET SAME-DAY-RERUN TO TRUE
                   MOVE CTL-PRIOR-DATE TO WS-WINDOW-DATE
                   MOVE CTL-PRIOR-SEQ  TO WS-WINDOW-SEQ
                   MOVE CTL-PRIOR-ARCH TO WS-WINDOW-ARCH
                   MOVE 'SAME-DAY RERUN' TO RPT-WIN-NOTE
               ELSE
                   MOVE CTL-DATE       TO WS-WINDOW-DATE
                   MOVE CTL-LAST-SEQ   TO WS-WINDOW-SEQ
                   MOVE CTL-ARCH-COUNT TO WS-WINDOW-ARCH
                   MOVE SPACES TO RPT-WIN-NOTE
               END-IF
               READ CTL-FILE
               PERFORM H160-LOAD-ONE-OPENING
                   UNTIL CTL-FILE-EOF
           END-IF.
           CLOSE CTL-FILE.
           MOVE WS-WINDOW-DATE TO RPT-WIN-DATE.
           MOVE WS-WINDOW-SEQ  TO RPT-WIN-SEQ.
           MOVE WS-WINDOW-ARCH TO RPT-WIN-ARCH.
           WRITE RPT-REC FROM RPT-WINDOW-LINE.
       H150-END. EXIT.
      *Kirilimin acilisini kontrol satirindan aliyoruz.
       H160-LOAD-ONE-OPENING.
           IF CTL-REC-TYPE = 'C'
               MOVE CTL-TYPE   TO WS-CELL-TYPE
               MOVE CTL-BRANCH TO WS-CELL-BRANCH
               PERFORM H900-FIND-CELL
               IF CELL-SUB > ZERO
                   IF SAME-DAY-RERUN
                       MOVE CTL-OPEN  TO CELL-OPEN(CELL-SUB)
                   ELSE
                       MOVE CTL-CLOSE TO CELL-OPEN(CELL-SUB)
                   END-IF
               END-IF
           END-IF.
           READ CTL-FILE.
       H160-END. EXIT.
      *Bakim gunlugunun pencere icindeki kayitlarini, kaydi yazan
      *programa gore hareket olarak isliyoruz.
       H200-SCAN-MAINT-JOURNAL.
           READ JRNL-FILE.
           PERFORM H210-CHECK-ONE-JRNL UNTIL JRNL-FILE-EOF.
       H200-END. EXIT.
       H210-CHECK-ONE-JRNL.
           ADD 1 TO WS-JRNL-READ.
           MOVE JRNL-DATE-O TO WS-PARSE-IN.
           PERFORM H950-CONVERT-DATE.
           MOVE WS-PARSE-OUT TO WS-ENTRY-DATE8.
           IF JRNL-SEQ-O IS NUMERIC
               MOVE JRNL-SEQ-O TO WS-ENTRY-SEQ
           ELSE
               MOVE ZERO TO WS-ENTRY-SEQ
           END-IF.
           PERFORM H960-NOTE-HIGH-SEQ.
           IF (WS-ENTRY-KEY > WS-WINDOW-KEY)
               AND (WS-ENTRY-DATE8 NOT > BD-CURR-DATE)
               PERFORM H220-SET-JRNL-SOURCE
               PERFORM H230-APPLY-JRNL-MOVEMENT
           END-IF.
           IF JRNL-DATE-O = WS-RUN-DATE-O
               PERFORM H240-ADD-GL-TOTALS
           END-IF.
           READ JRNL-FILE.
       H210-END. EXIT.
      *Kaynak sutunu, kaydi yazan programin adindan bulunur; adi
      *bos ya da taninmayan kayitlar bakim (ACCTMNT) sayilir.
       H220-SET-JRNL-SOURCE.
           EVALUATE JRNL-PGM-O
               WHEN 'ACCTPOST'
                   MOVE 2 TO SRC-SUB
               WHEN 'ACCTMRG'
                   MOVE 4 TO SRC-SUB
               WHEN 'ACCTREST'
                   MOVE 6 TO SRC-SUB
               WHEN OTHER
                   MOVE 1 TO SRC-SUB
           END-EVALUATE.
       H220-END. EXIT.
      *Onceki goruntunun bakiyesi kendi kiriliminden dusulur,
      *sonraki goruntununki kendi kirilimina eklenir; boylece tip ya
      *da sube degisiklikleri de dogru kirilima tasinir.
       H230-APPLY-JRNL-MOVEMENT.
           IF (JRNL-ACTION-O = 'C') OR (JRNL-ACTION-O = 'D')
               MOVE JRNL-BEFORE-O TO WS-IMG-REC
               IF IMG-BALANCE IS NUMERIC
                   COMPUTE WS-MOVE-AMT = ZERO - IMG-BALANCE
                   MOVE IMG-ACCT-TYPE TO WS-CELL-TYPE
                   MOVE IMG-BRANCH    TO WS-CELL-BRANCH
                   PERFORM H910-ADD-MOVEMENT
               ELSE
                   ADD 1 TO WS-BAD-BALANCE
               END-IF
           END-IF.
           IF (JRNL-ACTION-O = 'C') OR (JRNL-ACTION-O = 'A')
               MOVE JRNL-AFTER-O TO WS-IMG-REC
               IF IMG-BALANCE IS NUMERIC
                   MOVE IMG-BALANCE   TO WS-MOVE-AMT
                   MOVE IMG-ACCT-TYPE TO WS-CELL-TYPE
                   MOVE IMG-BRANCH    TO WS-CELL-BRANCH
                   PERFORM H910-ADD-MOVEMENT
               ELSE
                   ADD 1 TO WS-BAD-BALANCE
               END-IF
           END-IF.
       H230-END. EXIT.
      *GLEXTR'in bugun icin besleme toplamlarini ayni kuralla
      *yeniden hesapliyoruz: silmede hesap onceki goruntuden,
      *digerlerinde sonraki goruntuden; yeni bakiye toplami yalniz
      *sonraki goruntude sayisal bakiye varsa eklenir.
       H240-ADD-GL-TOTALS.
           ADD 1 TO WS-GL-COUNT.
           IF JRNL-ACTION-O = 'D'
               MOVE JRNL-BEFORE-O(1:8) TO WS-GL-ACCT-NO
           ELSE
               MOVE JRNL-AFTER-O(1:8)  TO WS-GL-ACCT-NO
           END-IF.
           IF WS-GL-ACCT-NO IS NUMERIC
               MOVE WS-GL-ACCT-NO TO WS-GL-ACCT-VAL
               ADD WS-GL-ACCT-VAL TO WS-GL-HASH
           END-IF.
           MOVE JRNL-AFTER-O TO WS-IMG-REC.
           IF IMG-BALANCE IS NUMERIC
               ADD IMG-BALANCE TO WS-GL-NEW-BAL
           END-IF.
       H240-END. EXIT.
      *Tahakkuk gunlugunun pencere icindeki kalemlerini ACCRUE
      *hareketi olarak isliyoruz. Tahakkuk satirinda sube olmadigi
      *icin sube ana dosyadan okunur; hesap artik ana dosyada yoksa
      *kalem bilinmeyen subeye ('????') yazilir ve ayrica sayilir.
       H300-SCAN-ACCRUAL-JOURNAL.
           READ ACCR-FILE.
           PERFORM H310-CHECK-ONE-ACCR UNTIL ACCR-FILE-EOF.
       H300-END. EXIT.
       H310-CHECK-ONE-ACCR.
           ADD 1 TO WS-ACCR-READ.
           MOVE ACCR-DATE-O TO WS-PARSE-IN.
           PERFORM H950-CONVERT-DATE.
           MOVE WS-PARSE-OUT TO WS-ENTRY-DATE8.
           IF ACCR-SEQ-O IS NUMERIC
               MOVE ACCR-SEQ-O TO WS-ENTRY-SEQ
           ELSE
               MOVE ZERO TO WS-ENTRY-SEQ
           END-IF.
           PERFORM H960-NOTE-HIGH-SEQ.
           IF (WS-ENTRY-KEY > WS-WINDOW-KEY)
               AND (WS-ENTRY-DATE8 NOT > BD-CURR-DATE)
               MOVE ACCR-AMOUNT-O TO WS-ACCR-AMT
               MOVE WS-ACCR-AMT   TO WS-MOVE-AMT
               MOVE ACCR-TYPE-O   TO WS-CELL-TYPE
               MOVE ACCR-ACCT-NO-O TO ACCT-NO
               READ ACCT-MSTR
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-MSTR-SUCCES
                   MOVE ACCT-BRANCH TO WS-CELL-BRANCH
               ELSE
                   MOVE '????' TO WS-CELL-BRANCH
                   ADD 1 TO WS-ACCR-NO-ACCT
               END-IF
               MOVE 3 TO SRC-SUB
               PERFORM H910-ADD-MOVEMENT
           END-IF.
           READ ACCR-FILE.
       H310-END. EXIT.
      *Onceki ispattan sonra arsive eklenen hesaplar ana dosyadan
      *ciktigi icin bakiyeleri ACCTARCH hareketi olarak dusulur.
      *Arsiv dosyasi yalnizca sonuna eklenerek buyur.
       H400-SCAN-ARCHIVE.
           READ ARCH-FILE.
           PERFORM H410-CHECK-ONE-ARCH UNTIL ARCH-FILE-EOF.
       H400-END. EXIT.
       H410-CHECK-ONE-ARCH.
           ADD 1 TO WS-ARCH-READ.
           IF WS-ARCH-READ > WS-WINDOW-ARCH
               MOVE ARCH-IMAGE-O TO WS-IMG-REC
               IF IMG-BALANCE IS NUMERIC
                   COMPUTE WS-MOVE-AMT = ZERO - IMG-BALANCE
                   MOVE IMG-ACCT-TYPE TO WS-CELL-TYPE
                   MOVE IMG-BRANCH    TO WS-CELL-BRANCH
                   MOVE 5 TO SRC-SUB
                   PERFORM H910-ADD-MOVEMENT
               ELSE
                   ADD 1 TO WS-BAD-BALANCE
               END-IF
           END-IF.
           READ ARCH-FILE.
       H410-END. EXIT.
      *Ana dosyayi bastan sona okuyup kirilim basina gercek
      *kapanisi topluyoruz.
       H500-TOTAL-MASTER.
           MOVE LOW-VALUES TO ACCT-NO.
           START ACCT-MSTR KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY CONTINUE
           END-START.
           IF ACCT-MSTR-SUCCES
               READ ACCT-MSTR NEXT RECORD
               PERFORM H510-TOTAL-ONE-ACCOUNT UNTIL ACCT-MSTR-EOF
           END-IF.
       H500-END. EXIT.
       H510-TOTAL-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ.
           MOVE ACCT-TYPE   TO WS-CELL-TYPE.
           MOVE ACCT-BRANCH TO WS-CELL-BRANCH.
           PERFORM H900-FIND-CELL.
           IF CELL-SUB > ZERO
               IF ACCT-BALANCE IS NUMERIC
                   ADD ACCT-BALANCE TO CELL-ACTUAL(CELL-SUB)
               ELSE
                   ADD 1 TO WS-BAD-BALANCE
               END-IF
               ADD 1 TO CELL-ACCTS(CELL-SUB)
           END-IF.
           READ ACCT-MSTR NEXT RECORD.
       H510-END. EXIT.
      *Kirilim basina acilis + hareket = beklenen kapanisi gercek
      *kapanisla karsilastirip rapora basiyoruz; ardindan kitap
      *toplamlari ve kaynak basina toplamlar gelir.
       H600-PRINT-PROOF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-COL-LINE.
           PERFORM H610-PRINT-ONE-CELL
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > CELL-COUNT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           COMPUTE WS-BOOK-DIFF = WS-BOOK-ACTUAL - WS-BOOK-EXPECT.
           MOVE '*'              TO RPT-CELL-TYPE.
           MOVE 'BOOK'           TO RPT-CELL-BRANCH.
           MOVE WS-BOOK-OPEN     TO RPT-CELL-OPEN.
           MOVE WS-BOOK-EXPECT   TO RPT-CELL-EXPECT.
           MOVE WS-BOOK-ACTUAL   TO RPT-CELL-ACTUAL.
           MOVE WS-BOOK-DIFF     TO RPT-CELL-DIFF.
           MOVE SPACES           TO RPT-CELL-FLAG.
           IF PRIOR-CLOSE-KNOWN AND (WS-BOOK-DIFF NOT = ZERO)
               MOVE 'OUT BAL' TO RPT-CELL-FLAG
           END-IF.
           WRITE RPT-REC FROM RPT-CELL-LINE.
           PERFORM H630-PRINT-BOOK-SOURCE
               VARYING SRC-SUB FROM 1 BY 1
               UNTIL SRC-SUB > 6.
       H600-END. EXIT.
       H610-PRINT-ONE-CELL.
           MOVE ZERO TO WS-CELL-MOVE-TOT.
           PERFORM H615-SUM-ONE-SOURCE
               VARYING SRC-SUB FROM 1 BY 1
               UNTIL SRC-SUB > 6.
           COMPUTE WS-CELL-EXPECT =
               CELL-OPEN(CELL-SUB) + WS-CELL-MOVE-TOT.
           COMPUTE WS-CELL-DIFF =
               CELL-ACTUAL(CELL-SUB) - WS-CELL-EXPECT.
           ADD CELL-OPEN(CELL-SUB)   TO WS-BOOK-OPEN.
           ADD WS-CELL-EXPECT        TO WS-BOOK-EXPECT.
           ADD CELL-ACTUAL(CELL-SUB) TO WS-BOOK-ACTUAL.
           MOVE CELL-TYPE(CELL-SUB)   TO RPT-CELL-TYPE.
           MOVE CELL-BRANCH(CELL-SUB) TO RPT-CELL-BRANCH.
           MOVE CELL-OPEN(CELL-SUB)   TO RPT-CELL-OPEN.
           MOVE WS-CELL-EXPECT        TO RPT-CELL-EXPECT.
           MOVE CELL-ACTUAL(CELL-SUB) TO RPT-CELL-ACTUAL.
           MOVE WS-CELL-DIFF          TO RPT-CELL-DIFF.
           MOVE SPACES                TO RPT-CELL-FLAG.
           IF PRIOR-CLOSE-KNOWN AND (WS-CELL-DIFF NOT = ZERO)
               MOVE 'OUT BAL' TO RPT-CELL-FLAG
               ADD 1 TO WS-OOB-COUNT
           END-IF.
           WRITE RPT-REC FROM RPT-CELL-LINE.
           PERFORM H620-PRINT-CELL-SOURCE
               VARYING SRC-SUB FROM 1 BY 1
               UNTIL SRC-SUB > 6.
       H610-END. EXIT.
       H615-SUM-ONE-SOURCE.
           ADD CELL-MOVE(CELL-SUB, SRC-SUB) TO WS-CELL-MOVE-TOT.
       H615-END. EXIT.
      *Kirilimin hareket goren kaynaklarini birer satirda basiyoruz.
       H620-PRINT-CELL-SOURCE.
           IF CELL-MOVE-CNT(CELL-SUB, SRC-SUB) > ZERO
               MOVE SRC-NAME(SRC-SUB) TO RPT-SRC-NAME
               MOVE CELL-MOVE-CNT(CELL-SUB, SRC-SUB) TO RPT-SRC-COUNT
               MOVE CELL-MOVE(CELL-SUB, SRC-SUB)     TO RPT-SRC-AMOUNT
               WRITE RPT-REC FROM RPT-SRC-LINE
           END-IF.
       H620-END. EXIT.
       H630-PRINT-BOOK-SOURCE.
           MOVE SRC-NAME(SRC-SUB)         TO RPT-SRC-NAME.
           MOVE WS-BOOK-MOVE-CNT(SRC-SUB) TO RPT-SRC-COUNT.
           MOVE WS-BOOK-MOVE(SRC-SUB)     TO RPT-SRC-AMOUNT.
           WRITE RPT-REC FROM RPT-SRC-LINE.
       H630-END. EXIT.
      *Bugunun ACCTJRNL toplamlarini GLEXTR beslemesinin baslik ve
      *son kaydiyla karsilastiriyoruz.
       H700-CHECK-GL-FEED.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           OPEN INPUT FEED-FILE.
           IF NOT FEED-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN GLFEED: ' ST-FEED-FILE
               MOVE 'GL FEED NOT AVAILABLE' TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-OOB-COUNT
           ELSE
               READ FEED-FILE
               PERFORM H710-NOTE-ONE-FEED-REC UNTIL FEED-FILE-EOF
               CLOSE FEED-FILE
               PERFORM H720-COMPARE-GL-TOTALS
           END-IF.
       H700-END. EXIT.
       H710-NOTE-ONE-FEED-REC.
           EVALUATE FEED-REC-TYPE
               WHEN 'H'
                   MOVE FEED-HDR-DATE TO WS-FEED-HDR-DATE
               WHEN 'T'
                   SET FEED-TRAILER-SEEN TO TRUE
                   MOVE FEED-TRL-COUNT TO WS-FEED-COUNT
                   MOVE FEED-TRL-HASH  TO WS-FEED-HASH
                   MOVE FEED-TRL-BAL   TO WS-FEED-BAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ FEED-FILE.
       H710-END. EXIT.
       H720-COMPARE-GL-TOTALS.
           IF (WS-FEED-HDR-DATE NOT = WS-RUN-DATE-O)
               OR (NOT FEED-TRAILER-SEEN)
               MOVE 'GL FEED NOT FOR TODAY OR NO TRAILER' TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-OOB-COUNT
           END-IF.
           MOVE 'JOURNAL VS GL FEED COUNT:' TO RPT-CNT-TEXT.
           MOVE WS-GL-COUNT   TO RPT-CNT-LEFT.
           MOVE WS-FEED-COUNT TO RPT-CNT-RIGHT.
           IF WS-GL-COUNT = WS-FEED-COUNT
               MOVE 'IN BALANCE' TO RPT-CNT-FLAG
           ELSE
               MOVE 'OUT OF BAL' TO RPT-CNT-FLAG
               ADD 1 TO WS-OOB-COUNT
           END-IF.
           WRITE RPT-REC FROM RPT-CNT-CHECK-LINE.
           MOVE 'JOURNAL VS GL FEED HASH:' TO RPT-CNT-TEXT.
           MOVE WS-GL-HASH    TO RPT-CNT-LEFT.
           MOVE WS-FEED-HASH  TO RPT-CNT-RIGHT.
           IF WS-GL-HASH = WS-FEED-HASH
               MOVE 'IN BALANCE' TO RPT-CNT-FLAG
           ELSE
               MOVE 'OUT OF BAL' TO RPT-CNT-FLAG
               ADD 1 TO WS-OOB-COUNT
           END-IF.
           WRITE RPT-REC FROM RPT-CNT-CHECK-LINE.
           MOVE 'JOURNAL VS GL FEED NEW BAL:' TO RPT-AMT-TEXT.
           MOVE WS-GL-NEW-BAL TO RPT-AMT-LEFT.
           MOVE WS-FEED-BAL   TO RPT-AMT-RIGHT.
           IF WS-GL-NEW-BAL = WS-FEED-BAL
               MOVE 'IN BALANCE' TO RPT-AMT-FLAG
           ELSE
               MOVE 'OUT OF BAL' TO RPT-AMT-FLAG
               ADD 1 TO WS-OOB-COUNT
           END-IF.
           WRITE RPT-REC FROM RPT-AMT-CHECK-LINE.
       H720-END. EXIT.
      *Kontrol dosyasini bu ispatin is gunu, penceresi, kullanilan
      *acilislar ve gercek kapanislarla bastan yaziyoruz; yarinki
      *ispat bu kapanislardan baslar. Ilk calistirmada pencere
      *baslangici olarak da bu anin kaydi yazilir ki ayni gun
      *yeniden calistirma temelden devam etsin.
       H800-WRITE-CONTROL.
           OPEN OUTPUT CTL-FILE.
           IF NOT CTL-FILE-SUCCES
               DISPLAY 'UNABLE TO REWRITE PROOFCTL: ' ST-CTL-FILE
               ADD 1 TO WS-OOB-COUNT
           ELSE
               MOVE SPACES          TO CTL-REC
               MOVE 'H'             TO CTL-REC-TYPE
               MOVE BD-CURR-DATE    TO CTL-DATE
               MOVE WS-HIGH-SEQ     TO CTL-LAST-SEQ
               MOVE WS-ARCH-READ    TO CTL-ARCH-COUNT
               IF PRIOR-CLOSE-KNOWN
                   MOVE WS-WINDOW-DATE  TO CTL-PRIOR-DATE
                   MOVE WS-WINDOW-SEQ   TO CTL-PRIOR-SEQ
                   MOVE WS-WINDOW-ARCH  TO CTL-PRIOR-ARCH
               ELSE
                   MOVE BD-CURR-DATE    TO CTL-PRIOR-DATE
                   MOVE WS-HIGH-SEQ     TO CTL-PRIOR-SEQ
                   MOVE WS-ARCH-READ    TO CTL-PRIOR-ARCH
               END-IF
               WRITE CTL-REC
               PERFORM H810-WRITE-ONE-CELL
                   VARYING CELL-SUB FROM 1 BY 1
                   UNTIL CELL-SUB > CELL-COUNT
               CLOSE CTL-FILE
           END-IF.
       H800-END. EXIT.
      *Ilk calistirmada acilis bilinmedigi icin acilis olarak da
      *gercek kapanis yazilir.
       H810-WRITE-ONE-CELL.
           MOVE SPACES                TO CTL-REC.
           MOVE 'C'                   TO CTL-REC-TYPE.
           MOVE CELL-TYPE(CELL-SUB)   TO CTL-TYPE.
           MOVE CELL-BRANCH(CELL-SUB) TO CTL-BRANCH.
           IF PRIOR-CLOSE-KNOWN
               MOVE CELL-OPEN(CELL-SUB)   TO CTL-OPEN
           ELSE
               MOVE CELL-ACTUAL(CELL-SUB) TO CTL-OPEN
           END-IF.
           MOVE CELL-ACTUAL(CELL-SUB) TO CTL-CLOSE.
           WRITE CTL-REC.
       H810-END. EXIT.
      *Tip + sube anahtarinin tablodaki yerini buluyoruz; yoksa
      *anahtar sirasini bozmadan araya ekliyoruz. Tablo doluysa
      *CELL-SUB sifir doner.
       H900-FIND-CELL.
           MOVE ZERO TO WS-CELL-POS.
           PERFORM H901-CHECK-ONE-CELL
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL (CELL-SUB > CELL-COUNT) OR (WS-CELL-POS > ZERO).
           IF WS-CELL-POS = ZERO
               COMPUTE WS-CELL-POS = CELL-COUNT + 1
           END-IF.
           IF (WS-CELL-POS <= CELL-COUNT)
               AND (CELL-KEY(WS-CELL-POS) = WS-CELL-KEY)
               MOVE WS-CELL-POS TO CELL-SUB
           ELSE
               IF CELL-COUNT >= 500
                   SET CELL-TABLE-FULL TO TRUE
                   MOVE ZERO TO CELL-SUB
               ELSE
                   PERFORM H902-SHIFT-ONE-CELL
                       VARYING SHIFT-SUB FROM CELL-COUNT BY -1
                       UNTIL SHIFT-SUB < WS-CELL-POS
                   ADD 1 TO CELL-COUNT
                   MOVE WS-CELL-POS TO CELL-SUB
                   INITIALIZE CELL-ROW(CELL-SUB)
                   MOVE WS-CELL-KEY TO CELL-KEY(CELL-SUB)
               END-IF
           END-IF.
       H900-END. EXIT.
       H901-CHECK-ONE-CELL.
           IF CELL-KEY(CELL-SUB) NOT < WS-CELL-KEY
               MOVE CELL-SUB TO WS-CELL-POS
           END-IF.
       H901-END. EXIT.
       H902-SHIFT-ONE-CELL.
           MOVE CELL-ROW(SHIFT-SUB) TO CELL-ROW(SHIFT-SUB + 1).
       H902-END. EXIT.
      *Hareketi kiriliminin ve kitabin kaynak sutununa ekliyoruz.
       H910-ADD-MOVEMENT.
           PERFORM H900-FIND-CELL.
           IF CELL-SUB > ZERO
               ADD WS-MOVE-AMT TO CELL-MOVE(CELL-SUB, SRC-SUB)
               ADD 1           TO CELL-MOVE-CNT(CELL-SUB, SRC-SUB)
           END-IF.
           ADD WS-MOVE-AMT TO WS-BOOK-MOVE(SRC-SUB).
           ADD 1           TO WS-BOOK-MOVE-CNT(SRC-SUB).
       H910-END. EXIT.
      *Gunlukteki MM/DD/YY tarihini YYYYAAGG'ye ceviriyoruz;
      *cozulemeyen tarih sifir kalir ve kayit pencereye girmez.
       H950-CONVERT-DATE.
           MOVE ZERO TO WS-PARSE-OUT.
           IF (WS-PARSE-IN(1:2) IS NUMERIC) AND
               (WS-PARSE-IN(4:2) IS NUMERIC) AND
               (WS-PARSE-IN(7:2) IS NUMERIC)
               MOVE WS-PARSE-IN(1:2) TO WS-PARSE-MM
               MOVE WS-PARSE-IN(4:2) TO WS-PARSE-DD
               MOVE WS-PARSE-IN(7:2) TO WS-PARSE-YY
               IF WS-PARSE-YY < 50
                   COMPUTE WS-PARSE-YYYY = 2000 + WS-PARSE-YY
               ELSE
                   COMPUTE WS-PARSE-YYYY = 1900 + WS-PARSE-YY
               END-IF
               COMPUTE WS-PARSE-OUT = (WS-PARSE-YYYY * 10000)
                   + (WS-PARSE-MM * 100) + WS-PARSE-DD
           END-IF.
       H950-END. EXIT.
      *Iki gunlukte bugune ait en buyuk sira numarasini tutuyoruz;
      *yarinki ispat bu noktadan sonrasini hareket sayar.
       H960-NOTE-HIGH-SEQ.
           IF (WS-ENTRY-DATE8 = BD-CURR-DATE)
               AND (WS-ENTRY-SEQ > WS-HIGH-SEQ)
               MOVE WS-ENTRY-SEQ TO WS-HIGH-SEQ
           END-IF.
       H960-END. EXIT.
      *Ozet sayilari rapora ve ekrana basiyoruz, izleme gunlugune
      *satir yazip dosyalari kapatiyoruz. Tutmayan kalem varsa donus
      *kodu 8, onceki kapanis bilinmiyorsa 4 olur.
       H999-PROGRAM-EXIT.
           IF CELL-TABLE-FULL
               DISPLAY 'BRANCH/TYPE TABLE FULL - PROOF INCOMPLETE'
               ADD 1 TO WS-OOB-COUNT
           END-IF.
           IF (ST-PRUF-RPT = 0) OR (ST-PRUF-RPT = 97)
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE 'ACCOUNTS ON MASTER      :' TO RPT-TRL-LABEL
               MOVE WS-ACCT-READ TO RPT-TRL-COUNT
               WRITE RPT-REC FROM RPT-TRL-LINE
               MOVE 'ACCTJRNL LINES READ     :' TO RPT-TRL-LABEL
               MOVE WS-JRNL-READ TO RPT-TRL-COUNT
               WRITE RPT-REC FROM RPT-TRL-LINE
               MOVE 'ACCRJRNL LINES READ     :' TO RPT-TRL-LABEL
               MOVE WS-ACCR-READ TO RPT-TRL-COUNT
               WRITE RPT-REC FROM RPT-TRL-LINE
               MOVE 'ARCHIVE RECORDS READ    :' TO RPT-TRL-LABEL
               MOVE WS-ARCH-READ TO RPT-TRL-COUNT
               WRITE RPT-REC FROM RPT-TRL-LINE
               MOVE 'INVALID BALANCE FIELDS  :' TO RPT-TRL-LABEL
               MOVE WS-BAD-BALANCE TO RPT-TRL-COUNT
               WRITE RPT-REC FROM RPT-TRL-LINE
               MOVE 'ACCRUALS - ACCT GONE    :' TO RPT-TRL-LABEL
               MOVE WS-ACCR-NO-ACCT TO RPT-TRL-COUNT
               WRITE RPT-REC FROM RPT-TRL-LINE
               MOVE 'OUT-OF-BALANCE ITEMS    :' TO RPT-TRL-LABEL
               MOVE WS-OOB-COUNT TO RPT-TRL-COUNT
               WRITE RPT-REC FROM RPT-TRL-LINE
               EVALUATE TRUE
                   WHEN WS-OOB-COUNT > ZERO
                       MOVE 'OUT OF BALANCE' TO RPT-VERDICT-O
                   WHEN NOT PRIOR-CLOSE-KNOWN
                       MOVE 'BASELINE ESTABLISHED - NO PROOF'
                           TO RPT-VERDICT-O
                   WHEN OTHER
                       MOVE 'IN BALANCE' TO RPT-VERDICT-O
               END-EVALUATE
               WRITE RPT-REC FROM RPT-VERDICT-LINE
           END-IF.
           DISPLAY 'ACCOUNTS ON MASTER : ' WS-ACCT-READ.
           DISPLAY 'OUT-OF-BALANCE     : ' WS-OOB-COUNT.
           IF (WS-OOB-COUNT > ZERO) AND (RETURN-CODE = ZERO)
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF (NOT PRIOR-CLOSE-KNOWN) AND (RETURN-CODE = ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF AUDIT-SUCCES
               MOVE 'ACCTPRUF'     TO AUD-PROGRAM-O
               MOVE WS-RUN-DATE-O  TO AUD-DATE-O
               MOVE WS-RUN-TIME    TO AUD-TIME-O
               MOVE WS-ACCT-READ   TO AUD-IN-COUNT-O
               MOVE WS-OOB-COUNT   TO AUD-OUT-COUNT-O
               MOVE RETURN-CODE    TO AUD-RETCODE-O
               WRITE AUD-REC
           END-IF.
           CLOSE ACCT-MSTR.
           CLOSE JRNL-FILE.
           CLOSE ACCR-FILE.
           CLOSE ARCH-FILE.
           CLOSE PRUF-RPT.
           CLOSE AUDIT-LOG.
           STOP RUN.
      *
