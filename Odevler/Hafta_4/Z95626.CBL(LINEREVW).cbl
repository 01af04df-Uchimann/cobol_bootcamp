       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LINEREVW.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, uc ayda bir kosan kredi hatti incelemesidir. Her
      *hesabin BALSNAP fotograf gecmisindeki (SNAPHIST) son 12 aylik
      *ay sonu fotograflari ile ana dosyadaki guncel bilgileri
      *kurallara gore degerlendirilir ve limit degisikligi onerileri
      *uretilir:
      *  - Iyi durumdaki (aktif, gecikmesi yok, 12 ayda limitini hic
      *    asmamis) ve son 6 ay sonunun hepsinde kullanimi yuksek
      *    esigin ustunde kalan hesaba limit ARTISI onerilir.
      *  - Gecikmedeki ya da son 3 ay sonundan birinde limitini asmis
      *    (kotuye giden) hesaba ve 12 aydir hic kullanilmamis hesaba
      *    limit AZALTIMI onerilir. Kotuye giden hesabin limiti
      *    guncel bakiyenin altina indirilmez; indirilemiyorsa hesap
      *    yalnizca inceleme icin raporda listelenir.
      *En az 6 fotografi olmayan hesap degerlendirilmez; kapatilmis,
      *zarar yazilmis ve dondurulmus hesaplar atlanir.
      *
      *Oneriler, subelerin gonderdigi gibi parti basligi ve parti
      *sonu tasiyan bir 'L' (yalnizca limit) islem partisi olarak
      *ham islem dosyasinin (RAWTRAN) sonuna eklenir ve gece zincirinde
      *ACCTEDIT'ten gecer; boylece kesme tutarini asan artislar amir
      *onayina ayrilir. Her oneri, nedeniyle birlikte LINERPT inceleme
      *raporunda listelenir.
      *
      *PARM dokuz hanedir: ilk uc hane yuksek kullanim esigi (yuzde,
      *bos ise 080), sonraki uc hane artis orani (yuzde, bos ise
      *020), son uc hane azaltim orani (yuzde, bos ise 025). Yeni
      *limitler 100 dolara yuvarlanir. Fotograflar hesap ve tarih
      *anahtariyla SORT'a verilir (BALTREND'deki SORT duzeni).
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE  ASSIGN TO SNAPHIST
                             STATUS ST-SNAP-FILE.
      *Hesap ana dosyasi, guncel durum ve limit icin anahtarla
      *okunur.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
      *Onerilerin parti olarak eklendigi ham islem dosyasi.
           SELECT RAW-FILE   ASSIGN TO RAWTRAN
                             STATUS ST-RAW-FILE.
           SELECT REV-PRINT  ASSIGN TO LINERPT
                             STATUS ST-REV-PRINT.
           SELECT SORT-FILE  ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
      *Fotograf kaydinin yapisi, BALSNAP programindaki SNAP-REC ile
      *aynidir.
       FD  SNAP-FILE RECORDING MODE F.
       01  SNAP-REC.
           05  SNAP-ACCT-NO       PIC X(8).
           05  SNAP-TYPE          PIC X(1).
           05  SNAP-LIMIT         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  SNAP-BALANCE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  SNAP-UTIL-PCT      PIC 9(3)V99.
           05  SNAP-DATE          PIC 9(8).
           05  FILLER             PIC X(38).
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
           05  FILLER             PIC X(18).
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-ACTIVE    VALUE 'A' ' '.
               88  ACCT-STATUS-FROZEN    VALUE 'F'.
               88  ACCT-STATUS-CLOSED    VALUE 'C'.
               88  ACCT-STATUS-CHGOFF    VALUE 'W'.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  ACCT-FINAL-STMT-SW PIC X(1).
           05  ACCT-MIN-DUE       PIC S9(7)V99 COMP-3.
           05  ACCT-DUE-DATE      PIC 9(8) COMP-3.
           05  ACCT-DLQ-DATE      PIC 9(8) COMP-3.
      *Ham islem kaydinin yapisi, ACCTEDIT programindaki RAW-REC ile
      *aynidir; parti basligi ve sonu calisma alanindan FROM ile
      *yazilir.
       FD  RAW-FILE RECORDING MODE F.
       01  RAW-REC.
           05  TRAN-CODE          PIC X(1).
           05  TRAN-ACCT-NO       PIC X(8).
           05  TRAN-LIMIT         PIC S9(7)V99 COMP-3.
           05  TRAN-BALANCE       PIC S9(7)V99 COMP-3.
           05  TRAN-LAST-NAME     PIC X(20).
           05  TRAN-FIRST-NAME    PIC X(15).
           05  TRAN-STREET        PIC X(25).
           05  TRAN-CITY          PIC X(20).
           05  TRAN-STATE         PIC X(15).
           05  TRAN-TYPE          PIC X(1).
           05  TRAN-STMT-CYCLE    PIC X(2).
           05  TRAN-BRANCH        PIC X(4).
           05  TRAN-COMMENTS      PIC X(8).
           05  FILLER             PIC X(18).
           05  TRAN-NEW-STATUS    PIC X(1).
           05  TRAN-STATUS-RSN    PIC X(2).
           05  FILLER             PIC X(21).
       FD  REV-PRINT RECORDING MODE F.
       01  REV-REC                PIC X(80).
      *Siralama kaydi: anahtar hesap numarasi ve fotograf tarihi.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
           05  SRT-DATE           PIC 9(8).
           05  SRT-BAL            PIC S9(7)V99 COMP-3.
           05  SRT-UTIL           PIC 9(3)V99 COMP-3.
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 SORT-EOF-SW       PIC X VALUE SPACE.
       01 WS-WORK-AREA.
         05 ST-SNAP-FILE       PIC 9(2).
            88 SNAP-FILE-SUCCES             VALUE 00 97.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
         05 ST-RAW-FILE        PIC 9(2).
         05 ST-REV-PRINT       PIC 9(2).
      *Kural esikleri PARM'dan alinir.
       01 WS-PARM-AREA.
         05 WS-PARM-TEXT       PIC X(9) VALUE SPACES.
         05 WS-HIGH-PARM       PIC X(3) VALUE SPACES.
         05 WS-HIGH-JUST       PIC X(3) JUSTIFIED RIGHT.
         05 WS-HIGH-PCT        PIC 9(3) VALUE 80.
         05 WS-INCR-PARM       PIC X(3) VALUE SPACES.
         05 WS-INCR-JUST       PIC X(3) JUSTIFIED RIGHT.
         05 WS-INCR-PCT        PIC 9(3) VALUE 20.
         05 WS-DECR-PARM       PIC X(3) VALUE SPACES.
         05 WS-DECR-JUST       PIC X(3) JUSTIFIED RIGHT.
         05 WS-DECR-PCT        PIC 9(3) VALUE 25.
      *Degerlendirme icin gereken en az fotograf sayisi; yuksek
      *kullanim son 6, limit asimi son 3 ay sonunda aranir.
       01 WS-RULE-CONSTANTS.
         05 WS-MIN-SNAPS       PIC 9(2) COMP VALUE 6.
         05 WS-HIGH-MONTHS     PIC 9(2) COMP VALUE 6.
         05 WS-OVER-MONTHS     PIC 9(2) COMP VALUE 3.
      *Incelenen donemin baslangici: is gununden bir yil oncesi;
      *bu tarihten sonraki fotograflar dikkate alinir.
       01 WS-FROM-DATE         PIC 9(8) VALUE ZERO.
      *Kirilimdaki hesabin son 12 fotografinin tutuldugu pencere;
      *13. fotograf geldiginde en eskisi kayarak duser.
       01 CUR-ACCT-AREA.
         05 WS-CUR-ACCT        PIC X(8) VALUE SPACES.
         05 WS-SNAP-CNT        PIC 9(2) COMP VALUE ZERO.
         05 CUR-SNAP OCCURS 12 TIMES.
            10 CS-DATE         PIC 9(8).
            10 CS-BAL          PIC S9(7)V99 COMP-3.
            10 CS-UTIL         PIC 9(3)V99 COMP-3.
       01 WS-SUBSCRIPTS.
         05 SNAP-SUB           PIC 9(2) COMP VALUE ZERO.
         05 WS-HIGH-START      PIC 9(2) COMP VALUE ZERO.
         05 WS-OVER-START      PIC 9(2) COMP VALUE ZERO.
      *Pencere taramasinin sonuclari.
       01 WS-SCAN-AREA.
         05 WS-MAX-UTIL        PIC 9(3)V99 COMP-3 VALUE ZERO.
         05 WS-HIGH-MIN-UTIL   PIC 9(3)V99 COMP-3 VALUE ZERO.
         05 WS-OVER-MAX-UTIL   PIC 9(3)V99 COMP-3 VALUE ZERO.
         05 WS-USED-SW         PIC X VALUE 'N'.
            88 ACCT-WAS-USED           VALUE 'Y'.
      *Karar: I artis, D azaltim, R yalnizca inceleme, bosluk
      *oneri yok.
       01 WS-DECISION-AREA.
         05 WS-ACTION          PIC X(1) VALUE SPACE.
            88 ACTION-INCREASE         VALUE 'I'.
            88 ACTION-DECREASE         VALUE 'D'.
            88 ACTION-REVIEW           VALUE 'R'.
            88 ACTION-NONE             VALUE ' '.
         05 WS-REASON          PIC X(26) VALUE SPACES.
         05 WS-NEW-LIMIT       PIC S9(7)V99 COMP-3 VALUE ZERO.
         05 WS-FLOOR-LIMIT     PIC S9(7)V99 COMP-3 VALUE ZERO.
         05 WS-HUNDREDS        PIC S9(7) COMP-3 VALUE ZERO.
         05 WS-CUR-UTIL        PIC 9(3)V99 COMP-3 VALUE ZERO.
      *Ham dosyaya yazilan partinin durumu.
       01 WS-BATCH-AREA.
         05 WS-BATCH-SW        PIC X VALUE 'N'.
            88 BATCH-OPEN              VALUE 'Y'.
         05 WS-BATCH-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-COUNTERS.
         05 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-OLD-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-ACCT-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-INCR-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-DECR-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-REVIEW-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-SHORT-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-SKIP-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-NOMSTR-COUNT    PIC 9(7) VALUE ZERO.
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
      *Ham dosyaya yazilan parti basligi ve parti sonu; yerlesim
      *ACCTEDIT'teki RAW-HDR-REC ve RAW-TRL-REC ile aynidir.
       01 RAW-HDR-LINE.
         05  FILLER           PIC X(1)  VALUE 'H'.
         05  RAW-HDR-BRANCH   PIC X(8)  VALUE 'LINEREVW'.
         05  RAW-HDR-DATE     PIC X(8).
         05  FILLER           PIC X(154) VALUE SPACES.
       01 RAW-TRL-LINE.
         05  FILLER           PIC X(1)  VALUE 'T'.
         05  RAW-TRL-COUNT    PIC 9(7).
         05  FILLER           PIC X(163) VALUE SPACES.
      *Rapor satir yapilari; REV-REC'e FROM ile tasinir.
       01 REV-HDR-LINE.
         05  FILLER           PIC X(32)
             VALUE 'CREDIT LINE REVIEW PROPOSALS'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  REV-HDR-DATE     PIC X(8).
       01 REV-PARM-LINE.
         05  FILLER           PIC X(15) VALUE 'HIGH UTIL PCT: '.
         05  REV-PARM-HIGH    PIC ZZ9.
         05  FILLER           PIC X(17) VALUE '  INCREASE PCT: '.
         05  REV-PARM-INCR    PIC ZZ9.
         05  FILLER           PIC X(17) VALUE '  DECREASE PCT: '.
         05  REV-PARM-DECR    PIC ZZ9.
       01 REV-COL-LINE.
         05  FILLER           PIC X(10) VALUE 'ACCT NO'.
         05  FILLER           PIC X(10) VALUE 'ACTION'.
         05  FILLER           PIC X(13) VALUE '  OLD LIMIT'.
         05  FILLER           PIC X(13) VALUE '  NEW LIMIT'.
         05  FILLER           PIC X(8)  VALUE '  UTIL'.
         05  FILLER           PIC X(26) VALUE 'REASON'.
       01 REV-DETAIL-LINE.
         05  REV-ACCT-NO-O    PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REV-ACTION-O     PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REV-OLD-LIMIT-O  PIC $$,$$$,$$9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REV-NEW-LIMIT-O  PIC $$,$$$,$$9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REV-UTIL-O       PIC ZZ9.99.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  REV-REASON-O     PIC X(26).
       01 REV-NOTE-LINE.
         05  REV-NOTE-TEXT    PIC X(72).
       01 REV-TRL-LINE.
         05  REV-TRL-LABEL    PIC X(24).
         05  REV-TRL-COUNT    PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NO
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS H200-FEED-SORT
                   THRU H200-FEED-SORT-END
               OUTPUT PROCEDURE IS H300-REVIEW-ACCOUNTS
                   THRU H300-REVIEW-ACCOUNTS-END
           PERFORM H800-CLOSE-BATCH
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz, kural esiklerini PARM'dan aliyoruz ve
      *rapor basligini yaziyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
           MOVE WS-PARM-TEXT(1:3) TO WS-HIGH-PARM.
           MOVE WS-PARM-TEXT(4:3) TO WS-INCR-PARM.
           MOVE WS-PARM-TEXT(7:3) TO WS-DECR-PARM.
           MOVE WS-HIGH-PARM TO WS-HIGH-JUST.
           INSPECT WS-HIGH-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-HIGH-JUST IS NUMERIC
               MOVE WS-HIGH-JUST TO WS-HIGH-PCT
           ELSE
               IF WS-HIGH-PARM NOT = SPACES
                   DISPLAY 'WARNING: NON-NUMERIC HIGH UTIL PARM'
                       ' IGNORED: ' WS-HIGH-PARM
               END-IF
           END-IF.
           MOVE WS-INCR-PARM TO WS-INCR-JUST.
           INSPECT WS-INCR-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-INCR-JUST IS NUMERIC
               MOVE WS-INCR-JUST TO WS-INCR-PCT
           ELSE
               IF WS-INCR-PARM NOT = SPACES
                   DISPLAY 'WARNING: NON-NUMERIC INCREASE PARM'
                       ' IGNORED: ' WS-INCR-PARM
               END-IF
           END-IF.
           MOVE WS-DECR-PARM TO WS-DECR-JUST.
           INSPECT WS-DECR-JUST REPLACING LEADING SPACE BY ZERO.
           IF (WS-DECR-JUST IS NUMERIC) AND (WS-DECR-JUST < '100')
               MOVE WS-DECR-JUST TO WS-DECR-PCT
           ELSE
               IF WS-DECR-PARM NOT = SPACES
                   DISPLAY 'WARNING: INVALID DECREASE PARM'
                       ' IGNORED: ' WS-DECR-PARM
               END-IF
           END-IF.
           OPEN INPUT  SNAP-FILE.
           OPEN INPUT  ACCT-MSTR.
           OPEN EXTEND RAW-FILE.
           OPEN OUTPUT REV-PRINT.
           IF NOT SNAP-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN SNAPHIST: ' ST-SNAP-FILE
               MOVE ST-SNAP-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-RAW-FILE NOT = 0) AND (ST-RAW-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN RAWTRAN: ' ST-RAW-FILE
               MOVE ST-RAW-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-REV-PRINT NOT = 0) AND (ST-REV-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN LINERPT: ' ST-REV-PRINT
               MOVE ST-REV-PRINT TO RETURN-CODE
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
           COMPUTE WS-FROM-DATE = BD-CURR-DATE - 10000.
           MOVE WS-RUN-DATE-O TO REV-HDR-DATE.
           WRITE REV-REC FROM REV-HDR-LINE.
           MOVE WS-HIGH-PCT TO REV-PARM-HIGH.
           MOVE WS-INCR-PCT TO REV-PARM-INCR.
           MOVE WS-DECR-PCT TO REV-PARM-DECR.
           WRITE REV-REC FROM REV-PARM-LINE.
           MOVE SPACES TO REV-REC.
           WRITE REV-REC.
           WRITE REV-REC FROM REV-COL-LINE.
       H100-END. EXIT.
      *Giris yordami: fotograf gecmisini okuyup son bir yila ait her
      *gecerli kaydi hesap ve tarih anahtariyla SORT'a veriyoruz.
      *Tutar alanlari bozuk satirlar atlanir.
       H200-FEED-SORT.
           PERFORM H150-READ-SNAPSHOT.
           PERFORM H210-RELEASE-SNAPSHOT UNTIL LASTREC = 'Y'.
       H200-FEED-SORT-END. EXIT.
       H150-READ-SNAPSHOT.
           READ SNAP-FILE
               AT END MOVE 'Y' TO LASTREC
           END-READ.
       H150-END. EXIT.
       H210-RELEASE-SNAPSHOT.
           ADD 1 TO WS-READ-COUNT.
           IF (SNAP-ACCT-NO = SPACES)
               OR (SNAP-DATE NOT NUMERIC)
               OR (SNAP-BALANCE NOT NUMERIC)
               OR (SNAP-UTIL-PCT NOT NUMERIC)
               CONTINUE
           ELSE
               IF SNAP-DATE > WS-FROM-DATE
                   MOVE SNAP-ACCT-NO  TO SRT-ACCT-NO
                   MOVE SNAP-DATE     TO SRT-DATE
                   MOVE SNAP-BALANCE  TO SRT-BAL
                   MOVE SNAP-UTIL-PCT TO SRT-UTIL
                   RELEASE SORT-REC
               ELSE
                   ADD 1 TO WS-OLD-COUNT
               END-IF
           END-IF.
           PERFORM H150-READ-SNAPSHOT.
       H210-END. EXIT.
      *Cikis yordami: siralanmis akisi hesap kirilimiyla isliyoruz;
      *her kirilimda biten hesap kurallara gore degerlendirilir.
       H300-REVIEW-ACCOUNTS.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF-SW
           END-RETURN.
           PERFORM H310-PROCESS-ONE-SNAP UNTIL SORT-EOF-SW = 'Y'.
           IF WS-CUR-ACCT NOT = SPACES
               PERFORM H330-REVIEW-ACCOUNT
           END-IF.
       H300-REVIEW-ACCOUNTS-END. EXIT.
      *Tek bir siralanmis fotografi isliyoruz: hesap degistiyse
      *once biten hesap degerlendirilir, sonra fotograf yeni hesabin
      *penceresine eklenir.
       H310-PROCESS-ONE-SNAP.
           IF SRT-ACCT-NO NOT = WS-CUR-ACCT
               IF WS-CUR-ACCT NOT = SPACES
                   PERFORM H330-REVIEW-ACCOUNT
               END-IF
               MOVE SRT-ACCT-NO TO WS-CUR-ACCT
               MOVE ZERO        TO WS-SNAP-CNT
           END-IF.
           PERFORM H320-STORE-SNAPSHOT.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF-SW
           END-RETURN.
       H310-END. EXIT.
      *Fotografi pencerenin sonuna ekliyoruz; pencerede 12 fotograf
      *varsa en eskisi kayarak duser.
       H320-STORE-SNAPSHOT.
           IF WS-SNAP-CNT >= 12
               PERFORM H325-SHIFT-ONE-SNAP
                   VARYING SNAP-SUB FROM 1 BY 1
                   UNTIL SNAP-SUB > 11
               MOVE 12 TO SNAP-SUB
           ELSE
               ADD 1 TO WS-SNAP-CNT
               MOVE WS-SNAP-CNT TO SNAP-SUB
           END-IF.
           MOVE SRT-DATE TO CS-DATE(SNAP-SUB).
           MOVE SRT-BAL  TO CS-BAL(SNAP-SUB).
           MOVE SRT-UTIL TO CS-UTIL(SNAP-SUB).
       H320-END. EXIT.
       H325-SHIFT-ONE-SNAP.
           MOVE CS-DATE(SNAP-SUB + 1) TO CS-DATE(SNAP-SUB).
           MOVE CS-BAL(SNAP-SUB + 1)  TO CS-BAL(SNAP-SUB).
           MOVE CS-UTIL(SNAP-SUB + 1) TO CS-UTIL(SNAP-SUB).
       H325-END. EXIT.
      *Biten hesabi ana dosyadan okuyup kurallari uyguluyoruz.
      *Ana dosyada bulunmayan, tutar alanlari bozuk ya da
      *kapatilmis, zarar yazilmis veya dondurulmus hesap atlanir;
      *yeterli gecmisi olmayan hesap ayrica sayilir.
       H330-REVIEW-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-CUR-ACCT TO ACCT-NO.
           READ ACCT-MSTR
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT ACCT-MSTR-SUCCES
                   ADD 1 TO WS-NOMSTR-COUNT
               WHEN (ACCT-LIMIT NOT NUMERIC)
                 OR (ACCT-BALANCE NOT NUMERIC)
                 OR (ACCT-DLQ-DATE NOT NUMERIC)
                 OR (NOT ACCT-STATUS-ACTIVE)
                   ADD 1 TO WS-SKIP-COUNT
               WHEN WS-SNAP-CNT < WS-MIN-SNAPS
                   ADD 1 TO WS-SHORT-COUNT
               WHEN OTHER
                   PERFORM H340-SCAN-WINDOW
                   PERFORM H350-APPLY-RULES
                   IF NOT ACTION-NONE
                       PERFORM H370-REPORT-PROPOSAL
                   END-IF
                   IF ACTION-INCREASE OR ACTION-DECREASE
                       PERFORM H380-WRITE-TRANSACTION
                   END-IF
           END-EVALUATE.
       H330-END. EXIT.
      *Penceredeki fotograflari tariyoruz: 12 aydaki en yuksek
      *kullanim, son 6 ay sonundaki en dusuk kullanim, son 3 ay
      *sonundaki en yuksek kullanim ve hesabin hic kullanilip
      *kullanilmadigi.
       H340-SCAN-WINDOW.
           MOVE ZERO   TO WS-MAX-UTIL.
           MOVE 999.99 TO WS-HIGH-MIN-UTIL.
           MOVE ZERO   TO WS-OVER-MAX-UTIL.
           MOVE 'N'    TO WS-USED-SW.
           COMPUTE WS-HIGH-START = WS-SNAP-CNT - WS-HIGH-MONTHS + 1.
           COMPUTE WS-OVER-START = WS-SNAP-CNT - WS-OVER-MONTHS + 1.
           PERFORM H345-SCAN-ONE-SNAP
               VARYING SNAP-SUB FROM 1 BY 1
               UNTIL SNAP-SUB > WS-SNAP-CNT.
       H340-END. EXIT.
       H345-SCAN-ONE-SNAP.
           IF CS-UTIL(SNAP-SUB) > WS-MAX-UTIL
               MOVE CS-UTIL(SNAP-SUB) TO WS-MAX-UTIL
           END-IF.
           IF CS-BAL(SNAP-SUB) > ZERO
               SET ACCT-WAS-USED TO TRUE
           END-IF.
           IF (SNAP-SUB >= WS-HIGH-START)
               AND (CS-UTIL(SNAP-SUB) < WS-HIGH-MIN-UTIL)
               MOVE CS-UTIL(SNAP-SUB) TO WS-HIGH-MIN-UTIL
           END-IF.
           IF (SNAP-SUB >= WS-OVER-START)
               AND (CS-UTIL(SNAP-SUB) > WS-OVER-MAX-UTIL)
               MOVE CS-UTIL(SNAP-SUB) TO WS-OVER-MAX-UTIL
           END-IF.
       H345-END. EXIT.
      *Kurallari oncelik sirasiyla uyguluyoruz: once kotuye gidis
      *(gecikme, son 3 ayda limit asimi), sonra kullanilmama, en son
      *iyi durumda yuksek kullanim. Yeni limit 100 dolara asagi
      *yuvarlanir ve limit alaninin tavanini gecmez; kotuye giden
      *hesabin yeni limiti guncel bakiyenin (100 dolara yukari
      *yuvarlanmis) altina inmez.
       H350-APPLY-RULES.
           MOVE SPACE  TO WS-ACTION.
           MOVE SPACES TO WS-REASON.
           MOVE ACCT-LIMIT TO WS-NEW-LIMIT.
           MOVE CS-UTIL(WS-SNAP-CNT) TO WS-CUR-UTIL.
           EVALUATE TRUE
               WHEN (ACCT-DLQ-DATE > ZERO)
                 OR (WS-OVER-MAX-UTIL > 100)
                   IF ACCT-DLQ-DATE > ZERO
                       MOVE 'DELINQUENT' TO WS-REASON
                   ELSE
                       MOVE 'OVER LIMIT IN LAST 3 MOS'
                           TO WS-REASON
                   END-IF
                   PERFORM H355-FIGURE-DECREASE
                   IF ACCT-BALANCE > ZERO
                       COMPUTE WS-HUNDREDS =
                           (ACCT-BALANCE + 99.99) / 100
                       IF WS-HUNDREDS > 99999
                           MOVE 99999 TO WS-HUNDREDS
                       END-IF
                       COMPUTE WS-FLOOR-LIMIT = WS-HUNDREDS * 100
                       IF WS-NEW-LIMIT < WS-FLOOR-LIMIT
                           MOVE WS-FLOOR-LIMIT TO WS-NEW-LIMIT
                       END-IF
                   END-IF
                   IF WS-NEW-LIMIT < ACCT-LIMIT
                       SET ACTION-DECREASE TO TRUE
                   ELSE
                       SET ACTION-REVIEW TO TRUE
                       MOVE ACCT-LIMIT TO WS-NEW-LIMIT
                   END-IF
               WHEN (NOT ACCT-WAS-USED) AND (ACCT-BALANCE <= ZERO)
                   MOVE 'UNUSED LAST 12 MONTHS' TO WS-REASON
                   PERFORM H355-FIGURE-DECREASE
                   IF WS-NEW-LIMIT < ACCT-LIMIT
                       SET ACTION-DECREASE TO TRUE
                   END-IF
               WHEN (WS-MAX-UTIL <= 100)
                 AND (WS-HIGH-MIN-UTIL >= WS-HIGH-PCT)
                 AND (ACCT-LIMIT > ZERO)
                   MOVE 'HIGH UTIL, GOOD STANDING' TO WS-REASON
                   COMPUTE WS-HUNDREDS =
                       (ACCT-LIMIT * (100 + WS-INCR-PCT) / 100) / 100
                   IF WS-HUNDREDS > 99999
                       MOVE 99999 TO WS-HUNDREDS
                   END-IF
                   COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
                   IF WS-NEW-LIMIT > ACCT-LIMIT
                       SET ACTION-INCREASE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       H350-END. EXIT.
       H355-FIGURE-DECREASE.
           COMPUTE WS-HUNDREDS =
               (ACCT-LIMIT * (100 - WS-DECR-PCT) / 100) / 100.
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
       H355-END. EXIT.
      *Oneriyi ya da inceleme kaydini nedeniyle rapora yaziyoruz.
       H370-REPORT-PROPOSAL.
           EVALUATE TRUE
               WHEN ACTION-INCREASE
                   ADD 1 TO WS-INCR-COUNT
                   MOVE 'INCREASE' TO REV-ACTION-O
               WHEN ACTION-DECREASE
                   ADD 1 TO WS-DECR-COUNT
                   MOVE 'DECREASE' TO REV-ACTION-O
               WHEN OTHER
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE 'REVIEW'   TO REV-ACTION-O
           END-EVALUATE.
           MOVE WS-CUR-ACCT  TO REV-ACCT-NO-O.
           MOVE ACCT-LIMIT   TO REV-OLD-LIMIT-O.
           MOVE WS-NEW-LIMIT TO REV-NEW-LIMIT-O.
           MOVE WS-CUR-UTIL  TO REV-UTIL-O.
           MOVE WS-REASON    TO REV-REASON-O.
           WRITE REV-REC FROM REV-DETAIL-LINE.
       H370-END. EXIT.
      *Oneriyi 'L' limit degisikligi olarak ham dosyaya yaziyoruz;
      *ilk oneride parti basligi acilir. Ad ve tip, ACCTEDIT'in
      *raporlari okunakli olsun diye ana dosyadan tasinir.
       H380-WRITE-TRANSACTION.
           IF NOT BATCH-OPEN
               MOVE WS-RUN-DATE-O TO RAW-HDR-DATE
               WRITE RAW-REC FROM RAW-HDR-LINE
               SET BATCH-OPEN TO TRUE
           END-IF.
           MOVE SPACES          TO RAW-REC.
           MOVE 'L'             TO TRAN-CODE.
           MOVE WS-CUR-ACCT     TO TRAN-ACCT-NO.
           MOVE WS-NEW-LIMIT    TO TRAN-LIMIT.
           MOVE ZERO            TO TRAN-BALANCE.
           MOVE LAST-NAME       TO TRAN-LAST-NAME.
           MOVE FIRST-NAME      TO TRAN-FIRST-NAME.
           MOVE ACCT-TYPE       TO TRAN-TYPE.
           MOVE ACCT-BRANCH     TO TRAN-BRANCH.
           MOVE 'LINEREVW'      TO TRAN-COMMENTS.
           WRITE RAW-REC.
           ADD 1 TO WS-BATCH-COUNT.
       H380-END. EXIT.
      *Parti acildiysa beyan edilen kayit sayisiyla parti sonunu
      *yaziyoruz.
       H800-CLOSE-BATCH.
           IF BATCH-OPEN
               MOVE WS-BATCH-COUNT TO RAW-TRL-COUNT
               WRITE RAW-REC FROM RAW-TRL-LINE
               MOVE 'N' TO WS-BATCH-SW
           END-IF.
       H800-END. EXIT.
      *Ozet sayilari rapora ve ekrana yazip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           IF (ST-REV-PRINT = 0) OR (ST-REV-PRINT = 97)
               IF (WS-INCR-COUNT + WS-DECR-COUNT + WS-REVIEW-COUNT)
                   = ZERO
                   MOVE '  (NO PROPOSALS)' TO REV-NOTE-TEXT
                   WRITE REV-REC FROM REV-NOTE-LINE
               END-IF
               MOVE SPACES TO REV-REC
               WRITE REV-REC
               MOVE 'SNAPSHOTS READ        :' TO REV-TRL-LABEL
               MOVE WS-READ-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'OLDER THAN 12 MONTHS  :' TO REV-TRL-LABEL
               MOVE WS-OLD-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'ACCOUNTS IN HISTORY   :' TO REV-TRL-LABEL
               MOVE WS-ACCT-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'NOT ON MASTER         :' TO REV-TRL-LABEL
               MOVE WS-NOMSTR-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'NOT ACTIVE / BAD DATA :' TO REV-TRL-LABEL
               MOVE WS-SKIP-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'UNDER 6 MONTHS HISTORY:' TO REV-TRL-LABEL
               MOVE WS-SHORT-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'INCREASES PROPOSED    :' TO REV-TRL-LABEL
               MOVE WS-INCR-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'DECREASES PROPOSED    :' TO REV-TRL-LABEL
               MOVE WS-DECR-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'REVIEW ONLY           :' TO REV-TRL-LABEL
               MOVE WS-REVIEW-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE 'RAWTRAN RECORDS ADDED :' TO REV-TRL-LABEL
               MOVE WS-BATCH-COUNT TO REV-TRL-COUNT
               WRITE REV-REC FROM REV-TRL-LINE
               MOVE SPACES TO REV-REC
               WRITE REV-REC
               MOVE 'PROPOSALS ARE APPLIED BY THE NIGHTLY ACCTEDIT'
                   TO REV-NOTE-TEXT
               WRITE REV-REC FROM REV-NOTE-LINE
               MOVE 'AND ACCTMNT STEPS; INCREASES OVER THE CUTOFF'
                   TO REV-NOTE-TEXT
               WRITE REV-REC FROM REV-NOTE-LINE
               MOVE 'ARE HELD FOR SUPERVISOR APPROVAL.'
                   TO REV-NOTE-TEXT
               WRITE REV-REC FROM REV-NOTE-LINE
           END-IF.
           DISPLAY 'SNAPSHOTS READ     : ' WS-READ-COUNT.
           DISPLAY 'ACCOUNTS IN HISTORY: ' WS-ACCT-COUNT.
           DISPLAY 'INCREASES PROPOSED : ' WS-INCR-COUNT.
           DISPLAY 'DECREASES PROPOSED : ' WS-DECR-COUNT.
           DISPLAY 'REVIEW ONLY        : ' WS-REVIEW-COUNT.
           CLOSE SNAP-FILE.
           CLOSE ACCT-MSTR.
           CLOSE RAW-FILE.
           CLOSE REV-PRINT.
           STOP RUN.
      *
