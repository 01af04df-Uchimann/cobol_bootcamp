       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTPOST.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, subelerden gelen gunluk parasal kalemleri (odeme,
      *harcama, iade/alacak ve elle duzeltme) hesap ana dosyasindaki
      *ACCT-BALANCE alanina isler. ACCTMNT'nin 'C' islemi bakiyenin
      *tamamini ezerken burada her kalem yalnizca kendi tutari kadar
      *bakiyeyi arttirir ya da azaltir:
      *  PY odeme        bakiyeden dusulur
      *  PU harcama      bakiyeye eklenir
      *  CR iade/alacak  bakiyeden dusulur
      *  AJ duzeltme     isaretli tutar oldugu gibi eklenir
      *
      *Islenen her kalem hesap bazli hareket gecmisine (POSTHIST)
      *yazilir ve ACCTMNT'nin gunluk duzeniyle ACCTJRNL'e 'C' kaydi
      *olarak islenir; boylece ACCTBKO geri alabilir, GLEXTR genel
      *muhasebeye tasir ve ACCTINQ gecmiste gosterir. Odeme ve
      *alacak kalemleri ayrica son ekstrenin kalan asgari odemesini
      *azaltir. Ana dosyada bulunmayan hesaplara ait ya da kodu,
      *tutari veya tarihi bozuk kalemler bakiyeye dokunmadan
      *askidaki kalemler dosyasina (POSTSUSP) neden koduyla ayrilir.
      *Dondurulmus, kapatilmis ya da zarar yazilmis hesaba gelen
      *harcama da askiya duser; odeme, alacak ve duzeltme bu
      *hesaplara da islenir.
      *
      *Ayni is gunu icin yeniden kosma guvenlidir: kontrol dosyasi
      *(POSTCKPT) is gununu, o gun POSTTRAN'dan islenmis kalem
      *sayisini ve gun-bitti isaretini tutar (ACCRUE'nun ACCRCKPT'i
      *gibi). Yarim kalan calistirma, islenmis kalemleri atlayarak
      *kaldigi yerden surer; bitmis gun ikinci kez islenmez.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-FILE  ASSIGN TO POSTTRAN
                             STATUS ST-POST-FILE.
      *Hesap ana dosyasi, kalemler anahtarla islenecegi icin rasgele
      *erisimle acilir.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
      *Islenen kalemlerin hesap bazli hareket gecmisi; birikimlidir.
           SELECT HIST-FILE  ASSIGN TO POSTHIST
                             STATUS ST-HIST-FILE.
      *Reddedilen kalemlerin neden koduyla ayrildigi aski dosyasi.
           SELECT SUSP-FILE  ASSIGN TO POSTSUSP
                             STATUS ST-SUSP-FILE.
      *Islemlerin oncesi/sonrasi goruntu gunlugu; yerlesim
      *ACCTMNT'nin yazdigi ACCTJRNL ile aynidir.
           SELECT JRNL-FILE  ASSIGN TO ACCTJRNL
                             STATUS ST-JRNL-FILE.
           SELECT POST-PRINT ASSIGN TO POSTRPT
                             STATUS ST-POST-PRINT.
      *Gunluk isleme kontrol dosyasi; tek kayitlidir.
           SELECT CKPT-FILE  ASSIGN TO POSTCKPT
                             STATUS ST-CKPT-FILE.
       DATA DIVISION.
       FILE SECTION.
      *Gunluk parasal kalem: hesap numarasi, kalem tarihi (YYYYMMDD),
      *islem kodu, isaretli tutar, sube referansi ve aciklama.
       FD  POST-FILE RECORDING MODE F.
       01  POST-REC.
           05  POST-ACCT-NO       PIC X(8).
           05  POST-DATE          PIC X(8).
           05  POST-CODE          PIC X(2).
               88  POST-PAYMENT          VALUE 'PY'.
               88  POST-PURCHASE         VALUE 'PU'.
               88  POST-CREDIT           VALUE 'CR'.
               88  POST-ADJUST           VALUE 'AJ'.
           05  POST-AMOUNT        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  POST-REF           PIC X(12).
           05  POST-DESC          PIC X(30).
           05  FILLER             PIC X(10).
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
           05  COMMENTS           PIC X(26).
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-ACTIVE   VALUE 'A' ' '.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  ACCT-FINAL-STMT-SW PIC X(1).
           05  ACCT-MIN-DUE       PIC S9(7)V99 COMP-3.
           05  ACCT-DUE-DATE      PIC 9(8) COMP-3.
           05  ACCT-DLQ-DATE      PIC 9(8) COMP-3.
      *Hareket gecmisi kaydi: hesap, isleme tarihi, kalem tarihi,
      *kod, tutar, eski/yeni bakiye, referans ve gunluk sira no.
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           05  HIST-ACCT-NO       PIC X(8).
           05  HIST-RUN-DATE      PIC X(8).
           05  HIST-ITEM-DATE     PIC X(8).
           05  HIST-CODE          PIC X(2).
           05  HIST-AMOUNT        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  HIST-OLD-BAL       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  HIST-NEW-BAL       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  HIST-REF           PIC X(12).
           05  HIST-JRNL-SEQ      PIC 9(7).
           05  FILLER             PIC X(5).
      *Askidaki kalem: isleme tarihi, red nedeni ve kalemin tam
      *goruntusu; sube duzeltip ertesi gun yeniden gonderebilir.
       FD  SUSP-FILE RECORDING MODE F.
       01  SUSP-REC.
           05  SUSP-RUN-DATE      PIC X(8).
           05  SUSP-REASON        PIC X(30).
           05  SUSP-ITEM          PIC X(80).
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
       FD  POST-PRINT RECORDING MODE F.
       01  POST-PRT-REC           PIC X(80).
      *Kontrol kaydi: is gunu (YYYYMMDD), o gun POSTTRAN'dan islenmis
      *kalem sayisi ve gun-bitti isareti.
       FD  CKPT-FILE RECORDING MODE F.
       01  CKPT-REC.
           05  CKPT-BUS-DATE      PIC 9(8).
           05  CKPT-ITEM-COUNT    PIC 9(7).
           05  CKPT-DONE-SW       PIC X(1).
           05  FILLER             PIC X(64).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-POST-FILE       PIC 9(2).
            88 POST-FILE-EOF                VALUE 10.
            88 POST-FILE-SUCCES             VALUE 00 97.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-NOTFOUND           VALUE 23.
         05 ST-HIST-FILE       PIC 9(2).
         05 ST-SUSP-FILE       PIC 9(2).
         05 ST-JRNL-FILE       PIC 9(2).
         05 ST-POST-PRINT      PIC 9(2).
         05 ST-CKPT-FILE       PIC 9(2).
            88 CKPT-FILE-SUCCES             VALUE 00 97.
       01 WS-EDIT-SWITCH         PIC X  VALUE 'Y'.
         88 ITEM-IS-VALID               VALUE 'Y'.
         88 ITEM-IS-INVALID             VALUE 'N'.
       01 WS-REJ-REASON          PIC X(30) VALUE SPACES.
      *Bakiye hesabi icin kullanilan alanlar; isaretli tutar, kodun
      *yonune gore bakiyeye eklenir ya da dusulur.
       01 WS-POST-AREA.
         05 WS-SIGNED-AMT      PIC S9(8)V99 COMP-3 VALUE ZERO.
         05 WS-OLD-BAL         PIC S9(7)V99 COMP-3 VALUE ZERO.
         05 WS-NEW-BAL         PIC S9(7)V99 COMP-3 VALUE ZERO.
      *Kalem tarihi, DATEVAL altprogramiyla takvime gore dogrulanir;
      *isleme tarihinden ileri tarihli kalem kabul edilmez.
       01 WS-ITEM-DATE8        PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE8         PIC 9(8) VALUE ZERO.
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
      *Yeniden kosma korumasi icin kullanilan alanlar. Ayni gunde
      *yarim kalmis bir calistirma varsa, POSTTRAN'in kontrol
      *kaydindaki sayiya kadar olan kalemleri zaten islenmistir;
      *cift isleme olmasin diye atlanir ve sayilir.
       01 WS-CKPT-AREA.
         05 WS-RESUME-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-CKPT-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-RESUME-SW       PIC X VALUE 'N'.
            88 RESUME-MODE             VALUE 'Y'.
         05 WS-DAY-DONE-SW     PIC X VALUE 'N'.
            88 DAY-ALREADY-POSTED      VALUE 'Y'.
         05 WS-CKPT-DONE-FLAG  PIC X VALUE 'N'.
       01 WS-COUNTERS.
         05 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-ALREADY-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-POSTED-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-SUSP-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-PAY-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-PUR-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-CRD-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-ADJ-COUNT       PIC 9(7) VALUE ZERO.
      *Kod bazinda islenen tutar toplamlari ve bakiyeye net etki.
       01 WS-TOTALS.
         05 WS-PAY-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-PUR-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-CRD-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-ADJ-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-NET-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
      *Gunluk icin sira numarasi ve islem oncesi alinan kayit
      *goruntusu; duzen ACCTMNT'deki H260-WRITE-JOURNAL ile aynidir.
       01 WS-JRNL-SEQ          PIC 9(7) VALUE ZERO.
       01 JRNLSEQ-PARM.
         05 JS-DATE            PIC X(8).
         05 JS-LAST-SEQ        PIC 9(7).
         05 JS-SEQ-SW          PIC X(1).
            88 JS-SEQ-OK                   VALUE 'Y'.
       01 WS-BEFORE-IMAGE      PIC X(170) VALUE SPACES.
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
      *Rapor satir yapilari; POST-PRT-REC'e FROM ile tasinir.
       01 PST-HDR-LINE-1.
         05  FILLER           PIC X(26) VALUE 'DAILY POSTING REGISTER'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  PST-HDR-DATE     PIC X(8).
       01 PST-HDR-LINE-2.
         05  FILLER           PIC X(10) VALUE 'ACCT NO'.
         05  FILLER           PIC X(4)  VALUE 'CD'.
         05  FILLER           PIC X(14) VALUE '       AMOUNT'.
         05  FILLER           PIC X(14) VALUE '      OLD BAL'.
         05  FILLER           PIC X(14) VALUE '      NEW BAL'.
         05  FILLER           PIC X(24) VALUE 'STATUS'.
       01 PST-DETAIL-LINE.
         05  PST-ACCT-NO-O    PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  PST-CODE-O       PIC X(2).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  PST-AMOUNT-O     PIC -Z,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  PST-OLD-BAL-O    PIC -Z,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  PST-NEW-BAL-O    PIC -Z,ZZZ,ZZ9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  PST-STATUS-O     PIC X(24).
       01 PST-TRL-LINE.
         05  PST-TRL-LABEL    PIC X(24).
         05  PST-TRL-COUNT    PIC ZZZ,ZZ9.
       01 PST-AMT-LINE.
         05  PST-AMT-LABEL    PIC X(24).
         05  PST-AMT-TOTAL    PIC -ZZZ,ZZZ,ZZ9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           READ POST-FILE
           PERFORM H200-PROCESS-ITEM UNTIL POST-FILE-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalarimizi aciyoruz, calistirma tarihini hazirliyoruz ve
      *rapor basligini yaziyoruz.
       H100-OPEN-FILES.
           OPEN INPUT  POST-FILE.
           OPEN I-O    ACCT-MSTR.
           OPEN EXTEND HIST-FILE.
           OPEN EXTEND SUSP-FILE.
           OPEN OUTPUT POST-PRINT.
           IF NOT POST-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN POSTTRAN: ' ST-POST-FILE
               MOVE ST-POST-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-HIST-FILE NOT = 0) AND (ST-HIST-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN POSTHIST: ' ST-HIST-FILE
               MOVE ST-HIST-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-SUSP-FILE NOT = 0) AND (ST-SUSP-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN POSTSUSP: ' ST-SUSP-FILE
               MOVE ST-SUSP-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-POST-PRINT NOT = 0) AND (ST-POST-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN POSTRPT: ' ST-POST-PRINT
               MOVE ST-POST-PRINT TO RETURN-CODE
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
      *Gunluk sira numarasi, ayni is gunu gunluklere yazan diger
      *programlarin numaralariyla cakismasin diye JRNLSEQ ile o gun
      *verilmis son numaradan devam eder; gunluk bu yuzden ancak
      *tarandiktan sonra eklemek icin acilir.
           MOVE WS-RUN-DATE-O TO JS-DATE.
           CALL 'JRNLSEQ' USING JRNLSEQ-PARM.
           IF NOT JS-SEQ-OK
               DISPLAY 'JOURNAL SEQUENCE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE JS-LAST-SEQ TO WS-JRNL-SEQ.
           OPEN EXTEND JRNL-FILE.
           IF (ST-JRNL-FILE NOT = 0) AND (ST-JRNL-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN ACCTJRNL: ' ST-JRNL-FILE
               MOVE ST-JRNL-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Ileri tarih denetimi icin is gunu YYYYMMDD olarak da tutulur.
           MOVE BD-CURR-DATE TO WS-RUN-DATE8.
           MOVE WS-RUN-DATE-O TO PST-HDR-DATE.
           WRITE POST-PRT-REC FROM PST-HDR-LINE-1.
           WRITE POST-PRT-REC FROM PST-HDR-LINE-2.
           PERFORM H140-READ-CHECKPOINT.
       H100-END. EXIT.
      *Gunluk isleme kontrol kaydini okuyoruz. Kayit bugunu
      *tasiyorsa ve gun bitmisse kalemler ikinci kez islenmez; gun
      *yarim kalmissa kayittaki sayiya kadar olan kalemler atlanarak
      *kaldigi yerden surulur. Kayit baska bir gunden kalmaysa ya da
      *dosya bos/yoksa bastan baslanir.
       H140-READ-CHECKPOINT.
           OPEN INPUT CKPT-FILE.
           IF NOT CKPT-FILE-SUCCES
               DISPLAY 'NO POSTING CHECKPOINT - FULL RUN'
           ELSE
               READ CKPT-FILE
                   AT END CONTINUE
               END-READ
               IF (ST-CKPT-FILE = 0) OR (ST-CKPT-FILE = 97)
                   IF (CKPT-BUS-DATE IS NUMERIC)
                       AND (CKPT-BUS-DATE = BD-CURR-DATE)
                       IF CKPT-DONE-SW = 'Y'
                           SET DAY-ALREADY-POSTED TO TRUE
                       ELSE
                           IF (CKPT-ITEM-COUNT IS NUMERIC)
                               AND (CKPT-ITEM-COUNT > ZERO)
                               SET RESUME-MODE TO TRUE
                               MOVE CKPT-ITEM-COUNT TO WS-RESUME-COUNT
                               DISPLAY 'RESUMING ' BD-CURR-DATE
                                   ' AFTER ITEM ' WS-RESUME-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE CKPT-FILE.
      *Bitmis gun yeniden kosulursa zincir durmasin diye donus kodu
      *sifir kalir; yalnizca ileti basilir.
           IF DAY-ALREADY-POSTED
               DISPLAY 'BUSINESS DAY ' BD-CURR-DATE
                   ' ALREADY POSTED - NOTHING DONE'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'N' TO WS-CKPT-DONE-FLAG.
           MOVE WS-RESUME-COUNT TO WS-CKPT-COUNT.
           PERFORM H270-WRITE-CHECKPOINT.
       H140-END. EXIT.
      *Tek bir kalemi denetliyoruz; temizse hesaba isliyor, degilse
      *askiya ayiriyoruz.
      *Yarim kalmis gunde, kontrol sayisina kadar olan kalemler
      *zaten islenmistir; atlanir ve sayilir.
       H200-PROCESS-ITEM.
           ADD 1 TO WS-READ-COUNT.
           IF RESUME-MODE AND (WS-READ-COUNT NOT > WS-RESUME-COUNT)
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               PERFORM H205-HANDLE-ITEM
           END-IF.
           READ POST-FILE.
       H200-END. EXIT.
      *Kontrol kaydi her kalemden sonra yazilir: checkpoint hicbir
      *zaman gercekte islenenin gerisinde kalmaz ve yarim kalan
      *calistirmanin yeniden kosulmasi hicbir kalemi ikinci kez
      *islemez (ACCRUE ile ayni kural).
       H205-HANDLE-ITEM.
           PERFORM H210-VALIDATE-ITEM.
           IF ITEM-IS-VALID
               PERFORM H220-POST-ITEM
           END-IF.
           IF ITEM-IS-INVALID
               PERFORM H250-WRITE-SUSPENSE
           END-IF.
           MOVE 'N' TO WS-CKPT-DONE-FLAG.
           MOVE WS-READ-COUNT TO WS-CKPT-COUNT.
           PERFORM H270-WRITE-CHECKPOINT.
       H205-END. EXIT.
      *Alan denetimleri: islem kodu, hesap numarasi, sayisal tutar ve
      *kodun gerektirdigi isaret, gecerli ve ileri olmayan kalem
      *tarihi.
       H210-VALIDATE-ITEM.
           SET ITEM-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           IF NOT (POST-PAYMENT OR POST-PURCHASE
                   OR POST-CREDIT OR POST-ADJUST)
               SET ITEM-IS-INVALID TO TRUE
               MOVE 'INVALID POSTING CODE' TO WS-REJ-REASON
           END-IF.
           IF POST-ACCT-NO = SPACES
               SET ITEM-IS-INVALID TO TRUE
               MOVE 'ACCOUNT NUMBER BLANK' TO WS-REJ-REASON
           END-IF.
           IF ITEM-IS-VALID
               IF POST-AMOUNT NOT NUMERIC
                   SET ITEM-IS-INVALID TO TRUE
                   MOVE 'INVALID AMOUNT FIELD' TO WS-REJ-REASON
               ELSE
                   IF POST-ADJUST
                       IF POST-AMOUNT = ZERO
                           SET ITEM-IS-INVALID TO TRUE
                           MOVE 'ADJUSTMENT AMOUNT ZERO'
                               TO WS-REJ-REASON
                       END-IF
                   ELSE
                       IF POST-AMOUNT NOT > ZERO
                           SET ITEM-IS-INVALID TO TRUE
                           MOVE 'AMOUNT NOT POSITIVE'
                               TO WS-REJ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ITEM-IS-VALID
               PERFORM H215-VALIDATE-ITEM-DATE
           END-IF.
       H210-END. EXIT.
      *Kalem tarihini DATEVAL ile dogruluyoruz; takvime aykiri ya
      *da isleme gununden ileri tarihli kalem askiya ayrilir.
       H215-VALIDATE-ITEM-DATE.
           IF POST-DATE NOT NUMERIC
               SET ITEM-IS-INVALID TO TRUE
               MOVE 'INVALID ITEM DATE' TO WS-REJ-REASON
           ELSE
               MOVE POST-DATE     TO WS-ITEM-DATE8
               MOVE 'V'           TO DV-FUNCTION
               MOVE WS-ITEM-DATE8 TO DV-DATE-1
               CALL 'DATEVAL' USING DATEVAL-PARM
               IF DV-DATE-INVALID
                   SET ITEM-IS-INVALID TO TRUE
                   MOVE 'INVALID ITEM DATE' TO WS-REJ-REASON
               ELSE
                   IF WS-ITEM-DATE8 > WS-RUN-DATE8
                       SET ITEM-IS-INVALID TO TRUE
                       MOVE 'FUTURE DATED ITEM' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
       H215-END. EXIT.
      *Hesabi anahtarla okuyup yeni bakiyeyi hesapliyoruz. Hesap
      *yoksa, paketli bakiye bozuksa, harcama aktif olmayan hesaba
      *geliyorsa ya da yeni bakiye alana sigmiyorsa kalem askiya
      *duser; ana dosyaya dokunulmaz.
       H220-POST-ITEM.
           MOVE POST-ACCT-NO TO ACCT-NO.
           READ ACCT-MSTR KEY IS ACCT-NO
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ACCT-MSTR-SUCCES
               SET ITEM-IS-INVALID TO TRUE
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON
           ELSE
               IF ACCT-BALANCE NOT NUMERIC
                   SET ITEM-IS-INVALID TO TRUE
                   MOVE 'INVALID BALANCE ON MASTER' TO WS-REJ-REASON
               ELSE
                   IF POST-PURCHASE AND NOT ACCT-STATUS-ACTIVE
                       SET ITEM-IS-INVALID TO TRUE
                       MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJ-REASON
                   ELSE
                       PERFORM H222-COMPUTE-BALANCE
                   END-IF
               END-IF
           END-IF.
           IF ITEM-IS-VALID
               PERFORM H225-APPLY-ITEM
           END-IF.
       H220-END. EXIT.
      *Kodun yonune gore isaretli tutari ve yeni bakiyeyi
      *hesapliyoruz; sonuc alana sigmazsa kalem reddedilir.
       H222-COMPUTE-BALANCE.
           IF POST-PAYMENT OR POST-CREDIT
               COMPUTE WS-SIGNED-AMT = ZERO - POST-AMOUNT
           ELSE
               MOVE POST-AMOUNT TO WS-SIGNED-AMT
           END-IF.
           MOVE ACCT-BALANCE TO WS-OLD-BAL.
           COMPUTE WS-NEW-BAL = WS-OLD-BAL + WS-SIGNED-AMT
               ON SIZE ERROR
                   SET ITEM-IS-INVALID TO TRUE
                   MOVE 'BALANCE OVERFLOW' TO WS-REJ-REASON
           END-COMPUTE.
       H222-END. EXIT.
      *Yeni bakiyeyi ana dosyaya yazip gunluk, gecmis ve rapor
      *kayitlarini uretiyoruz.
       H225-APPLY-ITEM.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE.
           MOVE WS-NEW-BAL  TO ACCT-BALANCE.
           IF POST-PAYMENT OR POST-CREDIT
               PERFORM H228-REDUCE-MIN-DUE
           END-IF.
           REWRITE ACCT-FIELDS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF ACCT-MSTR-SUCCES
               PERFORM H230-WRITE-JOURNAL
               PERFORM H240-WRITE-HISTORY
               PERFORM H245-ACCUMULATE-TOTALS
               MOVE 'POSTED' TO PST-STATUS-O
               PERFORM H260-WRITE-DETAIL
           ELSE
               SET ITEM-IS-INVALID TO TRUE
               MOVE 'REJECTED - REWRITE FAILED' TO WS-REJ-REASON
           END-IF.
       H225-END. EXIT.
      *Odeme ve alacak kalemleri son ekstrenin kalan asgari odemesini
      *azaltir; asgari odeme tamamen kapaninca hesabin gecikme tarihi
      *silinir ve hesap ACCTDLQ'nun tahsilat listesinden cikar.
      *Bozuk (eski duzende kalmis) alanlar sifir sayilir.
       H228-REDUCE-MIN-DUE.
           IF ACCT-MIN-DUE NOT NUMERIC
               MOVE ZERO TO ACCT-MIN-DUE
           END-IF.
           IF ACCT-DLQ-DATE NOT NUMERIC
               MOVE ZERO TO ACCT-DLQ-DATE
           END-IF.
           IF POST-AMOUNT < ACCT-MIN-DUE
               SUBTRACT POST-AMOUNT FROM ACCT-MIN-DUE
           ELSE
               MOVE ZERO TO ACCT-MIN-DUE
               MOVE ZERO TO ACCT-DLQ-DATE
           END-IF.
       H228-END. EXIT.
      *Islenen kalemin oncesi/sonrasi goruntusunu, calistirma tarihi
      *ve sira numarasiyla gunluge 'C' kaydi olarak yaziyoruz.
       H230-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-RUN-DATE-O   TO JRNL-DATE-O.
           MOVE WS-JRNL-SEQ     TO JRNL-SEQ-O.
           MOVE 'C'             TO JRNL-ACTION-O.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-O.
           MOVE ACCT-FIELDS     TO JRNL-AFTER-O.
           MOVE 'ACCTPOST'      TO JRNL-PGM-O.
           WRITE JRNL-REC.
       H230-END. EXIT.
      *Kalemi hesap bazli hareket gecmisine yaziyoruz; gunluk sira
      *numarasi, gecmisi gunluk kaydina baglar.
       H240-WRITE-HISTORY.
           MOVE SPACES         TO HIST-REC.
           MOVE POST-ACCT-NO   TO HIST-ACCT-NO.
           MOVE WS-RUN-DATE-O  TO HIST-RUN-DATE.
           MOVE POST-DATE      TO HIST-ITEM-DATE.
           MOVE POST-CODE      TO HIST-CODE.
           MOVE POST-AMOUNT    TO HIST-AMOUNT.
           MOVE WS-OLD-BAL     TO HIST-OLD-BAL.
           MOVE WS-NEW-BAL     TO HIST-NEW-BAL.
           MOVE POST-REF       TO HIST-REF.
           MOVE WS-JRNL-SEQ    TO HIST-JRNL-SEQ.
           WRITE HIST-REC.
       H240-END. EXIT.
      *Kod bazinda sayi ve tutar toplamlarini biriktiriyoruz.
       H245-ACCUMULATE-TOTALS.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-SIGNED-AMT TO WS-NET-TOTAL.
           EVALUATE TRUE
               WHEN POST-PAYMENT
                   ADD 1 TO WS-PAY-COUNT
                   ADD POST-AMOUNT TO WS-PAY-TOTAL
               WHEN POST-PURCHASE
                   ADD 1 TO WS-PUR-COUNT
                   ADD POST-AMOUNT TO WS-PUR-TOTAL
               WHEN POST-CREDIT
                   ADD 1 TO WS-CRD-COUNT
                   ADD POST-AMOUNT TO WS-CRD-TOTAL
               WHEN POST-ADJUST
                   ADD 1 TO WS-ADJ-COUNT
                   ADD POST-AMOUNT TO WS-ADJ-TOTAL
           END-EVALUATE.
       H245-END. EXIT.
      *Reddedilen kalemi neden koduyla aski dosyasina yazip rapora
      *dusuyoruz.
       H250-WRITE-SUSPENSE.
           MOVE WS-RUN-DATE-O TO SUSP-RUN-DATE.
           MOVE WS-REJ-REASON TO SUSP-REASON.
           MOVE POST-REC      TO SUSP-ITEM.
           WRITE SUSP-REC.
           ADD 1 TO WS-SUSP-COUNT.
           MOVE ZERO TO WS-OLD-BAL.
           MOVE ZERO TO WS-NEW-BAL.
           MOVE WS-REJ-REASON TO PST-STATUS-O.
           PERFORM H260-WRITE-DETAIL.
       H250-END. EXIT.
      *Kalemin sonucunu rapora bir satir olarak yaziyoruz; askiya
      *dusen kalemde bakiye kolonlari sifir basilir.
       H260-WRITE-DETAIL.
           MOVE POST-ACCT-NO TO PST-ACCT-NO-O.
           MOVE POST-CODE    TO PST-CODE-O.
           IF POST-AMOUNT IS NUMERIC
               MOVE POST-AMOUNT TO PST-AMOUNT-O
           ELSE
               MOVE ZERO TO PST-AMOUNT-O
           END-IF.
           MOVE WS-OLD-BAL   TO PST-OLD-BAL-O.
           MOVE WS-NEW-BAL   TO PST-NEW-BAL-O.
           WRITE POST-PRT-REC FROM PST-DETAIL-LINE.
       H260-END. EXIT.
      *Kontrol kaydini bastan yaziyoruz (dosya tek kayitlidir).
       H270-WRITE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE.
           IF CKPT-FILE-SUCCES
               MOVE SPACES            TO CKPT-REC
               MOVE BD-CURR-DATE      TO CKPT-BUS-DATE
               MOVE WS-CKPT-COUNT     TO CKPT-ITEM-COUNT
               MOVE WS-CKPT-DONE-FLAG TO CKPT-DONE-SW
               WRITE CKPT-REC
               CLOSE CKPT-FILE
           ELSE
               DISPLAY 'UNABLE TO WRITE POSTCKPT: ' ST-CKPT-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.
       H270-END. EXIT.
      *Ozet sayilari ve kod bazinda toplamlari rapora ve ekrana
      *yazip dosyalari kapatiyoruz. POSTTRAN sonuna hatasiz
      *ulasildiysa kontrol kaydi gun bitti olarak isaretlenir; yarim
      *kalan calistirmada son checkpoint oldugu gibi kalir.
       H999-PROGRAM-EXIT.
           IF POST-FILE-EOF AND (RETURN-CODE < 8)
               AND (NOT DAY-ALREADY-POSTED)
               MOVE 'Y' TO WS-CKPT-DONE-FLAG
               MOVE WS-READ-COUNT TO WS-CKPT-COUNT
               PERFORM H270-WRITE-CHECKPOINT
           END-IF.
           IF (ST-POST-PRINT = 0) OR (ST-POST-PRINT = 97)
               MOVE SPACES TO POST-PRT-REC
               WRITE POST-PRT-REC
               MOVE 'ITEMS READ            :' TO PST-TRL-LABEL
               MOVE WS-READ-COUNT   TO PST-TRL-COUNT
               WRITE POST-PRT-REC FROM PST-TRL-LINE
               MOVE 'ITEMS ALREADY POSTED  :' TO PST-TRL-LABEL
               MOVE WS-ALREADY-COUNT TO PST-TRL-COUNT
               WRITE POST-PRT-REC FROM PST-TRL-LINE
               MOVE 'ITEMS POSTED          :' TO PST-TRL-LABEL
               MOVE WS-POSTED-COUNT TO PST-TRL-COUNT
               WRITE POST-PRT-REC FROM PST-TRL-LINE
               MOVE 'ITEMS TO SUSPENSE     :' TO PST-TRL-LABEL
               MOVE WS-SUSP-COUNT   TO PST-TRL-COUNT
               WRITE POST-PRT-REC FROM PST-TRL-LINE
               MOVE 'PAYMENTS              :' TO PST-TRL-LABEL
               MOVE WS-PAY-COUNT    TO PST-TRL-COUNT
               WRITE POST-PRT-REC FROM PST-TRL-LINE
               MOVE 'PURCHASES             :' TO PST-TRL-LABEL
               MOVE WS-PUR-COUNT    TO PST-TRL-COUNT
               WRITE POST-PRT-REC FROM PST-TRL-LINE
               MOVE 'REFUNDS/CREDITS       :' TO PST-TRL-LABEL
               MOVE WS-CRD-COUNT    TO PST-TRL-COUNT
               WRITE POST-PRT-REC FROM PST-TRL-LINE
               MOVE 'ADJUSTMENTS           :' TO PST-TRL-LABEL
               MOVE WS-ADJ-COUNT    TO PST-TRL-COUNT
               WRITE POST-PRT-REC FROM PST-TRL-LINE
               MOVE SPACES TO POST-PRT-REC
               WRITE POST-PRT-REC
               MOVE 'PAYMENT AMOUNT        :' TO PST-AMT-LABEL
               MOVE WS-PAY-TOTAL    TO PST-AMT-TOTAL
               WRITE POST-PRT-REC FROM PST-AMT-LINE
               MOVE 'PURCHASE AMOUNT       :' TO PST-AMT-LABEL
               MOVE WS-PUR-TOTAL    TO PST-AMT-TOTAL
               WRITE POST-PRT-REC FROM PST-AMT-LINE
               MOVE 'CREDIT AMOUNT         :' TO PST-AMT-LABEL
               MOVE WS-CRD-TOTAL    TO PST-AMT-TOTAL
               WRITE POST-PRT-REC FROM PST-AMT-LINE
               MOVE 'ADJUSTMENT AMOUNT     :' TO PST-AMT-LABEL
               MOVE WS-ADJ-TOTAL    TO PST-AMT-TOTAL
               WRITE POST-PRT-REC FROM PST-AMT-LINE
               MOVE 'NET BALANCE CHANGE    :' TO PST-AMT-LABEL
               MOVE WS-NET-TOTAL    TO PST-AMT-TOTAL
               WRITE POST-PRT-REC FROM PST-AMT-LINE
           END-IF.
           DISPLAY 'ITEMS READ        : ' WS-READ-COUNT.
           DISPLAY 'ALREADY POSTED    : ' WS-ALREADY-COUNT.
           DISPLAY 'ITEMS POSTED      : ' WS-POSTED-COUNT.
           DISPLAY 'ITEMS TO SUSPENSE : ' WS-SUSP-COUNT.
           CLOSE POST-FILE.
           CLOSE ACCT-MSTR.
           CLOSE HIST-FILE.
           CLOSE SUSP-FILE.
           CLOSE JRNL-FILE.
           CLOSE POST-PRINT.
           STOP RUN.
      *
