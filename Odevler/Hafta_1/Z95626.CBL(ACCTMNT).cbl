      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, ACCT-REC hesap ana dosyasina ekleme/degisiklik/silme
      *ile durum ve limit degisikligi islemlerini uygulayan bakim
      *programidir.
      *ACCT-NO anahtarina gore islem dosyasindaki her kayit, ana
      *dosyaya karsi uygulanir ve
      *sonuc, bir islem gunlugune yazdirilir.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *varsayilan cevrime duser.
           05  ACCT-STMT-CYCLE    PIC X(2).
           05  ACCT-BRANCH        PIC X(4).
           05  COMMENTS           PIC X(8).
      *Aciklama alanindan ayrilan uyku bildirimi tarihi: DORMNTC,
      *ACCTARCH'in arsive tasiyacagi hesaba bildirim mektubu
      *gonderdigi is gununu buraya yazar, bildirimden sonra hareket
      *gorurse sifirlar. Yeni hesapta sifir baslar.
           05  ACCT-DORM-NTC-DATE PIC 9(8) COMP-3.
      *Aciklama alanindan ayrilan iade posta bilgisi: posta odasinin
      *geri donen ekstreleri RTNMAIL ile islendiginde hesap 'hatali
      *adres' olarak isaretlenir, ilk ve son iade tarihi ile iade
      *sayisi tutulur; ACCTSTMT isaretli hesaba ekstre postalamaz.
      *Sokak/ilce/eyaletten biri degistiginde isaret burada
      *temizlenir ve son iade tarihine degisikligin is gunu yazilir
      *ki eski adrese gitmis postalarin o gune kadar donen iadeleri
      *hesabi yeniden isaretlemesin.
           05  ACCT-BAD-ADDR-SW   PIC X(1).
               88  ACCT-BAD-ADDRESS      VALUE 'Y'.
           05  ACCT-RTN-FIRST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-LAST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-COUNT     PIC 9(3) COMP-3.
      *Aciklama alanindan ayrilan hesap durumu: A aktif (eski
      *kayitlarda bosluk da aktif sayilir), F dondurulmus, C
      *kapatilmis, W zarar yazilmis; son durum degisikliginin is
      *gunu ve neden kodu ile birlikte. Kapanis ekstresi isareti,
      *kapatilmis hesabin son ekstresi basildiginda ACCTSTMT
      *tarafindan 'Y' yapilir. Bu alanlari bakim tarafinda yalnizca
      *'S' durum degisikligi islemi degistirir.
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-ACTIVE    VALUE 'A' ' '.
               88  ACCT-STATUS-FROZEN    VALUE 'F'.
               88  ACCT-STATUS-CLOSED    VALUE 'C'.
               88  ACCT-STATUS-CHGOFF    VALUE 'W'.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  ACCT-FINAL-STMT-SW PIC X(1).
      *Aciklama alaninin son 15 bayti ekstre odeme bilgisine
      *ayrilmistir: ACCTSTMT'nin hesapladigi ve ACCTPOST'un odeme
      *geldikce azalttigi kalan asgari odeme, son odeme tarihi ve
      *odenmeyen ilk vadenin tarihi (sifir: gecikme yok). Bu alanlar
      *bakim islemiyle degistirilmez.
           05  ACCT-MIN-DUE       PIC S9(7)V99 COMP-3.
           05  ACCT-DUE-DATE      PIC 9(8) COMP-3.
           05  ACCT-DLQ-DATE      PIC 9(8) COMP-3.
      *Islem dosyasindaki her kayit, ACCT-NO'ya uygulanacak bir
      *ekleme(A)/degisiklik(C)/silme(D), durum degisikligi(S) ya da
      *limit degisikligi(L) talebini tasir. Durum degisikliginde
      *yalnizca hesap numarasi, yeni durum kodu ve neden kodu; limit
      *degisikliginde yalnizca hesap numarasi ve yeni limit
      *kullanilir.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRAN-CODE          PIC X(1).
               88  TRAN-ADD              VALUE 'A'.
               88  TRAN-CHANGE            VALUE 'C'.
               88  TRAN-DELETE           VALUE 'D'.
               88  TRAN-STATUS-CHG       VALUE 'S'.
               88  TRAN-LIMIT-CHG        VALUE 'L'.
           05  TRAN-ACCT-NO       PIC X(8).
           05  TRAN-LIMIT         PIC S9(7)V99 COMP-3.
           05  TRAN-BALANCE       PIC S9(7)V99 COMP-3.
           05  TRAN-TYPE          PIC X(1).
           05  TRAN-STMT-CYCLE    PIC X(2).
           05  TRAN-BRANCH        PIC X(4).
           05  TRAN-COMMENTS      PIC X(8).
           05  FILLER             PIC X(18).
           05  TRAN-NEW-STATUS    PIC X(1).
               88  TRAN-NEW-STATUS-VALID VALUE 'A' 'F' 'C' 'W'.
           05  TRAN-STATUS-RSN    PIC X(2).
           05  FILLER             PIC X(21).
      *Uygulanan her islemin sonucu, bu satir yapisinda gunluge yazilir.
       FD  TRAN-LOG RECORDING MODE F.
       01  LOG-REC.
           05  LOG-STATUS-O       PIC X(30).
      *Gunluk kaydi: calistirma tarihi ve sira numarasiyla damgali,
      *degisiklik/silmede onceki, ekleme/degisiklikte sonraki
      *ACCT-FIELDS goruntusu ve kaydi yazan programin adi (ACCTMNT,
      *ACCTPOST, ACCTMRG, ACCTREST); gun sonu bakiye ispati (ACCTPRUF)
      *hareketleri bu ada gore kaynaklarina ayirir.
       FD  JRNL-FILE RECORDING MODE F.
       01  JRNL-REC.
           05  JRNL-DATE-O        PIC X(8).
           05  JRNL-ACTION-O      PIC X(1).
           05  JRNL-BEFORE-O      PIC X(170).
           05  JRNL-AFTER-O       PIC X(170).
           05  JRNL-PGM-O         PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 TRAN-FILE-EOF                VALUE 10.
         05 ST-TRAN-LOG        PIC 9(2).
         05 ST-JRNL-FILE       PIC 9(2).
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
         05 WS-CHG-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-DEL-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-REJ-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-STS-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-CLR-COUNT       PIC 9(7) VALUE ZERO.
      *Gunluk icin sira numarasi ve degisiklik/silme oncesi alinan
      *kayit goruntusu.
       01 WS-JRNL-SEQ          PIC 9(7) VALUE ZERO.
       01 JRNLSEQ-PARM.
         05 JS-DATE            PIC X(8).
         05 JS-LAST-SEQ        PIC 9(7).
         05 JS-SEQ-SW          PIC X(1).
            88 JS-SEQ-OK                   VALUE 'Y'.
       01 WS-JRNL-ACTION       PIC X(1) VALUE SPACE.
       01 WS-BEFORE-IMAGE      PIC X(170) VALUE SPACES.
       01 WS-AFTER-IMAGE       PIC X(170) VALUE SPACES.
      *Degisiklik oncesi adres; iade posta isaretinin temizlenip
      *temizlenmeyecegine bununla karar verilir.
       01 WS-OLD-ADDR          PIC X(60) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           OPEN I-O    ACCT-MSTR.
           OPEN INPUT  TRAN-FILE.
           OPEN OUTPUT TRAN-LOG.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               MOVE ST-TRAN-LOG TO RETURN-CODE
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
       H100-END. EXIT.
      *Islem kodunun degerine gore ekleme/degisiklik/silme paragrafini
      *calistirip bir sonraki islem kaydini okuyoruz.
                   PERFORM H220-CHANGE-ACCOUNT
               WHEN TRAN-DELETE
                   PERFORM H230-DELETE-ACCOUNT
               WHEN TRAN-STATUS-CHG
                   PERFORM H235-CHANGE-STATUS
               WHEN TRAN-LIMIT-CHG
                   PERFORM H237-CHANGE-LIMIT
               WHEN OTHER
                   PERFORM H240-REJECT-TRANSACTION
           END-EVALUATE
           MOVE TRAN-STMT-CYCLE TO ACCT-STMT-CYCLE.
           MOVE TRAN-BRANCH     TO ACCT-BRANCH.
           MOVE TRAN-COMMENTS   TO COMMENTS.
           MOVE ZERO            TO ACCT-MIN-DUE.
           MOVE ZERO            TO ACCT-DUE-DATE.
           MOVE ZERO            TO ACCT-DLQ-DATE.
           MOVE 'A'             TO ACCT-STATUS.
           MOVE BD-CURR-DATE    TO ACCT-STATUS-DATE.
           MOVE SPACES          TO ACCT-STATUS-RSN.
           MOVE 'N'             TO ACCT-FINAL-STMT-SW.
           MOVE 'N'             TO ACCT-BAD-ADDR-SW.
           MOVE ZERO            TO ACCT-RTN-FIRST-DATE.
           MOVE ZERO            TO ACCT-RTN-LAST-DATE.
           MOVE ZERO            TO ACCT-RTN-COUNT.
           MOVE ZERO            TO ACCT-DORM-NTC-DATE.
           WRITE ACCT-FIELDS.
           IF ACCT-MSTR-SUCCES
               ADD 1 TO WS-ADD-COUNT
           PERFORM H250-LOG-TRANSACTION.
       H210-END. EXIT.
      *Var olan bir hesabi degistiriyoruz; anahtar bulunamazsa islemi
      *reddediyoruz. Adres degistiyse iade posta isareti temizlenir.
       H220-CHANGE-ACCOUNT.
           MOVE TRAN-ACCT-NO TO ACCT-NO.
           READ ACCT-MSTR KEY IS ACCT-NO
           END-READ.
           IF ACCT-MSTR-SUCCES
               MOVE ACCT-FIELDS     TO WS-BEFORE-IMAGE
               MOVE CLIENT-ADDR     TO WS-OLD-ADDR
               MOVE TRAN-LIMIT      TO ACCT-LIMIT
               MOVE TRAN-BALANCE    TO ACCT-BALANCE
               MOVE TRAN-LAST-NAME  TO LAST-NAME
               MOVE TRAN-STMT-CYCLE TO ACCT-STMT-CYCLE
               MOVE TRAN-BRANCH     TO ACCT-BRANCH
               MOVE TRAN-COMMENTS   TO COMMENTS
               MOVE 'ACCOUNT CHANGED' TO WS-LOG-STATUS
               IF CLIENT-ADDR NOT = WS-OLD-ADDR
                   PERFORM H225-CLEAR-BAD-ADDRESS
               END-IF
               REWRITE ACCT-FIELDS
               IF ACCT-MSTR-SUCCES
                   ADD 1 TO WS-CHG-COUNT
                   IF WS-LOG-STATUS = 'ACCOUNT CHANGED - ADDR CLEARED'
                       ADD 1 TO WS-CLR-COUNT
                   END-IF
                   MOVE 'CHANGE'       TO WS-LOG-CODE
                   MOVE 'C'            TO WS-JRNL-ACTION
                   MOVE ACCT-FIELDS    TO WS-AFTER-IMAGE
                   PERFORM H260-WRITE-JOURNAL
           END-IF.
           PERFORM H250-LOG-TRANSACTION.
       H220-END. EXIT.
      *Adresi degisen hesabin iade posta isaretini temizliyoruz; son
      *iade tarihi degisikligin is gunu olur ki bu gune kadar eski
      *adresten donen iadeler hesabi yeniden isaretlemesin. Eski
      *duzende kalmis gecersiz alanlar da burada sifirlanir.
       H225-CLEAR-BAD-ADDRESS.
           IF ACCT-BAD-ADDRESS
               MOVE 'ACCOUNT CHANGED - ADDR CLEARED' TO WS-LOG-STATUS
           END-IF.
           MOVE 'N'          TO ACCT-BAD-ADDR-SW.
           MOVE ZERO         TO ACCT-RTN-FIRST-DATE.
           MOVE BD-CURR-DATE TO ACCT-RTN-LAST-DATE.
           MOVE ZERO         TO ACCT-RTN-COUNT.
       H225-END. EXIT.
      *Var olan bir hesabi siliyoruz; anahtar bulunamazsa islemi
      *reddediyoruz. Silinen kaydin onceki goruntusu gunluge
      *yazilacagi icin kayit once okunur.
           END-IF.
           PERFORM H250-LOG-TRANSACTION.
       H230-END. EXIT.
      *Hesabin durumunu degistiriyoruz. Yeni durum A/F/C/W olmali ve
      *bir neden kodu verilmelidir; zarar yazilmis hesap yeniden
      *acilamaz, ayni duruma gecis de reddedilir. Degisiklik gunluge
      *'C' olarak yazilir ki ACCTBKO onu geri alabilsin.
       H235-CHANGE-STATUS.
           MOVE 'STATUS'     TO WS-LOG-CODE.
           MOVE TRAN-ACCT-NO TO ACCT-NO.
           READ ACCT-MSTR KEY IS ACCT-NO
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT ACCT-MSTR-SUCCES
                   MOVE 'REJECTED - ACCT NOT FOUND' TO WS-LOG-STATUS
               WHEN NOT TRAN-NEW-STATUS-VALID
                   MOVE 'REJECTED - INVALID STATUS CODE'
                       TO WS-LOG-STATUS
               WHEN TRAN-STATUS-RSN = SPACES
                   MOVE 'REJECTED - REASON CODE BLANK' TO WS-LOG-STATUS
               WHEN ACCT-STATUS-CHGOFF
                   MOVE 'REJECTED - ACCOUNT CHARGED OFF'
                       TO WS-LOG-STATUS
               WHEN (TRAN-NEW-STATUS = ACCT-STATUS)
                 OR (TRAN-NEW-STATUS = 'A' AND ACCT-STATUS-ACTIVE)
                   MOVE 'REJECTED - STATUS UNCHANGED' TO WS-LOG-STATUS
               WHEN OTHER
                   MOVE ACCT-FIELDS     TO WS-BEFORE-IMAGE
                   MOVE TRAN-NEW-STATUS TO ACCT-STATUS
                   MOVE BD-CURR-DATE    TO ACCT-STATUS-DATE
                   MOVE TRAN-STATUS-RSN TO ACCT-STATUS-RSN
                   MOVE 'N'             TO ACCT-FINAL-STMT-SW
                   REWRITE ACCT-FIELDS
                   IF ACCT-MSTR-SUCCES
                       MOVE 'STATUS CHANGED' TO WS-LOG-STATUS
                       MOVE 'C'            TO WS-JRNL-ACTION
                       MOVE ACCT-FIELDS    TO WS-AFTER-IMAGE
                       PERFORM H260-WRITE-JOURNAL
                   ELSE
                       MOVE 'REJECTED - REWRITE FAILED'
                           TO WS-LOG-STATUS
                   END-IF
           END-EVALUATE.
           IF WS-LOG-STATUS = 'STATUS CHANGED'
               ADD 1 TO WS-STS-COUNT
           ELSE
               ADD 1 TO WS-REJ-COUNT
           END-IF.
           PERFORM H250-LOG-TRANSACTION.
       H235-END. EXIT.
      *Yalnizca hesabin limitini degistiriyoruz; bakiye ve diger
      *alanlar ana dosyadaki haliyle kalir ki islemin hazirlanmasiyla
      *uygulanmasi arasinda islenen kalemler ezilmesin (kredi hatti
      *incelemesi LINEREVW bu islemi uretir). Kapatilmis ya da zarar
      *yazilmis hesabin limiti degistirilmez. Degisiklik gunluge
      *'C' olarak yazilir ve degisiklik sayisina katilir.
       H237-CHANGE-LIMIT.
           MOVE 'LIMIT'      TO WS-LOG-CODE.
           MOVE TRAN-ACCT-NO TO ACCT-NO.
           READ ACCT-MSTR KEY IS ACCT-NO
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT ACCT-MSTR-SUCCES
                   MOVE 'REJECTED - ACCT NOT FOUND' TO WS-LOG-STATUS
               WHEN (TRAN-LIMIT NOT NUMERIC) OR (TRAN-LIMIT < ZERO)
                   MOVE 'REJECTED - INVALID LIMIT' TO WS-LOG-STATUS
               WHEN ACCT-STATUS-CLOSED OR ACCT-STATUS-CHGOFF
                   MOVE 'REJECTED - ACCOUNT CLOSED' TO WS-LOG-STATUS
               WHEN OTHER
                   MOVE ACCT-FIELDS     TO WS-BEFORE-IMAGE
                   MOVE TRAN-LIMIT      TO ACCT-LIMIT
                   REWRITE ACCT-FIELDS
                   IF ACCT-MSTR-SUCCES
                       MOVE 'LIMIT CHANGED' TO WS-LOG-STATUS
                       MOVE 'C'            TO WS-JRNL-ACTION
                       MOVE ACCT-FIELDS    TO WS-AFTER-IMAGE
                       PERFORM H260-WRITE-JOURNAL
                   ELSE
                       MOVE 'REJECTED - REWRITE FAILED'
                           TO WS-LOG-STATUS
                   END-IF
           END-EVALUATE.
           IF WS-LOG-STATUS = 'LIMIT CHANGED'
               ADD 1 TO WS-CHG-COUNT
           ELSE
               ADD 1 TO WS-REJ-COUNT
           END-IF.
           PERFORM H250-LOG-TRANSACTION.
       H237-END. EXIT.
      *Taninmayan bir islem kodu geldiginde kaydi reddediyoruz.
       H240-REJECT-TRANSACTION.
           ADD 1 TO WS-REJ-COUNT.
           MOVE WS-JRNL-ACTION  TO JRNL-ACTION-O.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-O.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-O.
           MOVE 'ACCTMNT'       TO JRNL-PGM-O.
           WRITE JRNL-REC.
       H260-END. EXIT.
      *Calistirma ozetini (ekleme/degisiklik/silme/red, durum
      *degisikligi ve temizlenen iade posta isareti sayilari) islem
      *gunlugunun sonuna yaziyoruz.
       H900-WRITE-SUMMARY.
           MOVE SPACES TO LOG-REC.
           MOVE WS-RUN-DATE-O TO LOG-DATE-O.
               ' DEL=' WS-DEL-COUNT ' REJ=' WS-REJ-COUNT
               DELIMITED BY SIZE INTO LOG-STATUS-O.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-STATUS-O.
           STRING 'STS=' WS-STS-COUNT ' CLR=' WS-CLR-COUNT
               DELIMITED BY SIZE INTO LOG-STATUS-O.
           WRITE LOG-REC.
       H900-END. EXIT.
      *Dosyalarimizi kapatip programi sonlandiriyoruz.
       H999-PROGRAM-EXIT.
