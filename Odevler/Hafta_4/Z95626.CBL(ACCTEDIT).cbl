      *Bu program, subelerden gelen ham islem dosyasini ACCTMNT'den
      *once denetler. Her TRAN-REC alani dogrulanir (sayisal limit ve
      *bakiye, gecerli islem ve hesap tipi kodu, bos olmayan hesap
      *numarasi ve isimler, durum degisikliginde durum ve neden
      *kodu, limit degisikliginde sayisal limit); parti basligi/sonu
      *kayitlarindaki beyan edilen sayi, gercekte gelen kayit
      *sayisiyla karsilastirilir.
      *Yalnizca temiz islemler ACCTMNT'nin okudugu dosyaya yazilir;
      *reddedilenler, subelerin duzeltip yeniden gonderebilecegi bir
      *rapora dokulur. Parti sayimi tutmazsa ya da parti yapisi bozuksa
      *kayit sayisi). Birden cok parti arka arkaya gelebilir.
      *
      *Yuksek tutarli islemler dogrudan ACCTTRAN'a gecmez: PARM ile
      *verilen kesme tutarini asan limit artislari ('C' degisiklik
      *ya da LINEREVW'nin urettigi 'L' limit degisikligi) ile ana
      *dosyada bakiyesi sifir olmayan hesaplarin silme islemleri, amir
      *onayina kadar bekleme dosyasina (PENDFILE) ayrilir. ACCTAPPR
      *programinin onaylayip RELTRAN'a biraktigi islemler ise bu
      *calistirmanin basinda ACCTTRAN'a katilir.
      *
      *Her yeni hesap ('A') ile ad ya da adres degistiren her 'C'
      *islemi, WATCHCHK altprogramiyla yasakli taraf izleme
      *listesine karsi taranir (soyad, ad ve CLIENT-ADDR alanlari;
      *tam ve normallestirilmis eslesme). Eslesen islem ACCTTRAN
      *yerine uyum incelemesi icin bekleme dosyasina ayrilir; liste
      *okunamazsa taranmasi gereken islemler de ayni sekilde
      *bekletilir.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAW-FILE   ASSIGN TO RAWTRAN
               88  TRAN-ADD              VALUE 'A'.
               88  TRAN-CHANGE            VALUE 'C'.
               88  TRAN-DELETE           VALUE 'D'.
               88  TRAN-STATUS-CHG       VALUE 'S'.
               88  TRAN-LIMIT-CHG        VALUE 'L'.
               88  BATCH-HEADER          VALUE 'H'.
               88  BATCH-TRAILER         VALUE 'T'.
           05  TRAN-ACCT-NO       PIC X(8).
           05  TRAN-TYPE          PIC X(1).
           05  TRAN-STMT-CYCLE    PIC X(2).
           05  TRAN-BRANCH        PIC X(4).
           05  TRAN-COMMENTS      PIC X(8).
           05  FILLER             PIC X(18).
           05  TRAN-NEW-STATUS    PIC X(1).
               88  TRAN-NEW-STATUS-VALID VALUE 'A' 'F' 'C' 'W'.
           05  TRAN-STATUS-RSN    PIC X(2).
           05  FILLER             PIC X(21).
      *Ayni FD altindaki ek 01 kayit tanimlari ayni kayit alanini
      *paylasir; baslik ve parti sonu gorunumleri icin bu yeterlidir.
       01  RAW-HDR-REC.
         05 WS-HOLD-SW         PIC X VALUE 'N'.
            88 TRAN-IS-HELD            VALUE 'Y'.
         05 WS-HOLD-REASON     PIC X(30) VALUE SPACES.
         05 WS-NAME-ADDR-SW    PIC X VALUE 'N'.
            88 NAME-ADDR-CHANGED       VALUE 'Y'.
         05 WS-WATCH-HOLD-SW   PIC X VALUE 'N'.
            88 TRAN-WATCH-HELD         VALUE 'Y'.
      *Izleme listesi taramasi icin WATCHCHK parametre alani.
       01 WATCHCHK-PARM.
         05 WC-LAST-NAME       PIC X(20).
         05 WC-FIRST-NAME      PIC X(15).
         05 WC-STREET          PIC X(25).
         05 WC-CITY            PIC X(20).
         05 WC-STATE           PIC X(15).
         05 WC-RESULT-SW       PIC X(1).
            88 WC-HIT                      VALUE 'Y'.
            88 WC-NO-HIT                   VALUE 'N'.
            88 WC-LIST-ERROR               VALUE 'E'.
         05 WC-HIT-ID          PIC X(8).
         05 WC-HIT-TYPE        PIC X(1).
         05 WC-HIT-FIELD       PIC X(4).
         05 WC-LIST-COUNT      PIC 9(5).
         05 WC-LIST-DATE       PIC 9(8).
      *Parti denetimi icin kullanilan alanlar.
       01 WS-BATCH-AREA.
         05 WS-IN-BATCH-SW     PIC X VALUE 'N'.
         05 WS-REJ-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-HELD-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-REL-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-SCREEN-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-WATCH-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-NOLIST-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-BATCH-TOTAL     PIC 9(7) VALUE ZERO.
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
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H150-MERGE-RELEASED.
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
           PERFORM H240-VALIDATE-FIELDS.
           IF REC-IS-VALID
               PERFORM H245-CHECK-APPROVAL-HOLD
               PERFORM H247-SCREEN-WATCH-LIST
               IF TRAN-IS-HELD
                   PERFORM H248-WRITE-PENDING
               ELSE
           END-IF.
       H230-END. EXIT.
      *Temiz islemin amir onayi gerektirip gerektirmedigine
      *bakiyoruz: kesme tutarini asan limit artislari ('C' ya da
      *'L') ile ana dosyada bakiyesi sifir olmayan hesaplarin silme
      *islemleri bekletilir. Ana dosyada bulunmayan hesap bekletilmez;
      *ACCTMNT onu zaten reddeder. Degisiklikte ad ya da adres
      *ana dosyadakinden farkliysa izleme listesi taramasi icin
      *isaretlenir.
       H245-CHECK-APPROVAL-HOLD.
           MOVE 'N' TO WS-HOLD-SW.
           MOVE 'N' TO WS-NAME-ADDR-SW.
           MOVE 'N' TO WS-WATCH-HOLD-SW.
           MOVE SPACES TO WS-HOLD-REASON.
           IF TRAN-CHANGE OR TRAN-DELETE OR TRAN-LIMIT-CHG
               MOVE TRAN-ACCT-NO TO ACCT-NO
               READ ACCT-MSTR KEY IS ACCT-NO
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-MSTR-SUCCES
                   IF (TRAN-CHANGE OR TRAN-LIMIT-CHG)
                       AND (ACCT-LIMIT IS NUMERIC)
                       COMPUTE WS-LIMIT-INCR =
                           TRAN-LIMIT - ACCT-LIMIT
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
                   IF TRAN-CHANGE
                       AND ((TRAN-LAST-NAME  NOT = LAST-NAME)
                         OR (TRAN-FIRST-NAME NOT = FIRST-NAME)
                         OR (TRAN-STREET     NOT = STREET-ADDR)
                         OR (TRAN-CITY       NOT = CITY-COUNTY)
                         OR (TRAN-STATE      NOT = USA-STATE))
                       SET NAME-ADDR-CHANGED TO TRUE
                   END-IF
                   IF TRAN-DELETE
                       AND (ACCT-BALANCE IS NUMERIC)
                       AND (ACCT-BALANCE NOT = ZERO)
               END-IF
           END-IF.
       H245-END. EXIT.
      *Yeni hesabi ya da ad/adres degisikligini izleme listesine
      *karsi tariyoruz. Eslesme, limit bekletmesinin onune gecer ve
      *bekletme nedenine liste numarasi, eslesme turu (E tam, N
      *normallestirilmis) ve eslesen alan yazilir.
       H247-SCREEN-WATCH-LIST.
           IF TRAN-ADD OR NAME-ADDR-CHANGED
               ADD 1 TO WS-SCREEN-COUNT
               MOVE TRAN-LAST-NAME  TO WC-LAST-NAME
               MOVE TRAN-FIRST-NAME TO WC-FIRST-NAME
               MOVE TRAN-STREET     TO WC-STREET
               MOVE TRAN-CITY       TO WC-CITY
               MOVE TRAN-STATE      TO WC-STATE
               CALL 'WATCHCHK' USING WATCHCHK-PARM
               EVALUATE TRUE
                   WHEN WC-HIT
                       SET TRAN-IS-HELD    TO TRUE
                       SET TRAN-WATCH-HELD TO TRUE
                       MOVE SPACES TO WS-HOLD-REASON
                       STRING 'WATCH LIST HIT ' WC-HIT-ID ' '
                           WC-HIT-TYPE ' ' WC-HIT-FIELD
                           DELIMITED BY SIZE INTO WS-HOLD-REASON
                       ADD 1 TO WS-WATCH-COUNT
                   WHEN WC-LIST-ERROR
                       SET TRAN-IS-HELD    TO TRUE
                       SET TRAN-WATCH-HELD TO TRUE
                       MOVE 'WATCH LIST NOT AVAILABLE'
                           TO WS-HOLD-REASON
                       ADD 1 TO WS-NOLIST-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       H247-END. EXIT.
      *Bekletilen islemi, durum/tarih/neden damgasiyla bekleme
      *dosyasina yaziyoruz ve rapora dusuyoruz ki sube islemin
      *nereye gittigini gorebilsin.
           ADD 1 TO WS-HELD-COUNT.
           MOVE TRAN-CODE       TO REJ-CODE-O.
           MOVE TRAN-ACCT-NO    TO REJ-ACCT-NO-O.
           IF TRAN-WATCH-HELD
               MOVE 'HELD FOR COMPLIANCE REVIEW'   TO REJ-REASON-O
           ELSE
               MOVE 'HELD FOR SUPERVISOR APPROVAL' TO REJ-REASON-O
           END-IF.
           MOVE TRAN-LAST-NAME  TO REJ-LAST-NAME-O.
           MOVE TRAN-FIRST-NAME TO REJ-FIRST-NAME-O.
           WRITE REJ-REC.
       H248-END. EXIT.
      *Alan denetimleri: islem kodu, hesap numarasi, sayisal limit ve
      *bakiye, hesap tipi ve isimler. Silme isleminde yalnizca islem
      *kodu ve hesap numarasi aranir; durum degisikliginde ayrica
      *yeni durum kodu (A/F/C/W) ve bos olmayan neden kodu, limit
      *degisikliginde ise sayisal ve negatif olmayan limit aranir.
       H240-VALIDATE-FIELDS.
           SET REC-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           IF NOT (TRAN-ADD OR TRAN-CHANGE OR TRAN-DELETE
                   OR TRAN-STATUS-CHG OR TRAN-LIMIT-CHG)
               SET REC-IS-INVALID TO TRUE
               MOVE 'INVALID TRAN CODE' TO WS-REJ-REASON
           END-IF.
                   END-IF
               END-IF
           END-IF.
           IF TRAN-STATUS-CHG AND REC-IS-VALID
               IF NOT TRAN-NEW-STATUS-VALID
                   SET REC-IS-INVALID TO TRUE
                   MOVE 'INVALID STATUS CODE' TO WS-REJ-REASON
               END-IF
               IF TRAN-STATUS-RSN = SPACES
                   SET REC-IS-INVALID TO TRUE
                   MOVE 'STATUS REASON CODE BLANK' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF TRAN-LIMIT-CHG AND REC-IS-VALID
               IF (TRAN-LIMIT NOT NUMERIC) OR (TRAN-LIMIT < ZERO)
                   SET REC-IS-INVALID TO TRUE
                   MOVE 'INVALID LIMIT FIELD' TO WS-REJ-REASON
               END-IF
           END-IF.
       H240-END. EXIT.
      *Reddedilen islemi raporuna yaziyoruz.
       H250-WRITE-REJECT.
               MOVE 'RELEASED MERGED IN    :' TO REJ-TRL-LABEL
               MOVE WS-REL-COUNT   TO REJ-TRL-COUNT
               WRITE REJ-REC FROM REJ-TRL-LINE
               MOVE 'WATCH LIST SCREENED   :' TO REJ-TRL-LABEL
               MOVE WS-SCREEN-COUNT TO REJ-TRL-COUNT
               WRITE REJ-REC FROM REJ-TRL-LINE
               MOVE 'WATCH LIST HITS HELD  :' TO REJ-TRL-LABEL
               MOVE WS-WATCH-COUNT TO REJ-TRL-COUNT
               WRITE REJ-REC FROM REJ-TRL-LINE
               MOVE 'HELD - LIST UNAVAIL.  :' TO REJ-TRL-LABEL
               MOVE WS-NOLIST-COUNT TO REJ-TRL-COUNT
               WRITE REJ-REC FROM REJ-TRL-LINE
           END-IF.
           DISPLAY 'RECORDS READ       : ' WS-READ-COUNT.
           DISPLAY 'CLEAN TRANSACTIONS : ' WS-CLEAN-COUNT.
           DISPLAY 'REJECTED           : ' WS-REJ-COUNT.
           DISPLAY 'HELD FOR APPROVAL  : ' WS-HELD-COUNT.
           DISPLAY 'RELEASED MERGED IN : ' WS-REL-COUNT.
           DISPLAY 'WATCH LIST HITS    : ' WS-WATCH-COUNT.
           IF WS-NOLIST-COUNT > ZERO
               DISPLAY 'WARNING: WATCH LIST NOT AVAILABLE - '
                   WS-NOLIST-COUNT ' TRANSACTIONS HELD UNSCREENED'
           END-IF.
           IF BATCH-STRUCTURE-BAD
               DISPLAY 'BATCH OUT OF BALANCE OR BAD STRUCTURE'
               IF RETURN-CODE = ZERO
