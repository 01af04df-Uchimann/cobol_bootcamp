      *ustu) ve her katmanin hesaplari kullanim yuzdesine gore azalan
      *sirayla listelenir. Rapor sonunda katman basina hesap sayisi ve
      *toplam risk tutari, hesap tipine (P/B) gore ayrilmis olarak
      *ozetlenir; ayrica hesap durumuna (aktif, dondurulmus,
      *kapatilmis, zarar yazilmis) gore sayi ve risk ara toplami
      *verilir. Kredi izleme bunu haftalik kosturur ki limitine
      *yaklasan musteri, limiti asmadan aranabilsin.
      *
      *Siralama, eskiden 1000 satirlik bellek tablosunda secim
               88  ACCT-TYPE-BUSINESS   VALUE 'B'.
           05  ACCT-STMT-CYCLE    PIC X(2).
           05  ACCT-BRANCH        PIC X(4).
           05  COMMENTS           PIC X(26).
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-FROZEN   VALUE 'F'.
               88  ACCT-STATUS-CLOSED   VALUE 'C'.
               88  ACCT-STATUS-CHGOFF   VALUE 'W'.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  FILLER             PIC X(16).
       FD  UTIL-PRINT RECORDING MODE F.
       01  UTIL-REC               PIC X(90).
      *Siralama kaydi: anahtar katman (artan) ve kullanim yuzdesi
           05  SRT-UTIL           PIC 9(3)V99.
           05  SRT-ACCT-NO        PIC X(8).
           05  SRT-TYPE           PIC X(1).
           05  SRT-STATUS         PIC X(1).
           05  SRT-LIMIT          PIC S9(7)V99 COMP-3.
           05  SRT-BALANCE        PIC S9(7)V99 COMP-3.
       WORKING-STORAGE SECTION.
               15 TS-COUNT     PIC 9(7) VALUE ZERO.
               15 TS-EXPOSURE  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TYPE-COL          PIC 9(1) VALUE ZERO.
      *Hesap durumu ara toplamlari: sira aktif, dondurulmus,
      *kapatilmis ve zarar yazilmis hesaplardir.
       01 WS-STATUS-VALUES.
         05 FILLER             PIC X(8) VALUE 'ACTIVE'.
         05 FILLER             PIC X(8) VALUE 'FROZEN'.
         05 FILLER             PIC X(8) VALUE 'CLOSED'.
         05 FILLER             PIC X(8) VALUE 'CHG-OFF'.
       01 WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.
         05 STS-LABEL          PIC X(8) OCCURS 4 TIMES.
       01 STATUS-SUMMARY.
         05 STS-ROW OCCURS 4 TIMES.
            10 STS-COUNT       PIC 9(7) VALUE ZERO.
            10 STS-EXPOSURE    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-STS-SUB           PIC 9(1) VALUE ZERO.
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
       01 COL-HDR-LINE.
         05  FILLER           PIC X(10) VALUE 'ACCT NO'.
         05  FILLER           PIC X(3)  VALUE 'TP'.
         05  FILLER           PIC X(3)  VALUE 'ST'.
         05  FILLER           PIC X(10) VALUE 'UTIL PCT'.
         05  FILLER           PIC X(14) VALUE 'LIMIT'.
         05  FILLER           PIC X(14) VALUE 'BALANCE'.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  UTIL-TYPE-O      PIC X(1).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  UTIL-STATUS-O    PIC X(1).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  UTIL-PCT-O       PIC ZZ9.99.
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  UTIL-LIMIT-O     PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(4)  VALUE '  O:'.
         05  SUMM-O-COUNT-O   PIC ZZZ,ZZ9.
         05  SUMM-O-EXP-O     PIC $$$,$$$,$$9.99.
       01 STS-HDR-LINE.
         05  FILLER           PIC X(34)
             VALUE 'SUMMARY BY ACCOUNT STATUS'.
       01 STS-SUMM-LINE.
         05  STS-LABEL-O      PIC X(10).
         05  STS-COUNT-O      PIC ZZZ,ZZ9.
         05  STS-EXP-O        PIC $$$,$$$,$$9.99.
       01 UTIL-TRL-LINE.
         05  UTIL-TRL-LABEL   PIC X(24).
         05  UTIL-TRL-COUNT   PIC ZZZ,ZZ9.
               MOVE ST-UTIL-PRINT TO RETURN-CODE
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
               MOVE WS-UTIL-PCT   TO SRT-UTIL
               MOVE ACCT-NO       TO SRT-ACCT-NO
               MOVE ACCT-TYPE     TO SRT-TYPE
               MOVE ACCT-STATUS   TO SRT-STATUS
               MOVE ACCT-LIMIT    TO SRT-LIMIT
               MOVE ACCT-BALANCE  TO SRT-BALANCE
               RELEASE SORT-REC
                   MOVE 4 TO WS-REC-TIER
           END-EVALUATE.
       H220-END. EXIT.
      *Katman x tip ozet hucresine ve durum ara toplamina hesabi
      *ekliyoruz; bos ya da taninmayan durum aktif sayilir.
       H230-ACCUM-SUMMARY.
           EVALUATE TRUE
               WHEN ACCT-TYPE-PERSONAL
           ADD 1 TO TS-COUNT(WS-REC-TIER WS-TYPE-COL).
           ADD ACCT-BALANCE
               TO TS-EXPOSURE(WS-REC-TIER WS-TYPE-COL).
           EVALUATE TRUE
               WHEN ACCT-STATUS-FROZEN
                   MOVE 2 TO WS-STS-SUB
               WHEN ACCT-STATUS-CLOSED
                   MOVE 3 TO WS-STS-SUB
               WHEN ACCT-STATUS-CHGOFF
                   MOVE 4 TO WS-STS-SUB
               WHEN OTHER
                   MOVE 1 TO WS-STS-SUB
           END-EVALUATE.
           ADD 1 TO STS-COUNT(WS-STS-SUB).
           ADD ACCT-BALANCE TO STS-EXPOSURE(WS-STS-SUB).
       H230-END. EXIT.
      *Cikis yordami: siralanmis kayitlari geri alip katman katman
      *basiyoruz. Bos kalan katmanlarin bolum basliklari da
           PERFORM H350-WRITE-ONE-SUMMARY
               VARYING WS-CUR-TIER FROM 1 BY 1
               UNTIL WS-CUR-TIER > 4.
           MOVE SPACES TO UTIL-REC.
           WRITE UTIL-REC.
           WRITE UTIL-REC FROM STS-HDR-LINE.
           PERFORM H360-WRITE-STATUS-SUMMARY
               VARYING WS-STS-SUB FROM 1 BY 1
               UNTIL WS-STS-SUB > 4.
       H300-WRITE-REPORT-END. EXIT.
      *Tek bir siralanmis kaydi basiyoruz; kaydin katmani yeni bir
      *katmansa once aradaki bolum basliklari acilir.
               UNTIL WS-CUR-TIER >= SRT-TIER.
           MOVE SRT-ACCT-NO TO UTIL-ACCT-NO-O.
           MOVE SRT-TYPE    TO UTIL-TYPE-O.
           MOVE SRT-STATUS  TO UTIL-STATUS-O.
           MOVE SRT-UTIL    TO UTIL-PCT-O.
           MOVE SRT-LIMIT   TO UTIL-LIMIT-O.
           MOVE SRT-BALANCE TO UTIL-BALANCE-O.
           MOVE TS-EXPOSURE(WS-CUR-TIER 3) TO SUMM-O-EXP-O.
           WRITE UTIL-REC FROM SUMM-LINE.
       H350-END. EXIT.
      *Tek bir hesap durumunun sayi ve risk toplamini yaziyoruz.
       H360-WRITE-STATUS-SUMMARY.
           MOVE STS-LABEL(WS-STS-SUB)    TO STS-LABEL-O.
           MOVE STS-COUNT(WS-STS-SUB)    TO STS-COUNT-O.
           MOVE STS-EXPOSURE(WS-STS-SUB) TO STS-EXP-O.
           WRITE UTIL-REC FROM STS-SUMM-LINE.
       H360-END. EXIT.
      *Ozet sayilari rapora ve ekrana yazip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           IF (ST-UTIL-PRINT = 0) OR (ST-UTIL-PRINT = 97)
