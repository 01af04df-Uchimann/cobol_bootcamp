      * 37. Satır,"LAST-NAME-O" adlı bir alan tanımlar. Bu alan, 20 karakter uzunluğunda bir alandır ve "PRINT-REC" kaydının bir parçasıdır.
           05  LAST-NAME-O    PIC X(20).
           05  FIRST-NAME-O   PIC X(15).
           05  ACCT-STATUS-O  PIC X(8).
           05  COMMENTS-O     PIC X(26).
      * 05 seviyesi 01 seviyesinden düşük olduğu için,
      * tüm değişkenler PRINT-REC'e aittir.
      *Bakiyesi limitini aşan hesapların yazıldığı istisna raporu satırı.
               88  ACCT-TYPE-PERSONAL   VALUE 'P'.
               88  ACCT-TYPE-BUSINESS   VALUE 'B'.
           05  FILLER             PIC X(6).
      *Aciklamanin son 42 bayti uyku bildirimi, iade posta, hesap
      *durumu ve ekstre odeme bilgisine ayrilmistir; bos durum eski
      *kayitlarda aktif demektir.
           05  COMMENTS           PIC X(8).
           05  FILLER             PIC X(18).
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-STATUS-FROZEN   VALUE 'F'.
               88  ACCT-STATUS-CLOSED   VALUE 'C'.
               88  ACCT-STATUS-CHGOFF   VALUE 'W'.
           05  ACCT-STATUS-DATE   PIC 9(8) COMP-3.
           05  ACCT-STATUS-RSN    PIC X(2).
           05  FILLER             PIC X(16).
      *
      *60.satır, "LASTREC" adlı bir alan tanımlar. Bu alan, "SPACE" değeriyle başlatılan bir karakter alanıdır.
       WORKING-STORAGE SECTION.
       01 WS-TOTALS.
         05 WS-TOT-LIMIT      PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-TOT-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
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
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(20) VALUE 'LAST NAME'.
         05  FILLER           PIC X(15) VALUE 'FIRST NAME'.
         05  FILLER           PIC X(8)  VALUE 'STATUS'.
       01 TRL-LINE.
         05  FILLER           PIC X(16) VALUE 'TOTAL ACCOUNTS:'.
         05  TRL-COUNT        PIC ZZZ,ZZ9.
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(15) VALUE 'TOTAL BALANCE:'.
         05  TRL-BALANCE      PIC $$,$$$,$$9.99.
      *Hesap durumuna gore ara toplamlar; sira aktif, dondurulmus,
      *kapatilmis ve zarar yazilmis hesaplardir.
       01 WS-STATUS-VALUES.
         05 FILLER             PIC X(8) VALUE 'ACTIVE'.
         05 FILLER             PIC X(8) VALUE 'FROZEN'.
         05 FILLER             PIC X(8) VALUE 'CLOSED'.
         05 FILLER             PIC X(8) VALUE 'CHG-OFF'.
       01 WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.
         05 STS-LABEL          PIC X(8) OCCURS 4 TIMES.
       01 WS-STATUS-TOTALS.
         05 STS-ENTRY          OCCURS 4 TIMES.
            10 STS-COUNT       PIC 9(7) COMP.
            10 STS-LIMIT       PIC S9(9)V99 COMP-3.
            10 STS-BALANCE     PIC S9(9)V99 COMP-3.
       01 WS-STS-SUB           PIC 9(2) COMP VALUE ZERO.
       01 STS-TRL-LINE.
         05  FILLER           PIC X(8)  VALUE SPACES.
         05  STS-TRL-LABEL    PIC X(8).
         05  STS-TRL-COUNT    PIC ZZZ,ZZ9.
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(13) VALUE 'LIMIT:'.
         05  STS-TRL-LIMIT    PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(4)  VALUE SPACES.
         05  FILLER           PIC X(15) VALUE 'BALANCE:'.
         05  STS-TRL-BALANCE  PIC $$,$$$,$$9.99.
      *Limit aşımı olan hesap sayısı ve aşım tutarı için kullanılan alanlar.
       01 WS-EXC-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-OVER-AMT          PIC S9(7)V99 COMP-3 VALUE ZERO.
           OPEN OUTPUT PERS-PRINT.
           OPEN OUTPUT BUSN-PRINT.
           OPEN EXTEND  AUDIT-LOG.
           INITIALIZE WS-STATUS-TOTALS.
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM CLOSE-STOP
           END-IF.
           MOVE BD-CURR-DATE(3:6) TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-MM TO WS-RUN-DATE-O(1:2).
           MOVE '/'       TO WS-RUN-DATE-O(3:1).
           ADD 1 TO WS-ACCT-COUNT.
           ADD ACCT-LIMIT   TO WS-TOT-LIMIT.
           ADD ACCT-BALANCE TO WS-TOT-BALANCE.
           PERFORM SET-STATUS-SUB.
           ADD 1            TO STS-COUNT(WS-STS-SUB).
           ADD ACCT-LIMIT   TO STS-LIMIT(WS-STS-SUB).
           ADD ACCT-BALANCE TO STS-BALANCE(WS-STS-SUB).
           IF SECT-ALL OR SECT-MAIN
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-HEADERS
               MOVE ACCT-BALANCE TO  ACCT-BALANCE-O
               MOVE LAST-NAME    TO  LAST-NAME-O
               MOVE FIRST-NAME   TO  FIRST-NAME-O
               MOVE STS-LABEL(WS-STS-SUB) TO ACCT-STATUS-O
               MOVE COMMENTS     TO  COMMENTS-O
               WRITE PRINT-REC
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM CHECK-OVER-LIMIT.
           PERFORM WRITE-SEGMENT-RECORD.
      *Hesap durum kodunu ara toplam tablosundaki siraya ceviriyoruz;
      *bos ya da taninmayan kod aktif sayilir.
       SET-STATUS-SUB.
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
      *Bakiyesi limitini aşan hesabı istisna raporuna yazdırıyoruz.
       CHECK-OVER-LIMIT.
           IF ACCT-BALANCE > ACCT-LIMIT
           MOVE WS-TOT-LIMIT  TO TRL-LIMIT.
           MOVE WS-TOT-BALANCE TO TRL-BALANCE.
           WRITE PRINT-REC FROM TRL-LINE AFTER ADVANCING 3 LINES.
           PERFORM WRITE-STATUS-SUBTOTAL
               VARYING WS-STS-SUB FROM 1 BY 1
               UNTIL WS-STS-SUB > 4.
      *Her hesap durumu icin hesap sayisi, limit ve bakiye ara
      *toplamini genel toplamin altina yazdiriyoruz.
       WRITE-STATUS-SUBTOTAL.
           MOVE STS-LABEL(WS-STS-SUB)   TO STS-TRL-LABEL.
           MOVE STS-COUNT(WS-STS-SUB)   TO STS-TRL-COUNT.
           MOVE STS-LIMIT(WS-STS-SUB)   TO STS-TRL-LIMIT.
           MOVE STS-BALANCE(WS-STS-SUB) TO STS-TRL-BALANCE.
           WRITE PRINT-REC FROM STS-TRL-LINE AFTER ADVANCING 1 LINES.
      *İstisna raporunun başlığını ve sütun isimlerini yazdırıyoruz.
       EXC-WRITE-HEADER.
           MOVE WS-RUN-DATE-O TO EXC-HDR-DATE.
