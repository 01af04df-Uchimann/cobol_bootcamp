       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXVALID.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, gece zincirinde WEEK3'ten once kosan kur dosyasi
      *denetimidir. WEEK3 kur dosyasini (FXRATES) oldugu gibi yukler;
      *yanlis girilmis ya da hic guncellenmemis bir kur dogrudan baz
      *para birimi buyuk toplamina gider. Bu yuzden indeks ana
      *dosyasinda (IDXFILE) bakiyesi bulunan her para birimi icin
      *WEEK3'un sectigi kur (gecerlilik tarihi is gununden sonra
      *olmayan, suresi bitmemis en yeni satir) bulunur ve su
      *durumlarda calistirma reddedilir (RC=8):
      *  - para birimi icin bugun gecerli bir kur yoksa (baz para
      *    birimi 840 icin satir yoksa kur 1 sayilir, WEEK3 gibi),
      *  - kur sifirsa,
      *  - kurun gecerlilik tarihi PARM'daki is gunu sayisindan daha
      *    eskiyse (is gunu farki DATEVAL ile tatil takvimine gore),
      *  - kur, onceki is gununde gecerli olan kura gore PARM'daki
      *    tolerans yuzdesinden fazla oynamissa,
      *  - kur dosyasinda WEEK3'un atlayacagi bozuk satir varsa ya da
      *    satir sayisi WEEK3'un kur tablosuna sigmiyorsa.
      *Her para birimi sonucuyla FXVRPT raporunda listelenir.
      *
      *PARM sekiz hanedir: ilk uc hane eskime siniri (is gunu, bos
      *ise 003), sonraki bes hane tolerans yuzdesi (iki ondalikli,
      *bos ise 00500 = %5.00).
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FILE    ASSIGN TO FXRATES
                             STATUS ST-FX-FILE.
      *Para birimleri, indeks ana dosyasi bastan sona okunarak
      *toplanir.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT VAL-PRINT  ASSIGN TO FXVRPT
                             STATUS ST-VAL-PRINT.
       DATA DIVISION.
       FILE SECTION.
      *Kur dosyasi satiri; yerlesim WEEK3 ve FXMNT'teki FX-REC ile
      *aynidir.
       FD  FX-FILE RECORDING MODE F.
       01  FX-REC.
           05  FX-CURR            PIC X(3).
           05  FX-EFF-DATE        PIC X(8).
           05  FX-RATE            PIC 9(4)V9(6).
           05  FX-EXP-DATE        PIC X(8).
           05  FX-CHG-DATE        PIC X(8).
           05  FILLER             PIC X(43).
      *Indeks ana dosyasinin yapisi, WEEK3'teki IDX-REC ile aynidir.
       FD  IDX-FILE.
       01  IDX-REC.
           05  IDX-KEY.
               10  IDX-ID         PIC S9(5) COMP-3.
               10  IDX-DVZ        PIC S9(3) COMP.
           05  IDX-NAME           PIC X(15).
           05  IDX-SRNAME         PIC X(15).
           05  IDX-DATE           PIC S9(7) COMP-3.
           05  IDX-BALANCE        PIC S9(15) COMP-3.
       FD  VAL-PRINT RECORDING MODE F.
       01  VAL-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-FX-FILE         PIC 9(2).
            88 FX-FILE-SUCCES               VALUE 00 97.
            88 FX-FILE-EOF                  VALUE 10.
         05 ST-IDX-FILE        PIC 9(2).
            88 IDX-FILE-SUCCES              VALUE 00 97.
            88 IDX-FILE-EOF                 VALUE 10.
         05 ST-VAL-PRINT       PIC 9(2).
      *Eskime siniri ve tolerans PARM'dan alinir.
       01 WS-PARM-AREA.
         05 WS-PARM-TEXT       PIC X(8) VALUE SPACES.
         05 WS-STALE-PARM      PIC X(3) VALUE SPACES.
         05 WS-STALE-JUST      PIC X(3) JUSTIFIED RIGHT.
         05 WS-STALE-DAYS      PIC 9(3) VALUE 3.
         05 WS-TOL-PARM        PIC X(5) VALUE SPACES.
         05 WS-TOL-JUST        PIC X(5) JUSTIFIED RIGHT.
         05 WS-TOL-NUM REDEFINES WS-TOL-JUST
                               PIC 9(3)V99.
         05 WS-TOL-PCT         PIC 9(3)V99 VALUE 5.
      *Kur tablosu; WEEK3'un kur tablosuyla ayni boyuttadir.
       01 FX-TABLE.
         05 FX-ENTRY OCCURS 200 TIMES INDEXED BY FX-IDX.
            10 FXT-CURR        PIC 9(3).
            10 FXT-EFF-DATE    PIC 9(8).
            10 FXT-RATE        PIC 9(4)V9(6) COMP-3.
            10 FXT-EXP-DATE    PIC 9(8).
       01 FX-COUNT             PIC 9(3) VALUE ZERO.
       01 FX-MAX               PIC 9(3) VALUE 200.
      *Indeks dosyasinda bulunan para birimleri.
       01 CURR-TABLE.
         05 CURR-ENTRY OCCURS 50 TIMES INDEXED BY CURR-IDX.
            10 CURR-CODE       PIC 9(3).
            10 CURR-RECS       PIC 9(7).
       01 CURR-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-IDX-DVZ           PIC 9(3) VALUE ZERO.
       01 WS-CURR-FOUND-SW     PIC X VALUE 'N'.
         88 CURR-FOUND              VALUE 'Y'.
      *Kur arama alanlari: aranan tarih ve bulunan en yeni satir.
       01 WS-LOOKUP-AREA.
         05 WS-LOOK-CURR       PIC 9(3) VALUE ZERO.
         05 WS-LOOK-DATE       PIC 9(8) VALUE ZERO.
         05 WS-BEST-EFF-DATE   PIC 9(8) VALUE ZERO.
         05 WS-BEST-RATE       PIC 9(4)V9(6) COMP-3 VALUE ZERO.
         05 WS-RATE-HIT-SW     PIC X VALUE 'N'.
            88 FX-RATE-HIT             VALUE 'Y'.
      *Bir para biriminin degerlendirme sonuclari.
       01 WS-EVAL-AREA.
         05 WS-TODAY-EFF-DATE  PIC 9(8) VALUE ZERO.
         05 WS-TODAY-RATE      PIC 9(4)V9(6) COMP-3 VALUE ZERO.
         05 WS-TODAY-HIT-SW    PIC X VALUE 'N'.
            88 TODAY-RATE-HIT          VALUE 'Y'.
         05 WS-PRIOR-RATE      PIC 9(4)V9(6) COMP-3 VALUE ZERO.
         05 WS-PRIOR-HIT-SW    PIC X VALUE 'N'.
            88 PRIOR-RATE-HIT          VALUE 'Y'.
         05 WS-AGE-DAYS        PIC S9(8) VALUE ZERO.
         05 WS-CHG-PCT         PIC S9(5)V99 COMP-3 VALUE ZERO.
         05 WS-STATUS          PIC X(22) VALUE SPACES.
      *Is gunu farki DATEVAL altprogramindan alinir.
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
       01 WS-COUNTERS.
         05 WS-FX-READ-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-FX-BAD-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-FX-OVFL-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-IDX-READ-COUNT  PIC 9(7) VALUE ZERO.
         05 WS-CURR-OVFL-COUNT PIC 9(7) VALUE ZERO.
         05 WS-OK-COUNT        PIC 9(7) VALUE ZERO.
         05 WS-ERROR-COUNT     PIC 9(7) VALUE ZERO.
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
      *Rapor satir yapilari; VAL-REC'e FROM ile tasinir.
       01 VAL-HDR-LINE.
         05  FILLER           PIC X(32)
             VALUE 'FX RATE VALIDATION'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  VAL-HDR-DATE     PIC X(8).
       01 VAL-PARM-LINE.
         05  FILLER           PIC X(24)
             VALUE 'STALE LIMIT (BUS DAYS): '.
         05  VAL-PARM-STALE   PIC ZZ9.
         05  FILLER           PIC X(19) VALUE '  TOLERANCE PCT: '.
         05  VAL-PARM-TOL     PIC ZZ9.99.
       01 VAL-COL-LINE.
         05  FILLER           PIC X(5)  VALUE 'CURR'.
         05  FILLER           PIC X(10) VALUE 'EFF DATE'.
         05  FILLER           PIC X(13) VALUE '       RATE'.
         05  FILLER           PIC X(13) VALUE ' PRIOR RATE'.
         05  FILLER           PIC X(9)  VALUE '  CHG %'.
         05  FILLER           PIC X(5)  VALUE 'AGE'.
         05  FILLER           PIC X(22) VALUE 'STATUS'.
       01 VAL-DETAIL-LINE.
         05  VAL-CURR-O       PIC 999.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  VAL-EFF-DATE-O   PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  VAL-RATE-O       PIC ZZZ9.999999.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  VAL-PRIOR-O      PIC ZZZ9.999999.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  VAL-CHG-PCT-O    PIC -(4)9.99.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  VAL-AGE-O        PIC ZZ9.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  VAL-STATUS-O     PIC X(22).
       01 VAL-BAD-LINE.
         05  FILLER           PIC X(18) VALUE 'INVALID RATE ROW: '.
         05  VAL-BAD-IMAGE-O  PIC X(37).
       01 VAL-NOTE-LINE.
         05  VAL-NOTE-TEXT    PIC X(72).
       01 VAL-TRL-LINE.
         05  VAL-TRL-LABEL    PIC X(24).
         05  VAL-TRL-COUNT    PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-LOAD-FX-RATES
           PERFORM H300-COLLECT-CURRENCIES
           PERFORM H400-CHECK-CURRENCY
               VARYING CURR-IDX FROM 1 BY 1
               UNTIL CURR-IDX > CURR-COUNT
           PERFORM H900-WRITE-TRAILER
           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalari aciyoruz, esikleri PARM'dan aliyoruz ve rapor
      *basligini yaziyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
           MOVE WS-PARM-TEXT(1:3) TO WS-STALE-PARM.
           MOVE WS-PARM-TEXT(4:5) TO WS-TOL-PARM.
           MOVE WS-STALE-PARM TO WS-STALE-JUST.
           INSPECT WS-STALE-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-STALE-JUST IS NUMERIC
               MOVE WS-STALE-JUST TO WS-STALE-DAYS
           ELSE
               IF WS-STALE-PARM NOT = SPACES
                   DISPLAY 'WARNING: NON-NUMERIC STALE PARM'
                       ' IGNORED: ' WS-STALE-PARM
               END-IF
           END-IF.
           MOVE WS-TOL-PARM TO WS-TOL-JUST.
           INSPECT WS-TOL-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-TOL-JUST IS NUMERIC
               MOVE WS-TOL-NUM TO WS-TOL-PCT
           ELSE
               IF WS-TOL-PARM NOT = SPACES
                   DISPLAY 'WARNING: NON-NUMERIC TOLERANCE PARM'
                       ' IGNORED: ' WS-TOL-PARM
               END-IF
           END-IF.
           OPEN INPUT  FX-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT VAL-PRINT.
           IF NOT FX-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN FXRATES: ' ST-FX-FILE
               MOVE ST-FX-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT IDX-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX-FILE
               MOVE ST-IDX-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-VAL-PRINT NOT = 0) AND (ST-VAL-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN FXVRPT: ' ST-VAL-PRINT
               MOVE ST-VAL-PRINT TO RETURN-CODE
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
           MOVE WS-RUN-DATE-O TO VAL-HDR-DATE.
           WRITE VAL-REC FROM VAL-HDR-LINE.
           MOVE WS-STALE-DAYS TO VAL-PARM-STALE.
           MOVE WS-TOL-PCT    TO VAL-PARM-TOL.
           WRITE VAL-REC FROM VAL-PARM-LINE.
           MOVE SPACES TO VAL-REC.
           WRITE VAL-REC.
       H100-END. EXIT.
      *Kur dosyasini tabloya yukluyoruz. WEEK3'un atlayacagi bozuk
      *satirlar ve tabloya sigmayan satirlar hata olarak raporlanir.
       H200-LOAD-FX-RATES.
           READ FX-FILE.
           PERFORM H210-LOAD-ONE-RATE UNTIL FX-FILE-EOF.
           IF WS-FX-OVFL-COUNT > ZERO
               MOVE 'MORE RATE ROWS THAN THE WEEK3 RATE TABLE HOLDS'
                   TO VAL-NOTE-TEXT
               WRITE VAL-REC FROM VAL-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       H200-END. EXIT.
       H210-LOAD-ONE-RATE.
           ADD 1 TO WS-FX-READ-COUNT.
           IF (FX-CURR IS NUMERIC) AND (FX-EFF-DATE IS NUMERIC)
               AND (FX-RATE IS NUMERIC)
               AND ((FX-EXP-DATE = SPACES)
                    OR (FX-EXP-DATE IS NUMERIC))
               IF FX-COUNT < FX-MAX
                   ADD 1 TO FX-COUNT
                   MOVE FX-CURR     TO FXT-CURR(FX-COUNT)
                   MOVE FX-EFF-DATE TO FXT-EFF-DATE(FX-COUNT)
                   MOVE FX-RATE     TO FXT-RATE(FX-COUNT)
                   IF FX-EXP-DATE = SPACES
                       MOVE ZERO        TO FXT-EXP-DATE(FX-COUNT)
                   ELSE
                       MOVE FX-EXP-DATE TO FXT-EXP-DATE(FX-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-FX-OVFL-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-FX-BAD-COUNT
               ADD 1 TO WS-ERROR-COUNT
               MOVE FX-REC(1:37) TO VAL-BAD-IMAGE-O
               WRITE VAL-REC FROM VAL-BAD-LINE
           END-IF.
           READ FX-FILE.
       H210-END. EXIT.
      *Indeks ana dosyasini bastan sona okuyup bulunan para
      *birimlerini tabloya topluyoruz.
       H300-COLLECT-CURRENCIES.
           READ IDX-FILE NEXT RECORD.
           PERFORM H310-NOTE-CURRENCY UNTIL IDX-FILE-EOF.
           IF WS-CURR-OVFL-COUNT > ZERO
               MOVE 'MORE CURRENCIES ON IDXFILE THAN TABLE HOLDS'
                   TO VAL-NOTE-TEXT
               WRITE VAL-REC FROM VAL-NOTE-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           WRITE VAL-REC FROM VAL-COL-LINE.
       H300-END. EXIT.
       H310-NOTE-CURRENCY.
           ADD 1 TO WS-IDX-READ-COUNT.
           MOVE IDX-DVZ TO WS-IDX-DVZ.
           MOVE 'N' TO WS-CURR-FOUND-SW.
           PERFORM H315-FIND-CURRENCY
               VARYING CURR-IDX FROM 1 BY 1
               UNTIL CURR-IDX > CURR-COUNT.
           IF NOT CURR-FOUND
               IF CURR-COUNT < 50
                   ADD 1 TO CURR-COUNT
                   MOVE WS-IDX-DVZ TO CURR-CODE(CURR-COUNT)
                   MOVE 1          TO CURR-RECS(CURR-COUNT)
               ELSE
                   ADD 1 TO WS-CURR-OVFL-COUNT
               END-IF
           END-IF.
           READ IDX-FILE NEXT RECORD.
       H310-END. EXIT.
       H315-FIND-CURRENCY.
           IF NOT CURR-FOUND
               IF CURR-CODE(CURR-IDX) = WS-IDX-DVZ
                   ADD 1 TO CURR-RECS(CURR-IDX)
                   MOVE 'Y' TO WS-CURR-FOUND-SW
               END-IF
           END-IF.
       H315-END. EXIT.
      *Bir para birimi icin bugun ve onceki is gunu gecerli kurlari
      *bulup eksik, sifir, eski ve asiri oynamis kur kurallarini
      *uyguluyoruz; sonucu rapora yaziyoruz.
       H400-CHECK-CURRENCY.
           MOVE SPACES TO WS-STATUS.
           MOVE ZERO   TO WS-AGE-DAYS.
           MOVE ZERO   TO WS-CHG-PCT.
           MOVE CURR-CODE(CURR-IDX) TO WS-LOOK-CURR.
           MOVE BD-CURR-DATE        TO WS-LOOK-DATE.
           PERFORM H450-FIND-RATE.
           MOVE WS-RATE-HIT-SW   TO WS-TODAY-HIT-SW.
           MOVE WS-BEST-EFF-DATE TO WS-TODAY-EFF-DATE.
           MOVE WS-BEST-RATE     TO WS-TODAY-RATE.
           MOVE BD-PREV-DATE     TO WS-LOOK-DATE.
           PERFORM H450-FIND-RATE.
           MOVE WS-RATE-HIT-SW   TO WS-PRIOR-HIT-SW.
           MOVE WS-BEST-RATE     TO WS-PRIOR-RATE.
           EVALUATE TRUE
               WHEN (NOT TODAY-RATE-HIT) AND (WS-LOOK-CURR = 840)
                   MOVE 1 TO WS-TODAY-RATE
                   MOVE 'OK - BASE CURRENCY' TO WS-STATUS
               WHEN NOT TODAY-RATE-HIT
                   MOVE 'NO RATE EFFECTIVE' TO WS-STATUS
               WHEN WS-TODAY-RATE = ZERO
                   MOVE 'ZERO RATE' TO WS-STATUS
               WHEN OTHER
                   PERFORM H410-CHECK-AGE
                   IF WS-STATUS = SPACES
                       PERFORM H420-CHECK-MOVE
                   END-IF
           END-EVALUATE.
           IF WS-STATUS = SPACES
               MOVE 'OK' TO WS-STATUS
           END-IF.
           IF WS-STATUS(1:2) = 'OK'
               ADD 1 TO WS-OK-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           PERFORM H480-WRITE-DETAIL.
       H400-END. EXIT.
      *Kurun gecerlilik tarihinden is gunune kadar gecen is gunu
      *sayisi eskime sinirini asmamalidir.
       H410-CHECK-AGE.
           MOVE 'B'               TO DV-FUNCTION.
           MOVE WS-TODAY-EFF-DATE TO DV-DATE-1.
           MOVE BD-CURR-DATE      TO DV-DATE-2.
           CALL 'DATEVAL' USING DATEVAL-PARM.
           IF DV-HOL-FAIL-SW = 'Y'
               DISPLAY 'UNABLE TO OPEN HOLIDAYS - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF DV-DATE-INVALID
               MOVE 'INVALID EFF DATE' TO WS-STATUS
           ELSE
               MOVE DV-BUS-DAYS TO WS-AGE-DAYS
               IF WS-AGE-DAYS > WS-STALE-DAYS
                   MOVE 'STALE RATE' TO WS-STATUS
               END-IF
           END-IF.
       H410-END. EXIT.
      *Onceki is gununde gecerli bir kur varsa, bugunku kurun ona
      *gore yuzde degisimi toleransi asmamalidir. Yeni eklenen para
      *biriminin onceki kuru olmadigi icin bu kural uygulanmaz.
       H420-CHECK-MOVE.
           IF PRIOR-RATE-HIT AND (WS-PRIOR-RATE > ZERO)
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-TODAY-RATE - WS-PRIOR-RATE) * 100
                   / WS-PRIOR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CHG-PCT
               END-COMPUTE
               IF (WS-CHG-PCT > WS-TOL-PCT)
                   OR (WS-CHG-PCT < ZERO - WS-TOL-PCT)
                   MOVE 'MOVE OVER TOLERANCE' TO WS-STATUS
               END-IF
           END-IF.
       H420-END. EXIT.
      *WS-LOOK-DATE'te gecerli olan kuru WEEK3'un kuraliyla seciyoruz:
      *gecerlilik tarihi o gunden sonra olmayan ve suresi o gun
      *bitmemis en yeni satir.
       H450-FIND-RATE.
           MOVE 'N'  TO WS-RATE-HIT-SW.
           MOVE ZERO TO WS-BEST-EFF-DATE.
           MOVE ZERO TO WS-BEST-RATE.
           PERFORM H455-CHECK-ONE-FX-ROW
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT.
       H450-END. EXIT.
       H455-CHECK-ONE-FX-ROW.
           IF (FXT-CURR(FX-IDX) = WS-LOOK-CURR)
               AND (FXT-EFF-DATE(FX-IDX) NOT > WS-LOOK-DATE)
               AND (FXT-EFF-DATE(FX-IDX) NOT < WS-BEST-EFF-DATE)
               AND ((FXT-EXP-DATE(FX-IDX) = ZERO)
                    OR (FXT-EXP-DATE(FX-IDX) > WS-LOOK-DATE))
               MOVE FXT-EFF-DATE(FX-IDX) TO WS-BEST-EFF-DATE
               MOVE FXT-RATE(FX-IDX)     TO WS-BEST-RATE
               MOVE 'Y' TO WS-RATE-HIT-SW
           END-IF.
       H455-END. EXIT.
      *Para biriminin sonuc satirini yaziyoruz.
       H480-WRITE-DETAIL.
           MOVE WS-LOOK-CURR TO VAL-CURR-O.
           IF TODAY-RATE-HIT
               MOVE WS-TODAY-EFF-DATE TO VAL-EFF-DATE-O
           ELSE
               MOVE SPACES            TO VAL-EFF-DATE-O
           END-IF.
           MOVE WS-TODAY-RATE TO VAL-RATE-O.
           IF PRIOR-RATE-HIT
               MOVE WS-PRIOR-RATE TO VAL-PRIOR-O
           ELSE
               MOVE ZERO          TO VAL-PRIOR-O
           END-IF.
           MOVE WS-CHG-PCT    TO VAL-CHG-PCT-O.
           MOVE WS-AGE-DAYS   TO VAL-AGE-O.
           MOVE WS-STATUS     TO VAL-STATUS-O.
           WRITE VAL-REC FROM VAL-DETAIL-LINE.
       H480-END. EXIT.
      *Rapor sonuna sayaclari ve genel hukmu yaziyoruz.
       H900-WRITE-TRAILER.
           MOVE SPACES TO VAL-REC.
           WRITE VAL-REC.
           MOVE 'RATE ROWS READ:'    TO VAL-TRL-LABEL.
           MOVE WS-FX-READ-COUNT     TO VAL-TRL-COUNT.
           WRITE VAL-REC FROM VAL-TRL-LINE.
           MOVE 'INVALID RATE ROWS:' TO VAL-TRL-LABEL.
           MOVE WS-FX-BAD-COUNT      TO VAL-TRL-COUNT.
           WRITE VAL-REC FROM VAL-TRL-LINE.
           MOVE 'IDXFILE RECORDS READ:' TO VAL-TRL-LABEL.
           MOVE WS-IDX-READ-COUNT    TO VAL-TRL-COUNT.
           WRITE VAL-REC FROM VAL-TRL-LINE.
           MOVE 'CURRENCIES OK:'     TO VAL-TRL-LABEL.
           MOVE WS-OK-COUNT          TO VAL-TRL-COUNT.
           WRITE VAL-REC FROM VAL-TRL-LINE.
           MOVE 'ERRORS:'            TO VAL-TRL-LABEL.
           MOVE WS-ERROR-COUNT       TO VAL-TRL-COUNT.
           WRITE VAL-REC FROM VAL-TRL-LINE.
           IF WS-ERROR-COUNT > ZERO
               MOVE 'FX RATES REJECTED - WEEK3 AND LATER STEPS STOPPED'
                   TO VAL-NOTE-TEXT
           ELSE
               MOVE 'FX RATES ACCEPTED' TO VAL-NOTE-TEXT
           END-IF.
           WRITE VAL-REC FROM VAL-NOTE-LINE.
       H900-END. EXIT.
      *Dosyalarimizi kapatip programi sonlandiriyoruz.
       H999-PROGRAM-EXIT.
           CLOSE FX-FILE.
           CLOSE IDX-FILE.
           CLOSE VAL-PRINT.
           STOP RUN.
      *
