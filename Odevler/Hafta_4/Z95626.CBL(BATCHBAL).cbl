       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, gece zincirinin en sonunda kosar ve ODEV, DCALC,
      *WEEK3 ile ACCTPRUF'un bu gece paylasilan izleme gunlugune
      *(AUDITLOG) yazdigi satirlari birbirine karsi denetler: beklenen
      *her program bu gece bir satir yazmis mi, ve ardisik adimlarin
      *sayilari tutuyor mu (WEEK3'un okudugu kayit sayisi, DCALC'in
      *yazdigi kayit sayisina esit olmali; aradaki fark suspense
      *yoluyla aciklanamiyorsa gece dengesizdir). Gunluk bakiye
      *ispatinda (ACCTPRUF) tutmayan kalem varsa da gece
      *dengesizdir. Sonuc, tek bir
      *GO/NO-GO karar kaydi olarak durum dosyasina yazilir ve
      *dengesizlikte program sifirdan farkli donus koduyla biter;
      *operator yedi ayri SYSOUT yerine tek hukum okur.
       01 WS-COUNTERS.
         05 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-TONIGHT-COUNT   PIC 9(7) VALUE ZERO.
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
               MOVE ST-STAT-FILE TO RETURN-CODE
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
      *Gece zincirinin gunluge yazmasi beklenen programlarini
      *listeye kuruyoruz.
       H150-LOAD-EXPECTED-LIST.
           MOVE 4 TO EXP-COUNT.
           MOVE 'ODEV'  TO EXP-NAME(1).
           MOVE 'DCALC' TO EXP-NAME(2).
           MOVE 'WEEK3' TO EXP-NAME(3).
           MOVE 'ACCTPRUF' TO EXP-NAME(4).
           PERFORM H160-INIT-ONE-ROW
               VARYING EXP-SUB FROM 1 BY 1
               UNTIL EXP-SUB > EXP-COUNT.
      *okudugu kayit sayisi, DCALC'in yazdigi kayit sayisina esit
      *olmalidir (reddedilenler WEEK3'un kendi satirinda okunan ile
      *yazilan arasindaki farktir). Iki program da bu gece satir
      *yazmissa denetim yapilir. Bakiye ispatinin tutmayan kalem
      *sayisi (ACCTPRUF satirindaki yazilan sayisi) sifir olmalidir.
       H400-CHECK-STEP-PAIRS.
           IF (EXP-SEEN-SW(2) = 'Y') AND (EXP-SEEN-SW(3) = 'Y')
               MOVE 'DCALC OUT VS WEEK3 IN:' TO BAL-PAIR-TEXT
               END-IF
               WRITE BAL-REC FROM BAL-PAIR-LINE
           END-IF.
           IF EXP-SEEN-SW(4) = 'Y'
               MOVE 'BALANCE PROOF ITEMS OUT OF BAL:' TO BAL-PAIR-TEXT
               MOVE EXP-OUT-COUNT(4) TO BAL-PAIR-UP-O
               MOVE ZERO             TO BAL-PAIR-DOWN-O
               IF EXP-OUT-COUNT(4) = ZERO
                   MOVE 'IN BALANCE'  TO BAL-PAIR-FLAG-O
               ELSE
                   MOVE 'OUT OF BAL'  TO BAL-PAIR-FLAG-O
                   SET NIGHT-OUT-OF-BALANCE TO TRUE
                   IF WS-NOGO-REASON = SPACES
                       MOVE 'BALANCE PROOF OUT OF BALANCE'
                           TO WS-NOGO-REASON
                   END-IF
               END-IF
               WRITE BAL-REC FROM BAL-PAIR-LINE
           END-IF.
       H400-END. EXIT.
      *Gecenin tek hukmunu rapora, durum dosyasina ve ekrana
      *yaziyoruz.
