       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RTNMAIL.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, posta odasinin teslim edilemeyip geri donen
      *ekstreler icin hazirladigi iade dosyasini (RTNFILE) hesap ana
      *dosyasina uygular. Her iade kaydindaki hesap 'hatali adres'
      *olarak isaretlenir; ilk iadenin tarihi, son iadenin tarihi ve
      *iade sayisi hesapta tutulur. ACCTSTMT isaretli hesaba ekstre
      *postalamaz, sube bekletme listesine yazar; isaret, ACCTMNT'de
      *adres (sokak/ilce/eyalet) degistiginde temizlenir.
      *
      *Iade tarihi bos birakilirsa is gunu alinir. Hesapta kayitli
      *son iade tarihinden eski ya da ona esit tarihli iade yeniden
      *sayilmaz: isaretli hesapta ayni iadenin ikinci kez
      *islenmesidir (dosya yeniden kosulmus olabilir), isaretsiz
      *hesapta ise adres o tarihte ya da sonra degismistir ve iade
      *eski adrese gonderilmis postadir. Sonuc bir islem gunlugune
      *(RTNLOG) yazdirilir.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap ana dosyasi, ACCT-NO anahtarina gore rasgele erisimli
      *olarak aciliyor ki iade gelen hesap okunup guncellenebilsin.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
           SELECT RTN-FILE   ASSIGN TO RTNFILE
                             STATUS ST-RTN-FILE.
           SELECT RTN-LOG    ASSIGN TO RTNLOG
                             STATUS ST-RTN-LOG.
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
           05  COMMENTS           PIC X(13).
           05  ACCT-BAD-ADDR-SW   PIC X(1).
               88  ACCT-BAD-ADDRESS      VALUE 'Y'.
           05  ACCT-RTN-FIRST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-LAST-DATE PIC 9(8) COMP-3.
           05  ACCT-RTN-COUNT     PIC 9(3) COMP-3.
           05  FILLER             PIC X(24).
      *Iade kaydi: hesap numarasi, iadenin posta odasina donus
      *tarihi (YYYYAAGG, bos = is gunu) ve postanin iade nedeni.
       FD  RTN-FILE RECORDING MODE F.
       01  RTN-REC.
           05  RTN-ACCT-NO        PIC X(8).
           05  RTN-DATE           PIC X(8).
           05  RTN-DATE-N REDEFINES RTN-DATE
                                  PIC 9(8).
           05  RTN-REASON         PIC X(20).
           05  FILLER             PIC X(44).
      *Islenen her iadenin sonucu, bu satir yapisinda gunluge yazilir.
       FD  RTN-LOG RECORDING MODE F.
       01  LOG-REC.
           05  LOG-DATE-O         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LOG-CODE-O         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LOG-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LOG-STATUS-O       PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LOG-REASON-O       PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-NOTFOUND           VALUE 23.
         05 ST-RTN-FILE        PIC 9(2).
            88 RTN-FILE-EOF                 VALUE 10.
         05 ST-RTN-LOG         PIC 9(2).
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
      *Iade tarihinin takvim denetimi DATEVAL altprogramiyla yapilir.
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
       01 WS-RTN-DATE          PIC 9(8) VALUE ZERO.
       01 WS-DATE-SW           PIC X VALUE 'N'.
         88 RTN-DATE-OK                 VALUE 'Y'.
       01 WS-LOG-STATUS        PIC X(30).
       01 WS-COUNTERS.
         05 WS-FLG-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-CNT-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-SKP-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-REJ-COUNT       PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           READ RTN-FILE
           PERFORM H200-PROCESS-RETURN UNTIL RTN-FILE-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Dosyalarimizi aciyoruz ve calistirma tarihini hazirliyoruz.
       H100-OPEN-FILES.
           OPEN I-O    ACCT-MSTR.
           OPEN INPUT  RTN-FILE.
           OPEN OUTPUT RTN-LOG.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-RTN-FILE NOT = 0) AND (ST-RTN-FILE NOT = 97)
               DISPLAY 'UNABLE TO OPEN RTNFILE: ' ST-RTN-FILE
               MOVE ST-RTN-FILE TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-RTN-LOG NOT = 0) AND (ST-RTN-LOG NOT = 97)
               DISPLAY 'UNABLE TO OPEN RTNLOG: ' ST-RTN-LOG
               MOVE ST-RTN-LOG TO RETURN-CODE
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
       H100-END. EXIT.
      *Iade tarihini denetleyip hesabi okuyoruz ve iadeyi hesaba
      *uyguluyoruz; ardindan bir sonraki iade kaydini okuyoruz.
       H200-PROCESS-RETURN.
           PERFORM H210-CHECK-RETURN-DATE.
           IF RTN-DATE-OK
               MOVE RTN-ACCT-NO TO ACCT-NO
               READ ACCT-MSTR KEY IS ACCT-NO
                   INVALID KEY CONTINUE
               END-READ
               IF ACCT-MSTR-SUCCES
                   PERFORM H220-APPLY-RETURN
               ELSE
                   ADD 1 TO WS-REJ-COUNT
                   MOVE 'REJECTED - ACCT NOT FOUND' TO WS-LOG-STATUS
               END-IF
           END-IF.
           PERFORM H250-LOG-RETURN.
           READ RTN-FILE.
       H200-END. EXIT.
      *Iade tarihi bos ise is gunu alinir; dolu ise gecerli bir
      *takvim tarihi olmali ve is gununden ileri olmamalidir.
       H210-CHECK-RETURN-DATE.
           MOVE 'Y' TO WS-DATE-SW.
           EVALUATE TRUE
               WHEN RTN-DATE = SPACES
                   MOVE BD-CURR-DATE TO WS-RTN-DATE
               WHEN RTN-DATE-N NOT NUMERIC
                   MOVE 'N' TO WS-DATE-SW
               WHEN OTHER
                   MOVE RTN-DATE-N TO WS-RTN-DATE
                   MOVE 'V'         TO DV-FUNCTION
                   MOVE WS-RTN-DATE TO DV-DATE-1
                   CALL 'DATEVAL' USING DATEVAL-PARM
                   IF DV-DATE-INVALID
                       MOVE 'N' TO WS-DATE-SW
                   END-IF
           END-EVALUATE.
           IF NOT RTN-DATE-OK
               ADD 1 TO WS-REJ-COUNT
               MOVE 'REJECTED - INVALID RETURN DATE' TO WS-LOG-STATUS
           ELSE
               IF WS-RTN-DATE > BD-CURR-DATE
                   MOVE 'N' TO WS-DATE-SW
                   ADD 1 TO WS-REJ-COUNT
                   MOVE 'REJECTED - FUTURE RETURN DATE' TO WS-LOG-STATUS
               END-IF
           END-IF.
       H210-END. EXIT.
      *Iadeyi hesaba uyguluyoruz. Eski duzende kalmis gecersiz
      *alanlar isaretsiz sayilir. Son iade tarihinden yeni olmayan
      *iade sayilmaz; isaretli hesapta iade sayisi artar ve son iade
      *tarihi ilerler, isaretsiz hesap ilk iadeyle isaretlenir.
       H220-APPLY-RETURN.
           IF (ACCT-RTN-FIRST-DATE NOT NUMERIC)
               OR (ACCT-RTN-LAST-DATE NOT NUMERIC)
               OR (ACCT-RTN-COUNT NOT NUMERIC)
               MOVE 'N'  TO ACCT-BAD-ADDR-SW
               MOVE ZERO TO ACCT-RTN-FIRST-DATE
               MOVE ZERO TO ACCT-RTN-LAST-DATE
               MOVE ZERO TO ACCT-RTN-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN (WS-RTN-DATE NOT > ACCT-RTN-LAST-DATE)
                   AND ACCT-BAD-ADDRESS
                   ADD 1 TO WS-SKP-COUNT
                   MOVE 'SKIPPED - ALREADY RECORDED' TO WS-LOG-STATUS
               WHEN WS-RTN-DATE NOT > ACCT-RTN-LAST-DATE
                   ADD 1 TO WS-SKP-COUNT
                   MOVE 'SKIPPED - ADDRESS CHANGED' TO WS-LOG-STATUS
               WHEN ACCT-BAD-ADDRESS
                   IF ACCT-RTN-COUNT < 999
                       ADD 1 TO ACCT-RTN-COUNT
                   END-IF
                   MOVE WS-RTN-DATE TO ACCT-RTN-LAST-DATE
                   MOVE 'RETURN COUNTED' TO WS-LOG-STATUS
                   PERFORM H230-REWRITE-ACCOUNT
               WHEN OTHER
                   MOVE 'Y'         TO ACCT-BAD-ADDR-SW
                   MOVE WS-RTN-DATE TO ACCT-RTN-FIRST-DATE
                   MOVE WS-RTN-DATE TO ACCT-RTN-LAST-DATE
                   MOVE 1           TO ACCT-RTN-COUNT
                   MOVE 'ACCOUNT FLAGGED - BAD ADDRESS' TO WS-LOG-STATUS
                   PERFORM H230-REWRITE-ACCOUNT
           END-EVALUATE.
       H220-END. EXIT.
      *Guncellenen hesabi ana dosyaya geri yaziyoruz.
       H230-REWRITE-ACCOUNT.
           REWRITE ACCT-FIELDS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF ACCT-MSTR-SUCCES
               IF WS-LOG-STATUS = 'RETURN COUNTED'
                   ADD 1 TO WS-CNT-COUNT
               ELSE
                   ADD 1 TO WS-FLG-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJ-COUNT
               MOVE 'REJECTED - REWRITE FAILED' TO WS-LOG-STATUS
           END-IF.
       H230-END. EXIT.
      *Her iadenin sonucunu, islem gunlugune bir satir olarak
      *yaziyoruz.
       H250-LOG-RETURN.
           MOVE WS-RUN-DATE-O  TO LOG-DATE-O.
           MOVE 'RETURN'       TO LOG-CODE-O.
           MOVE RTN-ACCT-NO    TO LOG-ACCT-NO-O.
           MOVE WS-LOG-STATUS  TO LOG-STATUS-O.
           MOVE RTN-REASON     TO LOG-REASON-O.
           WRITE LOG-REC.
       H250-END. EXIT.
      *Calistirma ozetini (yeni isaretlenen, sayisi artan, atlanan
      *ve reddedilen iade sayilari) islem gunlugunun sonuna
      *yaziyoruz.
       H900-WRITE-SUMMARY.
           MOVE SPACES TO LOG-REC.
           MOVE WS-RUN-DATE-O TO LOG-DATE-O.
           MOVE 'SUMMARY' TO LOG-CODE-O.
           STRING 'FLG=' WS-FLG-COUNT ' CNT=' WS-CNT-COUNT
               DELIMITED BY SIZE INTO LOG-STATUS-O.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-STATUS-O.
           STRING 'SKP=' WS-SKP-COUNT ' REJ=' WS-REJ-COUNT
               DELIMITED BY SIZE INTO LOG-STATUS-O.
           WRITE LOG-REC.
       H900-END. EXIT.
      *Dosyalarimizi kapatip programi sonlandiriyoruz.
       H999-PROGRAM-EXIT.
           IF (ST-RTN-LOG = 0) OR (ST-RTN-LOG = 97)
               PERFORM H900-WRITE-SUMMARY
           END-IF.
           CLOSE ACCT-MSTR.
           CLOSE RTN-FILE.
           CLOSE RTN-LOG.
           STOP RUN.
      *
