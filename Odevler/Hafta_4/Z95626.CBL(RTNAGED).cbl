       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RTNAGED.
       AUTHOR.        Otto B. Fun.
      *--------------------
       ENVIRONMENT DIVISION.
      *Bu program, ay sonu zincirinde ekstresi iade donmus (RTNMAIL
      *ile hatali adres isaretlenmis) ve adresi uzun suredir
      *duzeltilmemis hesaplari listeler. Ilk iade tarihinden bu yana
      *PARM ile verilen gun sayisindan fazla gecmis her isaretli hesap
      *rapora (AGEDRPT) yazilir: sube, ilk ve son iade tarihi, iade
      *sayisi, gecen gun ve bakiye. Bos ya da sayisal olmayan PARM
      *icin 90 gun kullanilir. Sube bekletme listesi ACCTSTMT'dedir;
      *bu rapor, subelerin ulasamadigi musterilerin izlenmesi
      *icindir. Program yalnizca okur.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MSTR  ASSIGN TO ACCTREC
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IS ACCT-NO
                             STATUS ST-ACCT-MSTR.
           SELECT AGED-RPT   ASSIGN TO AGEDRPT
                             STATUS ST-AGED-RPT.
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
       FD  AGED-RPT RECORDING MODE F.
       01  RPT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ST-ACCT-MSTR       PIC 9(2).
            88 ACCT-MSTR-SUCCES             VALUE 00 97.
            88 ACCT-MSTR-EOF                VALUE 10.
         05 ST-AGED-RPT        PIC 9(2).
      *Gun siniri PARM'dan alinir.
       01 WS-AGE-AREA.
         05 WS-AGE-PARM        PIC X(3) VALUE SPACES.
         05 WS-AGE-JUST        PIC X(3) JUSTIFIED RIGHT.
         05 WS-AGE-DAYS        PIC 9(3) VALUE 90.
      *Gecen gun, ilk iade tarihi ile is gunu arasindaki takvim
      *gunudur.
       01 WS-TODAY-INT         PIC 9(7) VALUE ZERO.
       01 WS-DAYS-BAD          PIC S9(7) VALUE ZERO.
       01 WS-FMT-DATE8         PIC 9(8) VALUE ZERO.
       01 WS-FMT-DATE-X REDEFINES WS-FMT-DATE8.
         05 WS-FMT-YYYY        PIC 9(4).
         05 WS-FMT-MM          PIC 9(2).
         05 WS-FMT-DD          PIC 9(2).
       01 WS-FMT-DATE-O        PIC X(10) VALUE SPACES.
       01 WS-COUNTERS.
         05 WS-ACCT-READ       PIC 9(7) VALUE ZERO.
         05 WS-BAD-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-AGED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-AGED-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
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
       01 RPT-HDR-LINE-1.
         05  FILLER           PIC X(36)
             VALUE 'RETURNED MAIL - UNRESOLVED ADDRESSES'.
         05  FILLER           PIC X(10) VALUE 'RUN DATE:'.
         05  RPT-HDR-DATE     PIC X(8).
       01 RPT-HDR-LINE-2.
         05  FILLER           PIC X(35)
             VALUE 'BAD ADDRESS FOR MORE THAN DAYS   :'.
         05  RPT-HDR-DAYS     PIC ZZ9.
       01 RPT-COL-LINE.
         05  FILLER           PIC X(10) VALUE 'ACCT NO'.
         05  FILLER           PIC X(19) VALUE 'LAST NAME'.
         05  FILLER           PIC X(6)  VALUE 'BRCH'.
         05  FILLER           PIC X(11) VALUE 'FIRST RTN'.
         05  FILLER           PIC X(11) VALUE 'LAST RTN'.
         05  FILLER           PIC X(4)  VALUE 'RTNS'.
         05  FILLER           PIC X(5)  VALUE ' DAYS'.
         05  FILLER           PIC X(14) VALUE '       BALANCE'.
       01 RPT-DETAIL-LINE.
         05  RPT-ACCT-NO      PIC X(8).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-LAST-NAME    PIC X(18).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-BRANCH       PIC X(4).
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  RPT-FIRST-DATE   PIC X(10).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-LAST-DATE    PIC X(10).
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-RTN-COUNT    PIC ZZ9.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-DAYS         PIC Z,ZZ9.
         05  FILLER           PIC X(1)  VALUE SPACES.
         05  RPT-BALANCE      PIC Z,ZZZ,ZZ9.99-.
       01 RPT-TRL-LINE.
         05  RPT-TRL-LABEL    PIC X(24).
         05  RPT-TRL-COUNT    PIC ZZZ,ZZ9.
       01 RPT-TRL-BAL-LINE.
         05  FILLER           PIC X(24)
             VALUE 'BALANCE OVER LIMIT DAYS:'.
         05  RPT-TRL-BALANCE  PIC ZZZ,ZZZ,ZZ9.99-.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           READ ACCT-MSTR
           PERFORM H200-CHECK-ONE-ACCOUNT UNTIL ACCT-MSTR-EOF
           PERFORM H900-WRITE-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Gun sinirini PARM'dan alip dosyalari aciyoruz ve rapor
      *basligini yaziyoruz.
       H100-OPEN-FILES.
           ACCEPT WS-AGE-PARM FROM COMMAND-LINE.
           MOVE WS-AGE-PARM TO WS-AGE-JUST.
           INSPECT WS-AGE-JUST REPLACING LEADING SPACE BY ZERO.
           IF WS-AGE-JUST IS NUMERIC
               MOVE WS-AGE-JUST TO WS-AGE-DAYS
           ELSE
               IF WS-AGE-PARM NOT = SPACES
                   DISPLAY 'WARNING: NON-NUMERIC DAYS PARM'
                       ' IGNORED: ' WS-AGE-PARM
               END-IF
           END-IF.
           OPEN INPUT  ACCT-MSTR.
           OPEN OUTPUT AGED-RPT.
           IF NOT ACCT-MSTR-SUCCES
               DISPLAY 'UNABLE TO OPEN ACCTREC: ' ST-ACCT-MSTR
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-AGED-RPT NOT = 0) AND (ST-AGED-RPT NOT = 97)
               DISPLAY 'UNABLE TO OPEN AGEDRPT: ' ST-AGED-RPT
               MOVE ST-AGED-RPT TO RETURN-CODE
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(BD-CURR-DATE).
           MOVE WS-RUN-DATE-O TO RPT-HDR-DATE.
           WRITE RPT-REC FROM RPT-HDR-LINE-1.
           MOVE WS-AGE-DAYS TO RPT-HDR-DAYS.
           WRITE RPT-REC FROM RPT-HDR-LINE-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-COL-LINE.
       H100-END. EXIT.
      *Isaretli hesabin ilk iadesinden bu yana gecen gunu buluyoruz;
      *sinirdan fazlaysa hesabi rapora yaziyoruz. Eski duzende kalmis
      *gecersiz alanli kayitlar isaretsiz sayilir.
       H200-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ.
           IF ACCT-BAD-ADDRESS AND (ACCT-RTN-FIRST-DATE IS NUMERIC)
               AND (ACCT-RTN-FIRST-DATE > ZERO)
               AND (ACCT-RTN-LAST-DATE IS NUMERIC)
               AND (ACCT-RTN-COUNT IS NUMERIC)
               ADD 1 TO WS-BAD-COUNT
               COMPUTE WS-DAYS-BAD = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(ACCT-RTN-FIRST-DATE)
               IF WS-DAYS-BAD > WS-AGE-DAYS
                   PERFORM H210-WRITE-DETAIL
               END-IF
           END-IF.
           READ ACCT-MSTR.
       H200-END. EXIT.
       H210-WRITE-DETAIL.
           ADD 1 TO WS-AGED-COUNT.
           MOVE ACCT-NO     TO RPT-ACCT-NO.
           MOVE LAST-NAME   TO RPT-LAST-NAME.
           MOVE ACCT-BRANCH TO RPT-BRANCH.
           MOVE ACCT-RTN-FIRST-DATE TO WS-FMT-DATE8.
           PERFORM H800-FORMAT-DATE.
           MOVE WS-FMT-DATE-O TO RPT-FIRST-DATE.
           MOVE ACCT-RTN-LAST-DATE TO WS-FMT-DATE8.
           PERFORM H800-FORMAT-DATE.
           MOVE WS-FMT-DATE-O TO RPT-LAST-DATE.
           MOVE ACCT-RTN-COUNT TO RPT-RTN-COUNT.
           MOVE WS-DAYS-BAD    TO RPT-DAYS.
           IF ACCT-BALANCE IS NUMERIC
               MOVE ACCT-BALANCE TO RPT-BALANCE
               ADD ACCT-BALANCE  TO WS-AGED-BALANCE
           ELSE
               MOVE ZERO TO RPT-BALANCE
           END-IF.
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
       H210-END. EXIT.
      *YYYYMMDD tarihi MM/DD/YYYY gorunumune ceviriyoruz.
       H800-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE-O.
           STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-YYYY
               DELIMITED BY SIZE INTO WS-FMT-DATE-O.
       H800-END. EXIT.
      *Okunan, isaretli ve sinirdan eski hesap sayilarini ve bu
      *hesaplarin toplam bakiyesini raporun sonuna yaziyoruz.
       H900-WRITE-TOTALS.
           IF WS-AGED-COUNT = ZERO
               MOVE 'NO UNRESOLVED ADDRESSES OVER THE LIMIT' TO RPT-REC
               WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'ACCOUNTS READ          :' TO RPT-TRL-LABEL.
           MOVE WS-ACCT-READ TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'BAD ADDRESS ACCOUNTS   :' TO RPT-TRL-LABEL.
           MOVE WS-BAD-COUNT TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE 'OVER LIMIT DAYS        :' TO RPT-TRL-LABEL.
           MOVE WS-AGED-COUNT TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM RPT-TRL-LINE.
           MOVE WS-AGED-BALANCE TO RPT-TRL-BALANCE.
           WRITE RPT-REC FROM RPT-TRL-BAL-LINE.
       H900-END. EXIT.
      *Ozet bilgileri ekrana basip dosyalari kapatiyoruz.
       H999-PROGRAM-EXIT.
           DISPLAY 'ACCOUNTS READ      : ' WS-ACCT-READ.
           DISPLAY 'BAD ADDRESS        : ' WS-BAD-COUNT.
           DISPLAY 'OVER LIMIT DAYS    : ' WS-AGED-COUNT.
           CLOSE ACCT-MSTR.
           CLOSE AGED-RPT.
           STOP RUN.
      *
