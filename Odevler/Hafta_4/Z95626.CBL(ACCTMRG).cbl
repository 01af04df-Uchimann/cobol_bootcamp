           05  JRNL-ACTION-O      PIC X(1).
           05  JRNL-BEFORE-O      PIC X(170).
           05  JRNL-AFTER-O       PIC X(170).
           05  JRNL-PGM-O         PIC X(8).
       FD  MRG-PRINT RECORDING MODE F.
       01  MRG-REC                PIC X(110).
       WORKING-STORAGE SECTION.
      *Gunluk icin sira numarasi ve goruntu alanlari; duzen
      *ACCTMNT'deki H260-WRITE-JOURNAL ile aynidir.
       01 WS-JRNL-SEQ          PIC 9(7) VALUE ZERO.
       01 JRNLSEQ-PARM.
         05 JS-DATE            PIC X(8).
         05 JS-LAST-SEQ        PIC 9(7).
         05 JS-SEQ-SW          PIC X(1).
            88 JS-SEQ-OK                   VALUE 'Y'.
       01 WS-JRNL-ACTION       PIC X(1) VALUE SPACE.
       01 WS-BEFORE-IMAGE      PIC X(170) VALUE SPACES.
       01 WS-AFTER-IMAGE       PIC X(170) VALUE SPACES.
         05 WS-CARD-COUNT      PIC 9(3) VALUE ZERO.
         05 WS-MERGE-COUNT     PIC 9(3) VALUE ZERO.
         05 WS-REJ-COUNT       PIC 9(3) VALUE ZERO.
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
       H100-OPEN-FILES.
           OPEN INPUT  CARD-FILE.
           OPEN I-O    ACCT-MSTR.
           OPEN OUTPUT MRG-PRINT.
           IF NOT CARD-FILE-SUCCES
               DISPLAY 'UNABLE TO OPEN SYSIN: ' ST-CARD-FILE
               MOVE ST-ACCT-MSTR TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-MRG-PRINT NOT = 0) AND (ST-MRG-PRINT NOT = 97)
               DISPLAY 'UNABLE TO OPEN MERGERPT: ' ST-MRG-PRINT
               MOVE ST-MRG-PRINT TO RETURN-CODE
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
           MOVE WS-RUN-DATE-O TO MRG-HDR-DATE.
           WRITE MRG-REC FROM MRG-HDR-LINE.
           WRITE MRG-REC FROM MRG-COL-LINE.
           MOVE WS-JRNL-ACTION  TO JRNL-ACTION-O.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-O.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-O.
           MOVE 'ACCTMRG'       TO JRNL-PGM-O.
           WRITE JRNL-REC.
       H250-END. EXIT.
      *Basarili cifti, eski ve yeni bakiyelerle sicile yaziyoruz.
