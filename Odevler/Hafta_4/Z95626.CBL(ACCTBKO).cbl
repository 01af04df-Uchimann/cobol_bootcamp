           05  JRNL-ACTION-O      PIC X(1).
           05  JRNL-BEFORE-O      PIC X(170).
           05  JRNL-AFTER-O       PIC X(170).
           05  JRNL-PGM-O         PIC X(8).
      *Hesap ana dosyasinin yapisi, ODEV ve ACCTMNT programlarindaki
      *ACCT-FIELDS ile aynidir.
       FD  ACCT-MSTR.
         05 WS-FAILED          PIC 9(7) VALUE ZERO.
       01 WS-LOG-CODE          PIC X(8).
       01 WS-LOG-STATUS        PIC X(30).
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
               MOVE 8 TO RETURN-CODE
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
