         01 WS-CKPT-QUOT          PIC 9(7) VALUE ZERO.
         01 WS-CKPT-REM           PIC 9(5) VALUE ZERO.
         01 WS-SKIP-COUNT         PIC 9(7) VALUE ZERO.
      *Calistirma tarihi, operasyonun her is gunu basinda ilerlettigi
      *ortak is gunu kontrol dosyasindan GETBDATE ile alinir.
         01 BUSDATE-PARM.
           05 BD-DATE-SW         PIC X(1).
              88 BD-DATE-OK                  VALUE 'Y'.
           05 BD-CURR-DATE       PIC 9(8).
           05 BD-PREV-DATE       PIC 9(8).
           05 BD-CLOSE-DATE      PIC 9(8).
      *Izleme gunlugune yazilacak zaman damgasi icin kullanilan alanlar.
         01 WS-RUN-DATE.
           05 WS-RUN-YY           PIC 9(2).
               OPEN OUTPUT CKPT-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           CALL 'GETBDATE' USING BUSDATE-PARM.
           IF NOT BD-DATE-OK
               DISPLAY 'BUSINESS DATE NOT AVAILABLE'
               MOVE 12 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BD-CURR-DATE(3:6) TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-MM TO WS-RUN-DATE-O(1:2).
           MOVE '/'       TO WS-RUN-DATE-O(3:1).
