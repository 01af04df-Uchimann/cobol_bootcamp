         05 WS-REJ-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-EXP-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-KEEP-COUNT      PIC 9(7) VALUE ZERO.
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
               MOVE ST-APP-PRINT TO RETURN-CODE
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
           MOVE BD-CURR-DATE TO WS-TODAY-DATE8.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE8).
           MOVE WS-RUN-DATE-O TO APP-HDR-DATE.
