           01 ORA-APERTURA            PIC 9(2) VALUE 8.
           01 ORA-CHIUSURA            PIC 9(2) VALUE 20.
           01 SOGLIA-FALLITI-UTENTE   PIC 9(3) VALUE 10.
      *    Codici del secondo fattore emessi (Esito 'C') e mai
      *    verificati (Esito 'V'): la password di un ruolo
      *    privilegiato e' in mano a qualcun altro.
           01 SOGLIA-SFIDE-APERTE     PIC 9(3) VALUE 1.

           01 OGGI-DATA         PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           PERFORM CERCA-SPRAYING.
           PERFORM CERCA-FUORI-ORARIO.
           PERFORM CERCA-FALLITI-DISTRIBUITI.
           PERFORM CERCA-SFIDE-APERTE.

           MOVE SPACES TO REPORT-LINE.
           STRING "Segnalazioni emesse: " CONTATORE-SEGNALAZIONI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-LENTI END-EXEC.

      *    Secondo fattore: sfide emesse senza il codice verificato
      *    nella giornata, per account.
       CERCA-SFIDE-APERTE.
           EXEC SQL
               DECLARE C-SFIDE CURSOR FOR
                   SELECT Username,
                          SUM(CASE WHEN Esito = 'C' THEN 1 ELSE 0 END)
                        - SUM(CASE WHEN Esito = 'V' THEN 1 ELSE 0 END)
                       FROM AccessiLog
                       WHERE Esito IN ('C', 'V')
                         AND Timestamp >= :TS-DA
                         AND Timestamp <= :TS-A
                       GROUP BY Username
                       HAVING SUM(CASE WHEN Esito = 'C' THEN 1
                                  ELSE 0 END)
                            - SUM(CASE WHEN Esito = 'V' THEN 1
                                  ELSE 0 END) >= :SOGLIA-SFIDE-APERTE
           END-EXEC.
           EXEC SQL OPEN C-SFIDE END-EXEC.
           EXEC SQL
               FETCH C-SFIDE INTO :L-USERNAME, :CONTA-EVENTI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-SEGNALAZIONI
               MOVE SPACES TO REPORT-LINE
               STRING "SECONDO FATTORE NON COMPLETATO - "
                   L-USERNAME(1:30) " codici non verificati: "
                   CONTA-EVENTI
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO SIEM-RECORD
               MOVE "SECONDO-FATTORE" TO SE-TIPO-EVENTO
               MOVE L-USERNAME TO SE-SOGGETTO
               MOVE CONTA-EVENTI TO SE-CONTEGGIO
               MOVE DATA-ESAME TO SE-DATA-EVENTO
               WRITE SIEM-RECORD
               EXEC SQL
                   FETCH C-SFIDE INTO :L-USERNAME, :CONTA-EVENTI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SFIDE END-EXEC.
