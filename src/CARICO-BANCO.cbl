               03 E-TIPO        PIC X(1).

      *    Matrice dei carichi: giorno della settimana (1=lunedi')
      *    per ora del giorno, separata per prestiti e restituzioni,
      *    con accanto le visite contate alle porte.
           01 MATRICE-CARICO.
               03 GIORNO-SETTIMANA OCCURS 7.
                   05 ORA-GIORNO OCCURS 24.
                       07 CONTA-PRESTITI     PIC 9(5).
                       07 CONTA-RESTITUZIONI PIC 9(5).
                       07 CONTA-VISITE       PIC 9(7).

           01 VISITE-REC.
               03 VI-DATA       PIC 9(8).
               03 VI-ORA        PIC 9(2).
               03 VI-INGRESSI   PIC 9(7).

           01 INDICE-GIORNO     PIC 9(1).
           01 INDICE-ORA        PIC 9(2).
           01 GIORNO-SERIALE    PIC 9(9).
           01 NOME-GIORNO       PIC X(10).
           01 TOTALE-EVENTI     PIC 9(7) VALUE ZERO.
           01 TOTALE-VISITE     PIC 9(9) VALUE ZERO.
           01 MOVIMENTI-ORA     PIC 9(7).
           01 MOVIMENTI-CENTO   PIC 9(5).

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
      *    restituzioni del mese (dalle ore registrate da
      *    RESERVE-BOOK, CIRCOLAZIONE e RETURN-BOOK) contati per
      *    ora del giorno. E' la prova, numeri alla mano, che il
      *    sabato mattina serve il secondo operatore. Accanto ai
      *    movimenti le visite della stessa fascia dai contapersone
      *    (IMPORTA-INGRESSI) e i movimenti di banco ogni cento
      *    visite.
       CARICO-BANCO-PARA.
           DISPLAY "------- SONO CARICO-BANCO (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE ZEROS TO MATRICE-CARICO.

           PERFORM ACCUMULA-EVENTI.
           PERFORM ACCUMULA-VISITE.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ORA / GIORNO: PRESTITI+RESTITUZIONI (P/R), "
               "VISITE ALLE PORTE E MOVIMENTI OGNI 100 VISITE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           STRING "EVENTI TOTALI NEL MESE: " TOTALE-EVENTI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VISITE TOTALI NEL MESE: " TOTALE-VISITE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "CARICO-BANCO" TO SP-PROGRAMMA.
           END-PERFORM.
           EXEC SQL CLOSE C-CARICO END-EXEC.

      *    Visite per data e ora dai contapersone, gia' senza i
      *    giorni di chiusura; le ore mancanti non contano.
       ACCUMULA-VISITE.
           EXEC SQL
               DECLARE C-VISITE CURSOR FOR
                   SELECT data_visita, ora_visita, SUM(ingressi)
                       FROM IngressiContatori
                       WHERE data_visita >= :DATA-DA
                         AND data_visita <= :DATA-A
                         AND stato_contatore <> 'MANCANTE'
                         AND (TRIM(BOTH ' ' FROM :FILIALE-SCELTA)
                                  = '*'
                           OR filiale =
                              TRIM(BOTH ' ' FROM :FILIALE-SCELTA))
                       GROUP BY data_visita, ora_visita
           END-EXEC.
           EXEC SQL OPEN C-VISITE END-EXEC.
           EXEC SQL
               FETCH C-VISITE INTO :VI-DATA, :VI-ORA, :VI-INGRESSI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF VI-ORA <= 23
                   COMPUTE GIORNO-SERIALE =
                       FUNCTION INTEGER-OF-DATE(VI-DATA)
                   COMPUTE GIORNO-EVENTO =
                       FUNCTION MOD(GIORNO-SERIALE - 1, 7) + 1
                   ADD VI-INGRESSI TO CONTA-VISITE
                       (GIORNO-EVENTO, VI-ORA + 1)
                   ADD VI-INGRESSI TO TOTALE-VISITE
               END-IF
               EXEC SQL
                   FETCH C-VISITE INTO :VI-DATA, :VI-ORA,
                       :VI-INGRESSI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-VISITE END-EXEC.

       CONTA-EVENTO.
      *    Giorno della settimana dal numero seriale: il seriale 1
      *    di INTEGER-OF-DATE e' lunedi' 1/1/1601.
                   UNTIL INDICE-ORA > 24
               IF CONTA-PRESTITI (INDICE-GIORNO, INDICE-ORA) > 0 OR
                  CONTA-RESTITUZIONI (INDICE-GIORNO, INDICE-ORA) > 0
                  OR CONTA-VISITE (INDICE-GIORNO, INDICE-ORA) > 0
                   COMPUTE ORA-STAMPA = INDICE-ORA - 1
                   COMPUTE MOVIMENTI-ORA =
                       CONTA-PRESTITI (INDICE-GIORNO, INDICE-ORA)
                       + CONTA-RESTITUZIONI
                           (INDICE-GIORNO, INDICE-ORA)
                   MOVE ZERO TO MOVIMENTI-CENTO
                   IF CONTA-VISITE (INDICE-GIORNO, INDICE-ORA) > 0
                       COMPUTE MOVIMENTI-CENTO ROUNDED =
                           MOVIMENTI-ORA * 100 /
                           CONTA-VISITE (INDICE-GIORNO, INDICE-ORA)
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "ORE " ORA-STAMPA " - PRESTITI "
                       CONTA-PRESTITI (INDICE-GIORNO, INDICE-ORA)
                       " RESTITUZIONI "
                       CONTA-RESTITUZIONI
                           (INDICE-GIORNO, INDICE-ORA)
                       " VISITE "
                       CONTA-VISITE (INDICE-GIORNO, INDICE-ORA)
                       " OGNI 100 VISITE " MOVIMENTI-CENTO
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
