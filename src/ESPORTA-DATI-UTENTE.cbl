               03 U-TELEFONO    PIC X(20).
               03 U-EMAIL       PIC X(100).
               03 U-FILIALE     PIC X(30).
               03 U-CODICE-FISCALE PIC X(16).

           01 RIGA-GENERICA.
               03 G-CAMPO1      PIC X(50).
           01 G-IMPORTO         PIC 9(5)V99.
           01 G-NUMERO          PIC 9(9).
           01 G-TIMESTAMP       PIC 9(14).
           01 G-VOTO            PIC 9(1).
           01 G-TESTO           PIC X(300).
           01 G-SCELTA          PIC X(1).
           01 G-VERSIONE        PIC 9(3).

           01 CONTATORE-RIGHE   PIC 9(5) VALUE ZERO.

           PERFORM ESPORTA-PAGAMENTI.
           PERFORM ESPORTA-ATTESE.
           PERFORM ESPORTA-RITIRI.
           PERFORM ESPORTA-RECENSIONI.
           PERFORM ESPORTA-PROFILI-NOVITA.
           PERFORM ESPORTA-CONSENSI.
           PERFORM ESPORTA-ACCESSI.
           PERFORM ESPORTA-AUDIT.

       ESPORTA-ANAGRAFICA.
           EXEC SQL
               SELECT Nome, Cognome, Indirizzo, Ruolo, Telefono,
                      Email, COALESCE(Filiale, ' '),
                      COALESCE(CodiceFiscale, ' ')
                   INTO :U-NOME, :U-COGNOME, :U-INDIRIZZO, :U-RUOLO,
                        :U-TELEFONO, :U-EMAIL, :U-FILIALE,
                        :U-CODICE-FISCALE
                   FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
           STRING "Ruolo: " U-RUOLO " Filiale: " U-FILIALE
               DELIMITED BY SIZE INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
           MOVE SPACES TO EXPORT-LINE.
           STRING "Codice fiscale: " U-CODICE-FISCALE
               DELIMITED BY SIZE INTO EXPORT-LINE.
           WRITE EXPORT-LINE.

       ESPORTA-PRESTITI.
           MOVE "--- PRESTITI ATTIVI ---" TO G-CAMPO1.
           END-PERFORM.
           EXEC SQL CLOSE C-G-RIT END-EXEC.

      *    Le recensioni scritte dal lettore, in ogni stato, con
      *    il testo completo e la risposta della moderazione.
       ESPORTA-RECENSIONI.
           MOVE "--- RECENSIONI ---" TO G-CAMPO1.
           PERFORM SCRIVI-INTESTAZIONE.
           EXEC SQL
               DECLARE C-G-REC CURSOR FOR
                   SELECT codiceISBN, stato,
                          COALESCE(motivo_decisione, ' '),
                          data_invio, voto, testo
                       FROM RecensioniLibri
                       WHERE Username =
                           TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                       ORDER BY data_invio
           END-EXEC.
           EXEC SQL OPEN C-G-REC END-EXEC.
           EXEC SQL
               FETCH C-G-REC INTO :G-CAMPO1, :G-CAMPO2, :G-CAMPO3,
                   :G-NUMERO, :G-VOTO, :G-TESTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO EXPORT-LINE
               STRING "Recensione ISBN " G-CAMPO1(1:13)
                   " del " G-NUMERO " voto " G-VOTO
                   " stato " G-CAMPO2(1:12) " risposta " G-CAMPO3
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE
               MOVE SPACES TO EXPORT-LINE
               STRING "   " G-TESTO(1:150)
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE
               IF G-TESTO(151:150) NOT = SPACES
                   MOVE SPACES TO EXPORT-LINE
                   STRING "   " G-TESTO(151:150)
                       DELIMITED BY SIZE INTO EXPORT-LINE
                   WRITE EXPORT-LINE
               END-IF
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-G-REC INTO :G-CAMPO1, :G-CAMPO2,
                       :G-CAMPO3, :G-NUMERO, :G-VOTO, :G-TESTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-G-REC END-EXEC.

      *    Profili di avviso sulle novita' e avvisi gia' ricevuti.
       ESPORTA-PROFILI-NOVITA.
           MOVE "--- AVVISI SULLE NOVITA' ---" TO G-CAMPO1.
           PERFORM SCRIVI-INTESTAZIONE.
           EXEC SQL
               DECLARE C-G-PROF CURSOR FOR
                   SELECT tipo_profilo, valore, data_inserimento
                       FROM ProfiliNovita
                       WHERE Username =
                           TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                       ORDER BY tipo_profilo, valore
           END-EXEC.
           EXEC SQL OPEN C-G-PROF END-EXEC.
           EXEC SQL
               FETCH C-G-PROF INTO :G-CAMPO1, :G-CAMPO2, :G-NUMERO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO EXPORT-LINE
               STRING "Profilo " G-CAMPO1(1:10) " " G-CAMPO2
                   " dal " G-NUMERO
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-G-PROF INTO :G-CAMPO1, :G-CAMPO2,
                       :G-NUMERO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-G-PROF END-EXEC.
           EXEC SQL
               DECLARE C-G-AVNOV CURSOR FOR
                   SELECT codiceISBN, tipo_profilo, valore,
                          data_avviso
                       FROM AvvisiNovita
                       WHERE Username =
                           TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                       ORDER BY data_avviso
           END-EXEC.
           EXEC SQL OPEN C-G-AVNOV END-EXEC.
           EXEC SQL
               FETCH C-G-AVNOV INTO :G-CAMPO1, :G-CAMPO2, :G-CAMPO3,
                   :G-NUMERO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO EXPORT-LINE
               STRING "Avviso ISBN " G-CAMPO1(1:13) " del " G-NUMERO
                   " per " G-CAMPO2(1:10) " " G-CAMPO3
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-G-AVNOV INTO :G-CAMPO1, :G-CAMPO2,
                       :G-CAMPO3, :G-NUMERO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-G-AVNOV END-EXEC.

      *    Storico completo del registro dei consensi, con il testo
      *    della versione accettata o rifiutata.
       ESPORTA-CONSENSI.
           MOVE "--- CONSENSI ---" TO G-CAMPO1.
           PERFORM SCRIVI-INTESTAZIONE.
           EXEC SQL
               DECLARE C-G-CONS CURSOR FOR
                   SELECT c.data_consenso, c.finalita, c.canale,
                          c.consenso, c.versione_testo, c.modalita,
                          COALESCE(t.testo, ' ')
                       FROM ConsensiUtente c
                       LEFT JOIN TestiConsenso t
                         ON t.finalita = c.finalita
                        AND t.versione = c.versione_testo
                       WHERE c.Username =
                           TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                       ORDER BY c.numero_consenso
           END-EXEC.
           EXEC SQL OPEN C-G-CONS END-EXEC.
           EXEC SQL
               FETCH C-G-CONS INTO :G-NUMERO, :G-CAMPO1, :G-CAMPO2,
                   :G-SCELTA, :G-VERSIONE, :G-CAMPO3, :G-TESTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO EXPORT-LINE
               STRING "Consenso del " G-NUMERO " " G-CAMPO1(1:12)
                   " " G-CAMPO2(1:10) " scelta " G-SCELTA
                   " testo v." G-VERSIONE " raccolto "
                   G-CAMPO3(1:15)
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE
               MOVE SPACES TO EXPORT-LINE
               STRING "   " G-TESTO(1:150)
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE
               IF G-TESTO(151:50) NOT = SPACES
                   MOVE SPACES TO EXPORT-LINE
                   STRING "   " G-TESTO(151:50)
                       DELIMITED BY SIZE INTO EXPORT-LINE
                   WRITE EXPORT-LINE
               END-IF
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-G-CONS INTO :G-NUMERO, :G-CAMPO1,
                       :G-CAMPO2, :G-SCELTA, :G-VERSIONE,
                       :G-CAMPO3, :G-TESTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-G-CONS END-EXEC.

       ESPORTA-ACCESSI.
           MOVE "--- ACCESSI ---" TO G-CAMPO1.
           PERFORM SCRIVI-INTESTAZIONE.
