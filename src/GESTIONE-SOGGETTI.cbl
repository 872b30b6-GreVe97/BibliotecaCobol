       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-SOGGETTI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 CODICE-SOGGETTO   PIC 9(6).
           01 CODICE-DESTINO    PIC 9(6).
           01 MAX-SOGGETTO      PIC 9(6).
           01 FORMA-SOGGETTO    PIC X(100).
           01 FORMA-DESTINO     PIC X(100).
           01 VARIANTE          PIC X(100).
           01 ISBN              PIC X(13).
           01 CONTA-ISBN        PIC 9(5).
           01 CONTA-FORME       PIC 9(5).
           01 TITOLI-RIAGGANCIATI PIC 9(5).
           01 RISPOSTA          PIC X(1).

           01 SOGGETTO-REC.
               03 S-CODICE      PIC 9(6).
               03 S-FORMA       PIC X(100).
               03 S-TITOLI      PIC 9(5).
           01 S-VARIANTE        PIC X(100).
           01 ISBN-RIAGGANCIATO PIC X(13).

      *    Aggancio titolo-soggetto con risoluzione delle varianti.
           01 SOGGETTO-RICHIESTA.
               03 AS-ISBN           PIC X(13).
               03 AS-SOGGETTO       PIC X(100).
               03 AS-CREA           PIC X(1).
               03 AS-CODICE         PIC 9(6).
               03 AS-ESITO          PIC X(1).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Soggettario: forme preferite (Soggetti, "Resistenza -
      *    Piemonte"), forme varianti che vi rinviano
      *    (SoggettiVarianti, "Partigiani - Piemonte") e soggetti
      *    dei titoli (LibroSoggetti, piu' d'uno per titolo). Le
      *    forme preferite entrano nell'indice per parola
      *    (INDICE-PAROLE) e SEARCH-BOOKS cerca per soggetto anche
      *    dalle varianti. L'unificazione porta titoli e varianti
      *    di un soggetto doppio sotto quello che resta, e la sua
      *    forma diventa una variante, come per gli autori.
       GESTIONE-SOGGETTI-PARA.
           DISPLAY "------- SONO GESTIONE-SOGGETTI!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Soggettario -----"
               DISPLAY "1. Elenca soggetti e varianti"
               DISPLAY "2. Nuovo soggetto (forma preferita)"
               DISPLAY "3. Aggiungi una forma variante"
               DISPLAY "4. Assegna un soggetto a un titolo"
               DISPLAY "5. Togli un soggetto da un titolo"
               DISPLAY "6. Unifica due soggetti"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-SOGGETTI
                   WHEN 2 PERFORM NUOVO-SOGGETTO
                   WHEN 3 PERFORM AGGIUNGI-VARIANTE
                   WHEN 4 PERFORM ASSEGNA-SOGGETTO
                   WHEN 5 PERFORM TOGLI-SOGGETTO
                   WHEN 6 PERFORM UNIFICA-SOGGETTI
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       ELENCA-SOGGETTI.
           DISPLAY "Stringa da cercare (INVIO per tutti): "
           ACCEPT FORMA-SOGGETTO.
           EXEC SQL
               DECLARE C-SOGGETTI CURSOR FOR
                   SELECT s.codice_soggetto, s.forma_preferita,
                          (SELECT COUNT(*) FROM LibroSoggetti t
                              WHERE t.codice_soggetto =
                                    s.codice_soggetto)
                       FROM Soggetti s
                       WHERE s.forma_preferita ILIKE '%' ||
                             TRIM(BOTH ' ' FROM :FORMA-SOGGETTO) || '%'
                       ORDER BY s.forma_preferita
           END-EXEC.
           EXEC SQL OPEN C-SOGGETTI END-EXEC.
           EXEC SQL
               FETCH C-SOGGETTI INTO :S-CODICE, :S-FORMA, :S-TITOLI
           END-EXEC.
           DISPLAY "Soggetti (codice / forma preferita / titoli):".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY S-CODICE " " S-FORMA(1:60) " - titoli: "
                   S-TITOLI
               PERFORM ELENCA-VARIANTI
               EXEC SQL
                   FETCH C-SOGGETTI INTO :S-CODICE, :S-FORMA,
                       :S-TITOLI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SOGGETTI END-EXEC.

       ELENCA-VARIANTI.
           EXEC SQL
               DECLARE C-VARIANTI CURSOR FOR
                   SELECT variante
                       FROM SoggettiVarianti
                       WHERE codice_soggetto = :S-CODICE
                       ORDER BY variante
           END-EXEC.
           EXEC SQL OPEN C-VARIANTI END-EXEC.
           EXEC SQL FETCH C-VARIANTI INTO :S-VARIANTE END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "       vedi anche da: " S-VARIANTE(1:60)
               EXEC SQL FETCH C-VARIANTI INTO :S-VARIANTE END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-VARIANTI END-EXEC.

      *    Una forma gia' presente, preferita o variante, non si
      *    duplica: le due tabelle insieme hanno forme uniche.
       CONTROLLA-FORMA.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-FORME
                   FROM Soggetti
                   WHERE UPPER(forma_preferita) =
                         UPPER(TRIM(BOTH ' ' FROM :VARIANTE))
           END-EXEC.
           IF CONTA-FORME = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTA-FORME
                       FROM SoggettiVarianti
                       WHERE UPPER(variante) =
                             UPPER(TRIM(BOTH ' ' FROM :VARIANTE))
               END-EXEC
           END-IF.

       NUOVO-SOGGETTO.
           DISPLAY "Forma preferita (es. Resistenza - Piemonte): "
           ACCEPT FORMA-SOGGETTO.
           IF FORMA-SOGGETTO = SPACES
               DISPLAY "Forma obbligatoria."
               EXIT PARAGRAPH
           END-IF.
           MOVE FORMA-SOGGETTO TO VARIANTE.
           PERFORM CONTROLLA-FORMA.
           IF CONTA-FORME > 0
               DISPLAY "Forma gia' presente nel soggettario."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COALESCE(MAX(codice_soggetto), 0)
                   INTO :MAX-SOGGETTO
                   FROM Soggetti
           END-EXEC.
           COMPUTE CODICE-SOGGETTO = MAX-SOGGETTO + 1.
           EXEC SQL
               INSERT INTO Soggetti (codice_soggetto, forma_preferita)
               VALUES (:CODICE-SOGGETTO,
                       TRIM(BOTH ' ' FROM :FORMA-SOGGETTO))
           END-EXEC.
           IF SQLCODE = 0
               MOVE "NUOVO-SOGGETTO" TO AUDIT-OPERAZIONE
               MOVE CODICE-SOGGETTO TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Soggetto " CODICE-SOGGETTO " creato."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       AGGIUNGI-VARIANTE.
           DISPLAY "Codice del soggetto: "
           ACCEPT CODICE-SOGGETTO.
           EXEC SQL
               SELECT forma_preferita INTO :FORMA-SOGGETTO
                   FROM Soggetti
                   WHERE codice_soggetto = :CODICE-SOGGETTO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Soggetto non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Forma preferita: " FORMA-SOGGETTO(1:60).
           DISPLAY "Forma variante da rinviare: "
           ACCEPT VARIANTE.
           IF VARIANTE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLLA-FORMA.
           IF CONTA-FORME > 0
               DISPLAY "Forma gia' presente nel soggettario (per "
                   "fondere due soggetti usare l'unificazione)."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO SoggettiVarianti (variante,
                   codice_soggetto)
               VALUES (TRIM(BOTH ' ' FROM :VARIANTE),
                       :CODICE-SOGGETTO)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "VARIANTE-SOGGETTO" TO AUDIT-OPERAZIONE
               MOVE CODICE-SOGGETTO TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Variante registrata."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       ASSEGNA-SOGGETTO.
           DISPLAY "ISBN del titolo: "
           ACCEPT ISBN.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISBN FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF CONTA-ISBN = 0
               DISPLAY "ISBN non a catalogo."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Soggetto (forma preferita o variante): "
           ACCEPT FORMA-SOGGETTO.
           MOVE ISBN TO AS-ISBN.
           MOVE FORMA-SOGGETTO TO AS-SOGGETTO.
           MOVE "N" TO AS-CREA.
           CALL 'AGGANCIA-SOGGETTO' USING SOGGETTO-RICHIESTA.
           IF AS-ESITO = "N"
               DISPLAY "Soggetto non in soggettario. Aggiungerlo "
                   "come nuova forma preferita? (S/N): "
               ACCEPT RISPOSTA
               IF RISPOSTA = "S" OR RISPOSTA = "s"
                   MOVE "S" TO AS-CREA
                   CALL 'AGGANCIA-SOGGETTO' USING SOGGETTO-RICHIESTA
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE AS-ESITO
               WHEN "S"
                   CALL 'INDICE-PAROLE' USING ISBN
                   MOVE "ASSEGNA-SOGGETTO" TO AUDIT-OPERAZIONE
                   MOVE ISBN TO AUDIT-CHIAVE
                   PERFORM REGISTRA-AUDIT
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Soggetto " AS-CODICE " assegnato."
               WHEN "G"
                   DISPLAY "Il titolo ha gia' questo soggetto."
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "Errore: " SQLERRMC
           END-EVALUATE.

       TOGLI-SOGGETTO.
           DISPLAY "ISBN del titolo: "
           ACCEPT ISBN.
           DISPLAY "Codice del soggetto da togliere: "
           ACCEPT CODICE-SOGGETTO.
           EXEC SQL
               DELETE FROM LibroSoggetti
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND codice_soggetto = :CODICE-SOGGETTO
           END-EXEC.
           IF SQLCODE = 0
               CALL 'INDICE-PAROLE' USING ISBN
               MOVE "TOGLI-SOGGETTO" TO AUDIT-OPERAZIONE
               MOVE ISBN TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Soggetto tolto dal titolo."
           ELSE
               DISPLAY "Il titolo non ha questo soggetto."
           END-IF.

      *    Unificazione: il soggetto doppio (da eliminare) passa
      *    tutto al soggetto che resta: i titoli (senza legami
      *    doppi), le varianti e la sua stessa forma preferita,
      *    che diventa variante. I titoli toccati si reindicizzano.
       UNIFICA-SOGGETTI.
           DISPLAY "Codice del soggetto da eliminare: "
           ACCEPT CODICE-SOGGETTO.
           DISPLAY "Codice del soggetto che resta: "
           ACCEPT CODICE-DESTINO.
           IF CODICE-SOGGETTO = CODICE-DESTINO
               DISPLAY "I due codici coincidono."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT forma_preferita INTO :FORMA-SOGGETTO
                   FROM Soggetti
                   WHERE codice_soggetto = :CODICE-SOGGETTO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Soggetto da eliminare non trovato."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT forma_preferita INTO :FORMA-DESTINO
                   FROM Soggetti
                   WHERE codice_soggetto = :CODICE-DESTINO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Soggetto che resta non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Unifico " FORMA-SOGGETTO(1:50).
           DISPLAY "   sotto " FORMA-DESTINO(1:50).
           DISPLAY "Confermi? (S/N): "
           ACCEPT RISPOSTA.
           IF RISPOSTA NOT = "S" AND RISPOSTA NOT = "s"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM LibroSoggetti
                   WHERE codice_soggetto = :CODICE-SOGGETTO
                     AND codiceISBN IN
                         (SELECT codiceISBN FROM LibroSoggetti
                              WHERE codice_soggetto = :CODICE-DESTINO)
           END-EXEC.
           EXEC SQL
               UPDATE LibroSoggetti
                   SET codice_soggetto = :CODICE-DESTINO
                   WHERE codice_soggetto = :CODICE-SOGGETTO
           END-EXEC.
           EXEC SQL
               UPDATE SoggettiVarianti
                   SET codice_soggetto = :CODICE-DESTINO
                   WHERE codice_soggetto = :CODICE-SOGGETTO
           END-EXEC.
           EXEC SQL
               INSERT INTO SoggettiVarianti (variante,
                   codice_soggetto)
               VALUES (TRIM(BOTH ' ' FROM :FORMA-SOGGETTO),
                       :CODICE-DESTINO)
           END-EXEC.
           EXEC SQL
               DELETE FROM Soggetti
                   WHERE codice_soggetto = :CODICE-SOGGETTO
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Errore: " SQLERRMC
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO TITOLI-RIAGGANCIATI.
           EXEC SQL
               DECLARE C-RIAGGANCIATI CURSOR FOR
                   SELECT codiceISBN FROM LibroSoggetti
                       WHERE codice_soggetto = :CODICE-DESTINO
           END-EXEC.
           EXEC SQL OPEN C-RIAGGANCIATI END-EXEC.
           EXEC SQL
               FETCH C-RIAGGANCIATI INTO :ISBN-RIAGGANCIATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO TITOLI-RIAGGANCIATI
               CALL 'INDICE-PAROLE' USING ISBN-RIAGGANCIATO
               EXEC SQL
                   FETCH C-RIAGGANCIATI INTO :ISBN-RIAGGANCIATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RIAGGANCIATI END-EXEC.

           MOVE "UNIFICA-SOGGETTI" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           STRING CODICE-SOGGETTO " -> " CODICE-DESTINO
               DELIMITED BY SIZE INTO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Soggetti unificati: " TITOLI-RIAGGANCIATI
               " titoli sotto il soggetto " CODICE-DESTINO ".".

       REGISTRA-AUDIT.
           MOVE "GESTIONE-SOGGETTI" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
