       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-LETTURA-ESTIVA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".
           01 ALTRO-TRAGUARDO   PIC X(1).
             88 ALTRO-TRAGUARDO-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 CODICE-PROGRAMMA  PIC X(10).
           01 TITOLO-PROGRAMMA  PIC X(100).
           01 DATA-INIZIO       PIC 9(8).
           01 DATA-FINE         PIC 9(8).
           01 ETA-MINIMA        PIC 9(2).
           01 ETA-MASSIMA       PIC 9(2).
           01 STATO-PROGRAMMA   PIC X(10).
           01 CONTA-PROGRAMMI   PIC 9(5).

           01 LIBRI-RICHIESTI   PIC 9(3).
           01 DESCRIZIONE-TRAGUARDO PIC X(50).
           01 CONTA-TRAGUARDI   PIC 9(3).

           01 USERNAME-RAGAZZO  PIC X(50).
           01 DATA-NASCITA      PIC 9(8).
           01 ETA-RAGAZZO       PIC 9(3).
           01 USERNAME-CLASSE   PIC X(50).
           01 RUOLO-CLASSE      PIC X(30).
           01 SCUOLA-CLASSE     PIC X(100).
           01 CONTA-ISCRITTI    PIC 9(5).
           01 LIBRI-LETTI       PIC 9(5).
           01 ULTIMO-TRAGUARDO  PIC 9(3).

           01 ISBN-LETTURA      PIC X(20).
           01 TITOLO-LETTURA    PIC X(100).
           01 CONTA-LETTURE     PIC 9(5).

           01 PROGRAMMA-REC.
               03 P-CODICE      PIC X(10).
               03 P-TITOLO      PIC X(100).
               03 P-INIZIO      PIC 9(8).
               03 P-FINE        PIC 9(8).
               03 P-ETA-MINIMA  PIC 9(2).
               03 P-ETA-MASSIMA PIC 9(2).
               03 P-STATO       PIC X(10).
               03 P-ISCRITTI    PIC 9(5).

           01 LETTURA-REC.
               03 L-DATA        PIC 9(8).
               03 L-ISBN        PIC X(20).
               03 L-TITOLO      PIC X(100).
               03 L-ORIGINE     PIC X(10).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Programma di lettura estivo per ragazzi: il programma
      *    (ProgrammiLettura) ha finestra di date, fascia d'eta' e
      *    traguardi a numero di libri (TraguardiLettura). Il
      *    ragazzo si iscrive se la DataNascita lo colloca nella
      *    fascia; la classe e' il conto istituzionale della scuola
      *    (Ruolo 'Istituzione', NomeOrganizzazione e Responsabile
      *    su Utente), quando c'e'. Le letture (LettureProgramma)
      *    arrivano dai prestiti della finestra con il batch
      *    LETTURE-ESTIVE, che stampa anche gli attestati dei
      *    traguardi; qui si aggiungono a mano i libri letti fuori
      *    dal prestito. A fine programma RIEPILOGO-LETTURA-SCUOLE
      *    scrive il riepilogo per scuola agli insegnanti.
       GESTIONE-LETTURA-ESTIVA-PARA.
           DISPLAY "------- SONO GESTIONE-LETTURA-ESTIVA!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Lettura estiva dei ragazzi -----"
               DISPLAY "1. Nuovo programma estivo"
               DISPLAY "2. Elenco dei programmi"
               DISPLAY "3. Iscrivi un ragazzo"
               DISPLAY "4. Aggiungi una lettura a mano"
               DISPLAY "5. Situazione di un iscritto"
               DISPLAY "6. Chiudi le iscrizioni di un programma"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVO-PROGRAMMA
                   WHEN 2 PERFORM ELENCA-PROGRAMMI
                   WHEN 3 PERFORM ISCRIVI-RAGAZZO
                   WHEN 4 PERFORM AGGIUNGI-LETTURA
                   WHEN 5 PERFORM SITUAZIONE-ISCRITTO
                   WHEN 6 PERFORM CHIUDI-PROGRAMMA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       NUOVO-PROGRAMMA.
           DISPLAY "Codice del programma (es. ESTATE2026): "
           ACCEPT CODICE-PROGRAMMA.
           MOVE FUNCTION UPPER-CASE(CODICE-PROGRAMMA)
               TO CODICE-PROGRAMMA.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-PROGRAMMI
                   FROM ProgrammiLettura
                   WHERE codice_programma =
                       TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
           END-EXEC.
           IF CONTA-PROGRAMMI > 0
               DISPLAY "ERRORE: programma gia' esistente."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titolo: "
           ACCEPT TITOLO-PROGRAMMA.
           DISPLAY "Primo giorno (AAAAMMGG): "
           ACCEPT DATA-INIZIO.
           DISPLAY "Ultimo giorno (AAAAMMGG): "
           ACCEPT DATA-FINE.
           IF DATA-FINE < DATA-INIZIO
               DISPLAY "ERRORE: finestra di date non valida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Eta' minima dei partecipanti: "
           ACCEPT ETA-MINIMA.
           DISPLAY "Eta' massima dei partecipanti: "
           ACCEPT ETA-MASSIMA.
           IF ETA-MASSIMA < ETA-MINIMA
               DISPLAY "ERRORE: fascia d'eta' non valida."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO ProgrammiLettura (codice_programma,
                   titolo, data_inizio, data_fine, eta_minima,
                   eta_massima, stato, operatore)
               VALUES (TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA),
                       TRIM(BOTH ' ' FROM :TITOLO-PROGRAMMA),
                       :DATA-INIZIO, :DATA-FINE, :ETA-MINIMA,
                       :ETA-MASSIMA, 'APERTO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

      *    Traguardi: numero di libri letti che da' diritto a un
      *    attestato (es. 5 BRONZO, 10 ARGENTO, 20 ORO).
           MOVE ZERO TO CONTA-TRAGUARDI.
           MOVE "S" TO ALTRO-TRAGUARDO.
           PERFORM UNTIL NOT ALTRO-TRAGUARDO-SI
               DISPLAY "Libri per il traguardo (0 = fine): "
               ACCEPT LIBRI-RICHIESTI
               IF LIBRI-RICHIESTI = ZERO
                   MOVE "N" TO ALTRO-TRAGUARDO
               ELSE
                   DISPLAY "Nome del traguardo: "
                   ACCEPT DESCRIZIONE-TRAGUARDO
                   EXEC SQL
                       INSERT INTO TraguardiLettura
                           (codice_programma, libri_richiesti,
                            descrizione)
                       VALUES (TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA),
                               :LIBRI-RICHIESTI,
                               TRIM(BOTH ' ' FROM
                                    :DESCRIZIONE-TRAGUARDO))
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO CONTA-TRAGUARDI
                   ELSE
                       DISPLAY "Traguardo scartato: " SQLERRMC
                   END-IF
               END-IF
           END-PERFORM.
           IF CONTA-TRAGUARDI = ZERO
               DISPLAY "ERRORE: serve almeno un traguardo."
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE CODICE-PROGRAMMA TO AUDIT-CHIAVE.
           MOVE "NUOVO PROGRAMMA" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Programma registrato con " CONTA-TRAGUARDI
               " traguardi.".

       ELENCA-PROGRAMMI.
           EXEC SQL
               DECLARE C-PROGRAMMI CURSOR FOR
                   SELECT p.codice_programma, p.titolo,
                          p.data_inizio, p.data_fine, p.eta_minima,
                          p.eta_massima, p.stato,
                          (SELECT COUNT(*) FROM IscrittiLettura i
                               WHERE i.codice_programma =
                                     p.codice_programma)
                       FROM ProgrammiLettura p
                       ORDER BY p.data_inizio DESC
           END-EXEC.
           EXEC SQL OPEN C-PROGRAMMI END-EXEC.
           EXEC SQL
               FETCH C-PROGRAMMI INTO :P-CODICE, :P-TITOLO,
                   :P-INIZIO, :P-FINE, :P-ETA-MINIMA, :P-ETA-MASSIMA,
                   :P-STATO, :P-ISCRITTI
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun programma registrato."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY P-CODICE " " P-INIZIO "-" P-FINE " eta' "
                   P-ETA-MINIMA "-" P-ETA-MASSIMA " " P-STATO
                   " iscritti " P-ISCRITTI
               DISPLAY "    " P-TITOLO(1:60)
               EXEC SQL
                   FETCH C-PROGRAMMI INTO :P-CODICE, :P-TITOLO,
                       :P-INIZIO, :P-FINE, :P-ETA-MINIMA,
                       :P-ETA-MASSIMA, :P-STATO, :P-ISCRITTI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PROGRAMMI END-EXEC.

       LEGGI-PROGRAMMA.
           DISPLAY "Codice del programma: "
           ACCEPT CODICE-PROGRAMMA.
           MOVE FUNCTION UPPER-CASE(CODICE-PROGRAMMA)
               TO CODICE-PROGRAMMA.
           MOVE SPACES TO STATO-PROGRAMMA.
           EXEC SQL
               SELECT data_inizio, data_fine, eta_minima,
                      eta_massima, stato
                   INTO :DATA-INIZIO, :DATA-FINE, :ETA-MINIMA,
                        :ETA-MASSIMA, :STATO-PROGRAMMA
                   FROM ProgrammiLettura
                   WHERE codice_programma =
                       TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Programma non trovato."
               MOVE SPACES TO STATO-PROGRAMMA
           END-IF.

      *    Iscrizione: eta' al primo giorno del programma dalla
      *    DataNascita (obbligatoria qui, il programma e' per
      *    fascia d'eta'); classe facoltativa, solo conti
      *    istituzionali.
       ISCRIVI-RAGAZZO.
           PERFORM LEGGI-PROGRAMMA.
           IF STATO-PROGRAMMA = SPACES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF STATO-PROGRAMMA NOT = "APERTO" OR OGGI-DATA > DATA-FINE
               DISPLAY "Iscrizioni chiuse per questo programma."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Username del ragazzo: "
           ACCEPT USERNAME-RAGAZZO.
           EXEC SQL
               SELECT COALESCE(DataNascita, 0) INTO :DATA-NASCITA
                   FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE: utente non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF DATA-NASCITA = 0
               DISPLAY "ERRORE: data di nascita mancante, "
                   "aggiornare l'anagrafe (UPDATE-USER)."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ETA-RAGAZZO = (DATA-INIZIO - DATA-NASCITA) / 10000.
           IF ETA-RAGAZZO < ETA-MINIMA OR ETA-RAGAZZO > ETA-MASSIMA
               DISPLAY "ERRORE: eta' " ETA-RAGAZZO " fuori dalla "
                   "fascia " ETA-MINIMA "-" ETA-MASSIMA "."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISCRITTI
                   FROM IscrittiLettura
                   WHERE codice_programma =
                         TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                     AND Username =
                         TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO)
           END-EXEC.
           IF CONTA-ISCRITTI > 0
               DISPLAY "Ragazzo gia' iscritto a questo programma."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Conto istituzionale della classe "
               "(INVIO = nessuna): "
           ACCEPT USERNAME-CLASSE.
           IF USERNAME-CLASSE NOT = SPACES
               EXEC SQL
                   SELECT Ruolo, COALESCE(NomeOrganizzazione, ' ')
                       INTO :RUOLO-CLASSE, :SCUOLA-CLASSE
                       FROM Utente
                       WHERE Username =
                           TRIM(BOTH ' ' FROM :USERNAME-CLASSE)
               END-EXEC
               IF SQLCODE NOT = 0 OR RUOLO-CLASSE NOT = "Istituzione"
                   DISPLAY "ERRORE: non e' un conto istituzionale."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Classe di: " SCUOLA-CLASSE(1:60)
           END-IF.

           EXEC SQL
               INSERT INTO IscrittiLettura (codice_programma,
                   Username, classe, data_iscrizione, libri_letti,
                   ultimo_traguardo)
               VALUES (TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA),
                       TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO),
                       NULLIF(TRIM(BOTH ' ' FROM :USERNAME-CLASSE),
                              ''),
                       :OGGI-DATA, 0, 0)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nell'iscrizione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE USERNAME-RAGAZZO TO AUDIT-CHIAVE.
           MOVE "ISCRIZIONE" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Iscrizione registrata.".

      *    Lettura a mano: libro non preso in prestito (di casa,
      *    letto in sede, di un'altra biblioteca). Codice facoltativo;
      *    se c'e', non si conta due volte lo stesso libro.
       AGGIUNGI-LETTURA.
           PERFORM LEGGI-PROGRAMMA.
           IF STATO-PROGRAMMA = SPACES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF OGGI-DATA < DATA-INIZIO
               DISPLAY "Il programma non e' ancora cominciato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Username del ragazzo: "
           ACCEPT USERNAME-RAGAZZO.
           EXEC SQL
               SELECT libri_letti INTO :LIBRI-LETTI
                   FROM IscrittiLettura
                   WHERE codice_programma =
                         TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                     AND Username =
                         TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE: ragazzo non iscritto al programma."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codice del libro (INVIO = nessuno): "
           ACCEPT ISBN-LETTURA.
           MOVE SPACES TO TITOLO-LETTURA.
           IF ISBN-LETTURA NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTA-LETTURE
                       FROM LettureProgramma
                       WHERE codice_programma =
                             TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                         AND Username =
                             TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO)
                         AND codiceISBN =
                             TRIM(BOTH ' ' FROM :ISBN-LETTURA)
               END-EXEC
               IF CONTA-LETTURE > 0
                   DISPLAY "Libro gia' contato per questo ragazzo."
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   SELECT Titolo INTO :TITOLO-LETTURA FROM Libro
                       WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN-LETTURA)
               END-EXEC
           END-IF.
           IF TITOLO-LETTURA = SPACES
               DISPLAY "Titolo del libro: "
               ACCEPT TITOLO-LETTURA
           ELSE
               DISPLAY "Libro: " TITOLO-LETTURA(1:60)
           END-IF.
           IF TITOLO-LETTURA = SPACES
               DISPLAY "ERRORE: serve almeno il titolo."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO LettureProgramma (codice_programma,
                   Username, codiceISBN, titolo, data_lettura,
                   origine)
               VALUES (TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA),
                       TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO),
                       NULLIF(TRIM(BOTH ' ' FROM :ISBN-LETTURA), ''),
                       TRIM(BOTH ' ' FROM :TITOLO-LETTURA),
                       :OGGI-DATA, 'MANUALE')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE IscrittiLettura
                   SET libri_letti = libri_letti + 1
                   WHERE codice_programma =
                         TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                     AND Username =
                         TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO)
           END-EXEC.
           MOVE USERNAME-RAGAZZO TO AUDIT-CHIAVE.
           MOVE "LETTURA A MANO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           ADD 1 TO LIBRI-LETTI.
           DISPLAY "Lettura registrata: libri letti " LIBRI-LETTI
               " (l'attestato del traguardo esce con il giro "
               "notturno).".

       SITUAZIONE-ISCRITTO.
           PERFORM LEGGI-PROGRAMMA.
           IF STATO-PROGRAMMA = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Username del ragazzo: "
           ACCEPT USERNAME-RAGAZZO.
           EXEC SQL
               SELECT libri_letti, ultimo_traguardo,
                      COALESCE(classe, ' ')
                   INTO :LIBRI-LETTI, :ULTIMO-TRAGUARDO,
                        :USERNAME-CLASSE
                   FROM IscrittiLettura
                   WHERE codice_programma =
                         TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                     AND Username =
                         TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Ragazzo non iscritto al programma."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Libri letti: " LIBRI-LETTI
               "  ultimo traguardo attestato: " ULTIMO-TRAGUARDO
               "  classe: " USERNAME-CLASSE(1:30).
           MOVE ZERO TO LIBRI-RICHIESTI.
           EXEC SQL
               SELECT libri_richiesti, descrizione
                   INTO :LIBRI-RICHIESTI, :DESCRIZIONE-TRAGUARDO
                   FROM TraguardiLettura
                   WHERE codice_programma =
                         TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                     AND libri_richiesti > :LIBRI-LETTI
                   ORDER BY libri_richiesti
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY "Prossimo traguardo: " DESCRIZIONE-TRAGUARDO
                   " a " LIBRI-RICHIESTI " libri."
           ELSE
               DISPLAY "Tutti i traguardi raggiunti."
           END-IF.
           EXEC SQL
               DECLARE C-LETTURE CURSOR FOR
                   SELECT data_lettura, COALESCE(codiceISBN, ' '),
                          titolo, origine
                       FROM LettureProgramma
                       WHERE codice_programma =
                             TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                         AND Username =
                             TRIM(BOTH ' ' FROM :USERNAME-RAGAZZO)
                       ORDER BY data_lettura
           END-EXEC.
           EXEC SQL OPEN C-LETTURE END-EXEC.
           EXEC SQL
               FETCH C-LETTURE INTO :L-DATA, :L-ISBN, :L-TITOLO,
                   :L-ORIGINE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  " L-DATA " " L-TITOLO(1:50) " ["
                   L-ORIGINE "]"
               EXEC SQL
                   FETCH C-LETTURE INTO :L-DATA, :L-ISBN, :L-TITOLO,
                       :L-ORIGINE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-LETTURE END-EXEC.

      *    Chiusura delle iscrizioni prima della fine: le letture
      *    della finestra continuano a contare fino all'ultimo
      *    giorno.
       CHIUDI-PROGRAMMA.
           PERFORM LEGGI-PROGRAMMA.
           IF STATO-PROGRAMMA = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF STATO-PROGRAMMA NOT = "APERTO"
               DISPLAY "Programma gia' " STATO-PROGRAMMA "."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE ProgrammiLettura SET stato = 'CHIUSO'
                   WHERE codice_programma =
                       TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
           END-EXEC.
           MOVE CODICE-PROGRAMMA TO AUDIT-CHIAVE.
           MOVE "CHIUDI ISCRIZIONI" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Iscrizioni chiuse.".

       REGISTRA-AUDIT.
           MOVE "GESTIONE-LETTURA-ESTIVA" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
