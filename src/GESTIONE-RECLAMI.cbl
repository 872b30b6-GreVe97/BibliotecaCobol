       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-RECLAMI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTO-OUTPUT ASSIGN TO DOCRESO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENTO-OUTPUT.
       01  DOCUMENTO-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 ANNO-CORRENTE     PIC 9(4).
           01 NUMERO-ORDINE     PIC 9(6).
           01 RIGA-ORDINE       PIC 9(3).
           01 NOME-FORNITORE    PIC X(50).

      *    Riga d'ordine su cui si reclama o si rende.
           01 RIGA-REC.
               03 R-ISBN        PIC X(13).
               03 R-TITOLO      PIC X(100).
               03 R-COPIE       PIC 9(3).
               03 R-RICEVUTE    PIC 9(3).
               03 R-ANNULLATE   PIC 9(3).
               03 R-RESE        PIC 9(3).
               03 R-PREZZO      PIC 9(5)V99.
               03 R-FORNITORE   PIC 9(6).
               03 R-FILIALE     PIC X(30).
               03 R-STATO-ORDINE PIC X(10).
           01 COPIE-MANCANTI    PIC 9(3).

      *    Reclami al Fornitore (ReclamiFornitore): un livello per
      *    ogni sollecito sulla stessa riga; dal livello
      *    RECLAMI-LIVELLO-ESCALATION (Parametri) il reclamo passa
      *    al responsabile acquisti.
           01 NUMERO-RECLAMO    PIC 9(7).
           01 MAX-RECLAMO       PIC 9(7).
           01 LIVELLO-RECLAMO   PIC 9(2).
           01 LIVELLO-ESCALATION PIC 9(2) VALUE 3.
           01 ESCALATION        PIC X(1).
           01 STATO-RECLAMO     PIC X(10).
           01 ESITO-RISPOSTA    PIC X(1).
           01 TESTO-RISPOSTA    PIC X(100).
           01 DATA-PREVISTA     PIC 9(8).
           01 PARAMETRO-TESTO   PIC X(50).
           01 RECLAMO-REC.
               03 K-NUMERO      PIC 9(7).
               03 K-FORNITORE   PIC X(50).
               03 K-ORDINE      PIC 9(6).
               03 K-RIGA        PIC 9(3).
               03 K-TITOLO      PIC X(100).
               03 K-LIVELLO     PIC 9(2).
               03 K-DATA        PIC 9(8).
               03 K-STATO       PIC X(10).
               03 K-ESCALATION  PIC X(1).
               03 K-PREVISTA    PIC 9(8).

      *    Reso al Fornitore (ResiFornitore): storna il ricevuto
      *    della riga, restituisce l'impegno al budget della Filiale
      *    e resta IN ATTESA NC finche' GESTIONE-FATTURE non
      *    abbina la nota di credito.
           01 NUMERO-RESO       PIC 9(7).
           01 MAX-RESO          PIC 9(7).
           01 COPIE-RESO        PIC 9(3).
           01 CAUSALE-RESO      PIC X(1).
             88 CAUSALE-VALIDA VALUE "D" "E" "C" "A".
           01 DESCRIZIONE-CAUSALE PIC X(30).
           01 NOTE-RESO         PIC X(100).
           01 VALORE-RESO       PIC 9(7)V99.
           01 BARCODE           PIC X(20).
           01 STATO-ESEMPLARE   PIC X(12).
           01 ESEMPLARI-RESI    PIC 9(3).
           01 ALTRO-ESEMPLARE   PIC X(1).
           01 RIGHE-APERTE      PIC 9(5).
           01 RESO-REC.
               03 T-NUMERO      PIC 9(7).
               03 T-FORNITORE   PIC X(50).
               03 T-ORDINE      PIC 9(6).
               03 T-RIGA        PIC 9(3).
               03 T-ISBN        PIC X(13).
               03 T-COPIE       PIC 9(3).
               03 T-VALORE      PIC 9(7)V99.
               03 T-CAUSALE     PIC X(1).
               03 T-DATA        PIC 9(8).

      *    Contatore mantenuto di disponibilita' (DisponibilitaLibro,
      *    via AGGIORNA-DISPONIBILITA).
           01 AD-RICHIESTA.
               03 AD-ISBN           PIC X(50).
               03 AD-DELTA          PIC S9(3).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Reclami e resi verso i Fornitori. I reclami sulle righe
      *    in ritardo nascono dal giro RECLAMI-FORNITORI o da una
      *    telefonata registrata qui; la risposta del Fornitore
      *    porta una data di consegna promessa oppure l'annullo
      *    delle copie mancanti. Il reso di copie consegnate
      *    (danneggiate, titolo errato, in eccesso) produce il
      *    documento di reso (DOCRESO), storna il ricevuto e
      *    l'impegno di budget e attende la nota di credito in
      *    GESTIONE-FATTURE.
       GESTIONE-RECLAMI-PARA.
           DISPLAY "------- SONO GESTIONE-RECLAMI!".
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RECLAMI-LIVELLO-ESCALATION'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO LIVELLO-ESCALATION
           END-IF.
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Reclami e resi ai fornitori -----"
               DISPLAY "1. Elenca reclami aperti"
               DISPLAY "2. Registra un reclamo (telefonata, e-mail)"
               DISPLAY "3. Registra la risposta del fornitore"
               DISPLAY "4. Reso al fornitore (documento di reso)"
               DISPLAY "5. Elenca resi in attesa di nota di credito"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-RECLAMI
                   WHEN 2 PERFORM REGISTRA-RECLAMO
                   WHEN 3 PERFORM REGISTRA-RISPOSTA
                   WHEN 4 PERFORM REGISTRA-RESO
                   WHEN 5 PERFORM ELENCA-RESI
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       ELENCA-RECLAMI.
           EXEC SQL
               DECLARE C-RECLAMI CURSOR FOR
                   SELECT k.numero_reclamo, COALESCE(f.nome, ' '),
                          k.numero_ordine, k.riga, r.titolo,
                          k.livello, k.data_reclamo, k.stato,
                          COALESCE(k.escalation, 'N'),
                          COALESCE(k.data_prevista, 0)
                       FROM ReclamiFornitore k
                       JOIN OrdineRiga r
                         ON r.numero_ordine = k.numero_ordine
                        AND r.riga = k.riga
                       LEFT JOIN Fornitore f
                         ON f.codice = k.codice_fornitore
                       WHERE k.stato IN ('APERTO', 'RISPOSTO')
                       ORDER BY 2, k.numero_ordine, k.riga
           END-EXEC.
           EXEC SQL OPEN C-RECLAMI END-EXEC.
           EXEC SQL
               FETCH C-RECLAMI INTO :K-NUMERO, :K-FORNITORE,
                   :K-ORDINE, :K-RIGA, :K-TITOLO, :K-LIVELLO,
                   :K-DATA, :K-STATO, :K-ESCALATION, :K-PREVISTA
           END-EXEC.
           DISPLAY "Reclami aperti:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "Reclamo " K-NUMERO " " K-FORNITORE(1:25)
                   " ordine " K-ORDINE "/" K-RIGA " livello "
                   K-LIVELLO " del " K-DATA " [" K-STATO "]"
               DISPLAY "   " K-TITOLO(1:60)
               IF K-PREVISTA > 0
                   DISPLAY "   consegna promessa per il " K-PREVISTA
               END-IF
               IF K-ESCALATION = "S"
                   DISPLAY "   *** AL RESPONSABILE ACQUISTI"
               END-IF
               EXEC SQL
                   FETCH C-RECLAMI INTO :K-NUMERO, :K-FORNITORE,
                       :K-ORDINE, :K-RIGA, :K-TITOLO, :K-LIVELLO,
                       :K-DATA, :K-STATO, :K-ESCALATION, :K-PREVISTA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RECLAMI END-EXEC.

       LEGGI-RIGA-ORDINE.
           DISPLAY "Numero dell'ordine: "
           ACCEPT NUMERO-ORDINE.
           DISPLAY "Riga dell'ordine: "
           ACCEPT RIGA-ORDINE.
           EXEC SQL
               SELECT r.ISBN, r.titolo, r.copie, r.copie_ricevute,
                      COALESCE(r.copie_annullate, 0),
                      COALESCE(r.copie_rese, 0), r.prezzo,
                      COALESCE(o.codice_fornitore, 0), o.Filiale,
                      o.stato
                   INTO :R-ISBN, :R-TITOLO, :R-COPIE, :R-RICEVUTE,
                        :R-ANNULLATE, :R-RESE, :R-PREZZO,
                        :R-FORNITORE, :R-FILIALE, :R-STATO-ORDINE
                   FROM OrdineRiga r
                   JOIN OrdineAcquisto o
                     ON o.numero_ordine = r.numero_ordine
                   WHERE r.numero_ordine = :NUMERO-ORDINE
                     AND r.riga = :RIGA-ORDINE
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY R-ISBN " " R-TITOLO(1:60)
               DISPLAY "  ordinate " R-COPIE " ricevute " R-RICEVUTE
                   " annullate " R-ANNULLATE " rese " R-RESE
           END-IF.

      *    Reclamo fuori dal giro batch: stesso livello progressivo,
      *    il reclamo precedente ancora aperto resta superato.
       REGISTRA-RECLAMO.
           PERFORM LEGGI-RIGA-ORDINE.
           IF SQLCODE NOT = 0
               DISPLAY "Riga d'ordine non trovata."
               EXIT PARAGRAPH
           END-IF.
           IF R-STATO-ORDINE NOT = "APERTO"
               DISPLAY "L'ordine non e' APERTO."
               EXIT PARAGRAPH
           END-IF.
           IF R-RICEVUTE + R-ANNULLATE + R-RESE >= R-COPIE
               DISPLAY "Sulla riga non si aspetta piu' nulla."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               SELECT COALESCE(MAX(livello), 0) + 1
                   INTO :LIVELLO-RECLAMO
                   FROM ReclamiFornitore
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND riga = :RIGA-ORDINE
           END-EXEC.
           IF LIVELLO-RECLAMO >= LIVELLO-ESCALATION
               MOVE "S" TO ESCALATION
           ELSE
               MOVE "N" TO ESCALATION
           END-IF.
           EXEC SQL
               UPDATE ReclamiFornitore
                   SET stato = 'SUPERATO'
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND riga = :RIGA-ORDINE
                     AND stato IN ('APERTO', 'RISPOSTO')
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(MAX(numero_reclamo), 0)
                   INTO :MAX-RECLAMO
                   FROM ReclamiFornitore
           END-EXEC.
           COMPUTE NUMERO-RECLAMO = MAX-RECLAMO + 1.
           EXEC SQL
               INSERT INTO ReclamiFornitore (numero_reclamo,
                   numero_ordine, riga, codice_fornitore, livello,
                   data_reclamo, canale, stato, escalation,
                   operatore)
               VALUES (:NUMERO-RECLAMO, :NUMERO-ORDINE,
                       :RIGA-ORDINE, :R-FORNITORE, :LIVELLO-RECLAMO,
                       :OGGI-DATA, 'TELEFONO', 'APERTO', :ESCALATION,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE = 0
               MOVE "RECLAMO" TO AUDIT-OPERAZIONE
               MOVE SPACES TO AUDIT-CHIAVE
               MOVE NUMERO-RECLAMO TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Reclamo " NUMERO-RECLAMO " di livello "
                   LIVELLO-RECLAMO " registrato."
               IF ESCALATION = "S"
                   DISPLAY "Reclamo ripetuto: segnalato al "
                       "responsabile acquisti."
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    Risposta del Fornitore: P = consegna promessa per una
      *    data (il giro batch risollecita se la data passa),
      *    N = titolo non piu' fornibile: le copie mancanti si
      *    annullano come da conferma d'ordine e l'impegno torna al
      *    budget della Filiale.
       REGISTRA-RISPOSTA.
           DISPLAY "Numero del reclamo: "
           ACCEPT NUMERO-RECLAMO.
           EXEC SQL
               SELECT numero_ordine, riga, stato
                   INTO :NUMERO-ORDINE, :RIGA-ORDINE, :STATO-RECLAMO
                   FROM ReclamiFornitore
                   WHERE numero_reclamo = :NUMERO-RECLAMO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Reclamo non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-RECLAMO NOT = "APERTO"
              AND STATO-RECLAMO NOT = "RISPOSTO"
               DISPLAY "Il reclamo non e' aperto (stato "
                   STATO-RECLAMO ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Risposta del fornitore: "
           ACCEPT TESTO-RISPOSTA.
           DISPLAY "P = consegna promessa, N = titolo non fornibile: "
           ACCEPT ESITO-RISPOSTA.
           MOVE FUNCTION UPPER-CASE(ESITO-RISPOSTA) TO ESITO-RISPOSTA.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.
           EVALUATE ESITO-RISPOSTA
               WHEN "P"
                   DISPLAY "Data di consegna promessa (AAAAMMGG): "
                   ACCEPT DATA-PREVISTA
                   IF DATA-PREVISTA < OGGI-DATA
                       DISPLAY "Data promessa gia' passata."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "RISPOSTO" TO STATO-RECLAMO
               WHEN "N"
                   MOVE ZERO TO DATA-PREVISTA
                   MOVE "CHIUSO" TO STATO-RECLAMO
               WHEN OTHER
                   DISPLAY "Esito non valido."
                   EXIT PARAGRAPH
           END-EVALUATE.
           EXEC SQL
               UPDATE ReclamiFornitore
                   SET stato = TRIM(BOTH ' ' FROM :STATO-RECLAMO),
                       data_risposta = :OGGI-DATA,
                       risposta = TRIM(BOTH ' ' FROM :TESTO-RISPOSTA),
                       data_prevista = NULLIF(:DATA-PREVISTA, 0)
                   WHERE numero_reclamo = :NUMERO-RECLAMO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           IF ESITO-RISPOSTA = "N"
               PERFORM ANNULLA-MANCANTI
           END-IF.
           MOVE "RISPOSTA RECLAMO" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-RECLAMO TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Risposta registrata: reclamo " STATO-RECLAMO ".".

       ANNULLA-MANCANTI.
           EXEC SQL
               SELECT r.copie, r.copie_ricevute,
                      COALESCE(r.copie_annullate, 0),
                      COALESCE(r.copie_rese, 0), r.prezzo, o.Filiale
                   INTO :R-COPIE, :R-RICEVUTE, :R-ANNULLATE,
                        :R-RESE, :R-PREZZO, :R-FILIALE
                   FROM OrdineRiga r
                   JOIN OrdineAcquisto o
                     ON o.numero_ordine = r.numero_ordine
                   WHERE r.numero_ordine = :NUMERO-ORDINE
                     AND r.riga = :RIGA-ORDINE
           END-EXEC.
           IF R-RICEVUTE + R-ANNULLATE + R-RESE >= R-COPIE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE COPIE-MANCANTI =
               R-COPIE - R-RICEVUTE - R-ANNULLATE - R-RESE.
           COMPUTE VALORE-RESO = COPIE-MANCANTI * R-PREZZO.
           EXEC SQL
               UPDATE OrdineRiga
                   SET copie_annullate =
                           COALESCE(copie_annullate, 0)
                           + :COPIE-MANCANTI
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND riga = :RIGA-ORDINE
           END-EXEC.
           PERFORM RILASCIA-IMPEGNO.
           PERFORM CHIUDI-SE-EVASO.
           DISPLAY COPIE-MANCANTI " copie annullate, " VALORE-RESO
               " euro restituiti al budget.".

      *    Stesso rilascio di IMPORTA-CONFERME-ORDINE: totale
      *    dell'ordine e impegno sul budget dell'anno in corso.
       RILASCIA-IMPEGNO.
           EXEC SQL
               UPDATE OrdineAcquisto
                   SET totale = totale - :VALORE-RESO
                   WHERE numero_ordine = :NUMERO-ORDINE
           END-EXEC.
           EXEC SQL
               UPDATE BudgetFiliale
                   SET impegnato = impegnato - :VALORE-RESO
                   WHERE Filiale = TRIM(BOTH ' ' FROM :R-FILIALE)
                     AND anno = :ANNO-CORRENTE
           END-EXEC.

       CHIUDI-SE-EVASO.
           EXEC SQL
               SELECT COUNT(*) INTO :RIGHE-APERTE
                   FROM OrdineRiga
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND copie_ricevute < copie
                         - COALESCE(copie_annullate, 0)
                         - COALESCE(copie_rese, 0)
           END-EXEC.
           IF RIGHE-APERTE = 0
               EXEC SQL
                   UPDATE OrdineAcquisto
                       SET stato = 'RICEVUTO'
                       WHERE numero_ordine = :NUMERO-ORDINE
                         AND stato = 'APERTO'
               END-EXEC
               EXEC SQL
                   UPDATE ReclamiFornitore
                       SET stato = 'EVASO'
                       WHERE numero_ordine = :NUMERO-ORDINE
                         AND stato IN ('APERTO', 'RISPOSTO')
               END-EXEC
               DISPLAY "Ordine " NUMERO-ORDINE " evaso e chiuso."
           END-IF.

      *    Reso di copie consegnate: non si rendono piu' copie di
      *    quante risultano ricevute. Gli esemplari gia' registrati
      *    (ancora in filiera o a scaffale, non in prestito) escono
      *    con stato RESO e scarico dal registro d'ingresso. Le
      *    copie rese non si aspettano piu': per riaverle serve un
      *    nuovo ordine.
       REGISTRA-RESO.
           PERFORM LEGGI-RIGA-ORDINE.
           IF SQLCODE NOT = 0
               DISPLAY "Riga d'ordine non trovata."
               EXIT PARAGRAPH
           END-IF.
           IF R-RICEVUTE = ZERO
               DISPLAY "Nessuna copia ricevuta da rendere."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Copie da rendere: "
           ACCEPT COPIE-RESO.
           IF COPIE-RESO = ZERO OR COPIE-RESO > R-RICEVUTE
               DISPLAY "Numero di copie non valido (ricevute "
                   R-RICEVUTE ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Causale: D = danneggiato, E = titolo errato, "
               "C = copie in eccesso, A = altro: "
           ACCEPT CAUSALE-RESO.
           MOVE FUNCTION UPPER-CASE(CAUSALE-RESO) TO CAUSALE-RESO.
           IF NOT CAUSALE-VALIDA
               DISPLAY "Causale non valida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Note per il fornitore: "
           ACCEPT NOTE-RESO.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.
           COMPUTE VALORE-RESO = COPIE-RESO * R-PREZZO.
           EXEC SQL
               SELECT COALESCE(MAX(numero_reso), 0) INTO :MAX-RESO
                   FROM ResiFornitore
           END-EXEC.
           COMPUTE NUMERO-RESO = MAX-RESO + 1.
           EXEC SQL
               INSERT INTO ResiFornitore (numero_reso,
                   numero_ordine, riga, codice_fornitore, ISBN,
                   copie, prezzo, valore, causale, note, data_reso,
                   stato, operatore)
               VALUES (:NUMERO-RESO, :NUMERO-ORDINE, :RIGA-ORDINE,
                       :R-FORNITORE, TRIM(BOTH ' ' FROM :R-ISBN),
                       :COPIE-RESO, :R-PREZZO, :VALORE-RESO,
                       :CAUSALE-RESO,
                       TRIM(BOTH ' ' FROM :NOTE-RESO), :OGGI-DATA,
                       'IN ATTESA NC',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE OrdineRiga
                   SET copie_ricevute = copie_ricevute - :COPIE-RESO,
                       copie_rese = COALESCE(copie_rese, 0)
                                    + :COPIE-RESO
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND riga = :RIGA-ORDINE
           END-EXEC.
           PERFORM RILASCIA-IMPEGNO.
           PERFORM CHIUDI-SE-EVASO.

           MOVE ZERO TO ESEMPLARI-RESI.
           MOVE "S" TO ALTRO-ESEMPLARE.
           PERFORM RENDI-ESEMPLARE
               UNTIL ALTRO-ESEMPLARE NOT = "S"
                  OR ESEMPLARI-RESI >= COPIE-RESO.

           MOVE "RESO" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-RESO TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           PERFORM STAMPA-DOCUMENTO-RESO.
           DISPLAY "Reso " NUMERO-RESO " registrato: " COPIE-RESO
               " copie, " VALORE-RESO " euro in attesa di nota di "
               "credito.".

       RENDI-ESEMPLARE.
           DISPLAY "Barcode di un esemplare gia' registrato "
               "(INVIO se nessuno o finito): "
           ACCEPT BARCODE.
           IF BARCODE = SPACES
               MOVE "N" TO ALTRO-ESEMPLARE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT STATO INTO :STATO-ESEMPLARE
                   FROM Esemplare
                   WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :R-ISBN)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Esemplare non trovato per questo ISBN."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-ESEMPLARE NOT = "RICEVUTO"
              AND STATO-ESEMPLARE NOT = "IN CATALOG"
              AND STATO-ESEMPLARE NOT = "ETICHETTATO"
              AND STATO-ESEMPLARE NOT = "Disponibile"
               DISPLAY "Esemplare in stato " STATO-ESEMPLARE
                   ": non si puo' rendere."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'RESO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE)
           END-EXEC.
           EXEC SQL
               UPDATE Libro SET NumeroCopie = NumeroCopie - 1
                   WHERE ISBN = TRIM(BOTH ' ' FROM :R-ISBN)
           END-EXEC.
      *    La copia a scaffale esce anche dal contatore delle
      *    disponibili; quella in filiera non vi era mai entrata.
           IF STATO-ESEMPLARE = "Disponibile"
               MOVE R-ISBN TO AD-ISBN
               MOVE -1 TO AD-DELTA
               CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA
           END-IF.
           EXEC SQL
               UPDATE RegistroIngresso
                   SET stato = 'USCITO',
                       data_uscita = :OGGI-DATA,
                       motivo_uscita = 'RESO FORNITORE'
                   WHERE barcode = TRIM(BOTH ' ' FROM :BARCODE)
           END-EXEC.
           ADD 1 TO ESEMPLARI-RESI.

       STAMPA-DOCUMENTO-RESO.
           EXEC SQL
               SELECT nome INTO :NOME-FORNITORE
                   FROM Fornitore
                   WHERE codice = :R-FORNITORE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO NOME-FORNITORE
           END-IF.
           EVALUATE CAUSALE-RESO
               WHEN "D" MOVE "MERCE DANNEGGIATA" TO DESCRIZIONE-CAUSALE
               WHEN "E" MOVE "TITOLO ERRATO" TO DESCRIZIONE-CAUSALE
               WHEN "C" MOVE "COPIE IN ECCESSO" TO DESCRIZIONE-CAUSALE
               WHEN OTHER MOVE "ALTRO" TO DESCRIZIONE-CAUSALE
           END-EVALUATE.
           OPEN OUTPUT DOCUMENTO-OUTPUT.
           MOVE SPACES TO DOCUMENTO-LINE.
           STRING "BIBLIOTECA COMUNALE - DOCUMENTO DI RESO N. "
               NUMERO-RESO " DEL " OGGI-DATA
               DELIMITED BY SIZE INTO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           MOVE SPACES TO DOCUMENTO-LINE.
           STRING "SPETT. " NOME-FORNITORE
               DELIMITED BY SIZE INTO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           MOVE SPACES TO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           MOVE SPACES TO DOCUMENTO-LINE.
           STRING "VI RENDIAMO, SUL NOSTRO ORDINE " NUMERO-ORDINE
               " RIGA " RIGA-ORDINE ":"
               DELIMITED BY SIZE INTO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           MOVE SPACES TO DOCUMENTO-LINE.
           STRING "  ISBN " R-ISBN " " R-TITOLO(1:60)
               DELIMITED BY SIZE INTO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           MOVE SPACES TO DOCUMENTO-LINE.
           STRING "  COPIE " COPIE-RESO " A " R-PREZZO
               " = EURO " VALORE-RESO
               DELIMITED BY SIZE INTO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           MOVE SPACES TO DOCUMENTO-LINE.
           STRING "  CAUSALE " CAUSALE-RESO " - " DESCRIZIONE-CAUSALE
               DELIMITED BY SIZE INTO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           IF NOTE-RESO NOT = SPACES
               MOVE SPACES TO DOCUMENTO-LINE
               STRING "  NOTE: " NOTE-RESO
                   DELIMITED BY SIZE INTO DOCUMENTO-LINE
               WRITE DOCUMENTO-LINE
           END-IF.
           MOVE SPACES TO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           MOVE SPACES TO DOCUMENTO-LINE.
           STRING "SI RICHIEDE NOTA DI CREDITO CON RIFERIMENTO AL "
               "RESO N. " NUMERO-RESO "."
               DELIMITED BY SIZE INTO DOCUMENTO-LINE.
           WRITE DOCUMENTO-LINE.
           CLOSE DOCUMENTO-OUTPUT.
           DISPLAY "Documento di reso stampato.".

       ELENCA-RESI.
           EXEC SQL
               DECLARE C-RESI CURSOR FOR
                   SELECT t.numero_reso, COALESCE(f.nome, ' '),
                          t.numero_ordine, t.riga, t.ISBN, t.copie,
                          t.valore, t.causale, t.data_reso
                       FROM ResiFornitore t
                       LEFT JOIN Fornitore f
                         ON f.codice = t.codice_fornitore
                       WHERE t.stato = 'IN ATTESA NC'
                       ORDER BY 2, t.numero_reso
           END-EXEC.
           EXEC SQL OPEN C-RESI END-EXEC.
           EXEC SQL
               FETCH C-RESI INTO :T-NUMERO, :T-FORNITORE, :T-ORDINE,
                   :T-RIGA, :T-ISBN, :T-COPIE, :T-VALORE,
                   :T-CAUSALE, :T-DATA
           END-EXEC.
           DISPLAY "Resi in attesa di nota di credito:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "Reso " T-NUMERO " " T-FORNITORE(1:25)
                   " ordine " T-ORDINE "/" T-RIGA " " T-ISBN
                   " copie " T-COPIE " euro " T-VALORE
                   " causale " T-CAUSALE " del " T-DATA
               EXEC SQL
                   FETCH C-RESI INTO :T-NUMERO, :T-FORNITORE,
                       :T-ORDINE, :T-RIGA, :T-ISBN, :T-COPIE,
                       :T-VALORE, :T-CAUSALE, :T-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RESI END-EXEC.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-RECLAMI" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
