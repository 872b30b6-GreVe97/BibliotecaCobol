       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-TARIFFE.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 FILIALE-SCELTA    PIC X(30).
           01 CONTA-RIGHE       PIC 9(5).
           01 TARIFFE-TROVATE   PIC 9(5).

           01 TARIFFA-REC.
               03 T-CODICE          PIC X(10).
               03 T-FILIALE         PIC X(30).
               03 T-DESCRIZIONE     PIC X(50).
               03 T-UNITA           PIC X(10).
               03 T-PREZZO          PIC 9(5)V99.
               03 T-ATTIVO          PIC X(1).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Tariffario dei servizi venduti al banco (fotocopie,
      *    stampe, scansioni, buste, chiavette...), per Filiale
      *    (TariffeServizi, chiave codice_servizio + Filiale). Le
      *    vendite le registra VENDITA-SERVIZI sulla cassa aperta;
      *    una tariffa non si cancella, si disattiva, perche' lo
      *    storico delle vendite e il riepilogo mensile
      *    (REPORT-VENDITE-SERVIZI) continuano a citarla.
       GESTIONE-TARIFFE-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-TARIFFE!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Tariffario servizi di sportello -----"
               DISPLAY "1. Elenco tariffe di una Filiale"
               DISPLAY "2. Imposta una tariffa (nuova o variata)"
               DISPLAY "3. Disattiva una tariffa"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-TARIFFE
                   WHEN 2 PERFORM IMPOSTA-TARIFFA
                   WHEN 3 PERFORM DISATTIVA-TARIFFA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       ELENCA-TARIFFE.
           DISPLAY "Filiale: "
           ACCEPT FILIALE-SCELTA.
           MOVE ZERO TO TARIFFE-TROVATE.
           EXEC SQL
               DECLARE C-TARIFFE CURSOR FOR
                   SELECT codice_servizio, Filiale, descrizione,
                          COALESCE(unita, ' '), prezzo, attivo
                       FROM TariffeServizi
                       WHERE Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-SCELTA)
                       ORDER BY codice_servizio
           END-EXEC.
           EXEC SQL OPEN C-TARIFFE END-EXEC.
           EXEC SQL
               FETCH C-TARIFFE INTO :T-CODICE, :T-FILIALE,
                   :T-DESCRIZIONE, :T-UNITA, :T-PREZZO, :T-ATTIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO TARIFFE-TROVATE
               DISPLAY T-CODICE " " T-DESCRIZIONE(1:35) " "
                   T-PREZZO " euro/" T-UNITA " attiva: " T-ATTIVO
               EXEC SQL
                   FETCH C-TARIFFE INTO :T-CODICE, :T-FILIALE,
                       :T-DESCRIZIONE, :T-UNITA, :T-PREZZO,
                       :T-ATTIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TARIFFE END-EXEC.
           IF TARIFFE-TROVATE = ZERO
               DISPLAY "Nessuna tariffa per questa Filiale."
           END-IF.

       IMPOSTA-TARIFFA.
           DISPLAY "Filiale: "
           ACCEPT T-FILIALE.
           DISPLAY "Codice del servizio (es. FOTOC-A4): "
           ACCEPT T-CODICE.
           IF T-FILIALE = SPACES OR T-CODICE = SPACES
               DISPLAY "Filiale e codice sono obbligatori."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(T-CODICE) TO T-CODICE.
           DISPLAY "Descrizione: "
           ACCEPT T-DESCRIZIONE.
           DISPLAY "Unita' di vendita (pagina, pezzo...): "
           ACCEPT T-UNITA.
           DISPLAY "Prezzo unitario: "
           ACCEPT T-PREZZO.
           IF T-PREZZO = ZERO
               DISPLAY "Il prezzo deve essere maggiore di zero."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-RIGHE FROM TariffeServizi
                   WHERE codice_servizio =
                         TRIM(BOTH ' ' FROM :T-CODICE)
                     AND Filiale = TRIM(BOTH ' ' FROM :T-FILIALE)
           END-EXEC.
           IF CONTA-RIGHE > 0
               EXEC SQL
                   UPDATE TariffeServizi
                       SET descrizione =
                               TRIM(BOTH ' ' FROM :T-DESCRIZIONE),
                           unita = TRIM(BOTH ' ' FROM :T-UNITA),
                           prezzo = :T-PREZZO,
                           attivo = 'S'
                       WHERE codice_servizio =
                             TRIM(BOTH ' ' FROM :T-CODICE)
                         AND Filiale = TRIM(BOTH ' ' FROM :T-FILIALE)
               END-EXEC
               MOVE "VARIAZIONE" TO AUDIT-OPERAZIONE
           ELSE
               EXEC SQL
                   INSERT INTO TariffeServizi (codice_servizio,
                       Filiale, descrizione, unita, prezzo, attivo)
                   VALUES (TRIM(BOTH ' ' FROM :T-CODICE),
                           TRIM(BOTH ' ' FROM :T-FILIALE),
                           TRIM(BOTH ' ' FROM :T-DESCRIZIONE),
                           TRIM(BOTH ' ' FROM :T-UNITA),
                           :T-PREZZO, 'S')
               END-EXEC
               MOVE "INSERIMENTO" TO AUDIT-OPERAZIONE
           END-IF.
           IF SQLCODE = 0
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Tariffa registrata."
           ELSE
               DISPLAY "ERRORE nella registrazione della tariffa: "
                   SQLERRMC
           END-IF.

       DISATTIVA-TARIFFA.
           DISPLAY "Filiale: "
           ACCEPT T-FILIALE.
           DISPLAY "Codice del servizio: "
           ACCEPT T-CODICE.
           MOVE FUNCTION UPPER-CASE(T-CODICE) TO T-CODICE.
           EXEC SQL
               UPDATE TariffeServizi
                   SET attivo = 'N'
                   WHERE codice_servizio =
                         TRIM(BOTH ' ' FROM :T-CODICE)
                     AND Filiale = TRIM(BOTH ' ' FROM :T-FILIALE)
                     AND attivo = 'S'
           END-EXEC.
           IF SQLCODE = 0
               MOVE "DISATTIVAZIONE" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Tariffa disattivata."
           ELSE
               DISPLAY "Nessuna tariffa attiva con questi estremi."
           END-IF.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-TARIFFE" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           STRING T-CODICE " " T-FILIALE
               DELIMITED BY SIZE INTO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
