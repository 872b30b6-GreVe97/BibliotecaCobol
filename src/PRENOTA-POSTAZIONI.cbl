       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRENOTA-POSTAZIONI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".
           01 ESITO-CONTROLLO   PIC X(1).
             88 CONTROLLO-OK VALUE "S".

           01 FILIALE-POSTAZIONE PIC X(30).
           01 CODICE-POSTAZIONE PIC X(10).
           01 DESCRIZIONE-POSTAZIONE PIC X(50).
           01 STATO-POSTAZIONE  PIC X(10).

           01 NUMERO-PRENOTAZIONE PIC 9(7).
           01 MAX-PRENOTAZIONE  PIC 9(7).
           01 NUMERO-SESSIONE   PIC 9(9).
           01 MAX-SESSIONE      PIC 9(9).
           01 USERNAME-LETTORE  PIC X(50).
           01 DATA-RICHIESTA    PIC 9(8).
           01 ORA-DA            PIC 9(4).
           01 ORA-A             PIC 9(4).
           01 STATO-PRENOTAZIONE PIC X(12).
           01 OGGI-DATA         PIC 9(8).
           01 ADESSO-ORA.
               03 ADESSO-HHMM   PIC 9(4).
               03 ADESSO-SS     PIC 9(2).
           01 SCADENZA-TESSERA  PIC 9(8).

      *    Orari HHMM convertiti in minuti dalla mezzanotte per i
      *    conteggi della quota giornaliera.
           01 ORA-LAVORO        PIC 9(4).
           01 ORA-LAVORO-HH     PIC 9(2).
           01 ORA-LAVORO-MM     PIC 9(2).
           01 MINUTI-LAVORO     PIC 9(5).
           01 MINUTI-DA         PIC 9(5).
           01 MINUTI-A          PIC 9(5).
           01 MINUTI-RICHIESTI  PIC 9(5).
           01 MINUTI-GIA-USATI  PIC 9(5).
           01 MINUTI-SESSIONE   PIC 9(5).

      *    Quota giornaliera per tesserato, in minuti, sommando
      *    tutte le postazioni di tutte le Filiali (Parametri
      *    POSTAZIONI-MINUTI-GIORNO); grazia sul mancato arrivo
      *    come per le sale (POSTAZIONI-MINUTI-GRAZIA).
           01 MINUTI-GIORNO     PIC 9(5) VALUE 120.
           01 MINUTI-GRAZIA     PIC 9(3) VALUE 15.
           01 PARAMETRO-TESTO   PIC X(50).

           01 CONTA-CHIUSURE    PIC 9(5).
           01 CONTA-CONFLITTI   PIC 9(5).
           01 CONTA-UTENTE      PIC 9(5).
           01 CONTATORE-RILASCI PIC 9(5).
           01 CONTATORE-RIGHE   PIC 9(5).

           01 POSTAZIONE-REC.
               03 S-CODICE      PIC X(10).
               03 S-DESCRIZIONE PIC X(50).
               03 S-STATO       PIC X(10).

           01 OCCUPAZIONE-REC.
               03 O-NUMERO      PIC 9(7).
               03 O-FILIALE     PIC X(30).
               03 O-POSTAZIONE  PIC X(10).
               03 O-USERNAME    PIC X(50).
               03 O-DATA        PIC 9(8).
               03 O-ORA-DA      PIC 9(4).
               03 O-ORA-A       PIC 9(4).
               03 O-STATO       PIC X(12).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).
      *    "L" quando a chiamare e' AREA-LETTORE: il lettore prenota
      *    e annulla solo per se stesso; arrivo e uscita si
      *    registrano al banco, che identifica il tesserato.
           01 MODO-CHIAMATA      PIC X(1).

       PROCEDURE DIVISION USING OPERATORE-USERNAME, MODO-CHIAMATA.
      *    Postazioni internet pubbliche per Filiale
      *    (PostazioniPubbliche) e loro prenotazioni a fascia
      *    oraria (PrenotazioniPostazioni), al banco o dall'area
      *    lettore, con una quota di minuti al giorno per
      *    tesserato. L'arrivo e l'uscita registrati al banco
      *    aprono e chiudono la sessione identificata
      *    (SessioniPostazioni: chi, quale postazione, da che ora
      *    a che ora), richiesta dal comune. Le sessioni si
      *    consultano con INTERROGA-SESSIONI e si cancellano
      *    oltre il periodo di conservazione con
      *    PURGA-SESSIONI-POSTAZIONI.
       PRENOTA-POSTAZIONI-PARA.
           DISPLAY "------- SONO PRENOTA-POSTAZIONI!".
           PERFORM LEGGI-PARAMETRI.
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Postazioni Internet -----"
               DISPLAY "1. Prenota una postazione"
               DISPLAY "2. Annulla una prenotazione"
               IF MODO-CHIAMATA = "L"
                   DISPLAY "3. Le mie prenotazioni"
               ELSE
                   DISPLAY "3. Foglio delle postazioni del giorno"
                   DISPLAY "4. Arrivo: apri la sessione"
                   DISPLAY "5. Uscita: chiudi la sessione"
                   DISPLAY "6. Libera le postazioni non presentate"
                   DISPLAY "7. Inventario postazioni (nuova/stato)"
               END-IF
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               IF MODO-CHIAMATA = "L" AND SCELTA-MENU > 3
                   MOVE 99 TO SCELTA-MENU
               END-IF
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVA-PRENOTAZIONE-POSTAZIONE
                   WHEN 2 PERFORM ANNULLA-PRENOTAZIONE-POSTAZIONE
                   WHEN 3
                       IF MODO-CHIAMATA = "L"
                           PERFORM MIE-PRENOTAZIONI
                       ELSE
                           PERFORM FOGLIO-POSTAZIONI
                       END-IF
                   WHEN 4 PERFORM APRI-SESSIONE
                   WHEN 5 PERFORM CHIUDI-SESSIONE-POSTAZIONE
                   WHEN 6 PERFORM RILASCIA-MANCATI-ARRIVI
                   WHEN 7 PERFORM INVENTARIO-POSTAZIONI
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       LEGGI-PARAMETRI.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'POSTAZIONI-MINUTI-GIORNO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO MINUTI-GIORNO
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'POSTAZIONI-MINUTI-GRAZIA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO MINUTI-GRAZIA
           END-IF.

       INVENTARIO-POSTAZIONI.
           DISPLAY "Filiale della postazione: "
           ACCEPT FILIALE-POSTAZIONE.
           PERFORM ELENCA-POSTAZIONI-FILIALE.
           DISPLAY "Codice della postazione (es. PC-01): "
           ACCEPT CODICE-POSTAZIONE.
           IF CODICE-POSTAZIONE = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT stato INTO :STATO-POSTAZIONE
                   FROM PostazioniPubbliche
                   WHERE Filiale =
                         TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE)
                     AND codice_postazione =
                         TRIM(BOTH ' ' FROM :CODICE-POSTAZIONE)
           END-EXEC.
           IF SQLCODE = 0
      *        Postazione esistente: cambio di stato (una GUASTA
      *        non si prenota; DISMESSA esce dall'elenco).
               DISPLAY "Stato attuale: " STATO-POSTAZIONE
               DISPLAY "Nuovo stato (ATTIVA/GUASTA/DISMESSA): "
               ACCEPT STATO-POSTAZIONE
               MOVE FUNCTION UPPER-CASE(STATO-POSTAZIONE)
                   TO STATO-POSTAZIONE
               IF STATO-POSTAZIONE NOT = "ATTIVA" AND
                  STATO-POSTAZIONE NOT = "GUASTA" AND
                  STATO-POSTAZIONE NOT = "DISMESSA"
                   DISPLAY "ERRORE: stato non valido."
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   UPDATE PostazioniPubbliche
                       SET stato = :STATO-POSTAZIONE
                       WHERE Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE)
                         AND codice_postazione =
                             TRIM(BOTH ' ' FROM :CODICE-POSTAZIONE)
               END-EXEC
               MOVE "STATO-POSTAZIONE" TO AUDIT-OPERAZIONE
           ELSE
               DISPLAY "Descrizione: "
               ACCEPT DESCRIZIONE-POSTAZIONE
               EXEC SQL
                   INSERT INTO PostazioniPubbliche (Filiale,
                       codice_postazione, descrizione, stato)
                   VALUES (TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE),
                           TRIM(BOTH ' ' FROM :CODICE-POSTAZIONE),
                           TRIM(BOTH ' ' FROM
                               :DESCRIZIONE-POSTAZIONE),
                           'ATTIVA')
               END-EXEC
               MOVE "NUOVA-POSTAZIONE" TO AUDIT-OPERAZIONE
           END-IF.
           IF SQLCODE = 0
               MOVE CODICE-POSTAZIONE TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Postazione registrata."
           ELSE
               DISPLAY "ERRORE: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       ELENCA-POSTAZIONI-FILIALE.
           EXEC SQL
               DECLARE C-POSTAZIONI CURSOR FOR
                   SELECT codice_postazione, descrizione, stato
                       FROM PostazioniPubbliche
                       WHERE Filiale =
                           TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE)
                         AND stato <> 'DISMESSA'
                       ORDER BY codice_postazione
           END-EXEC.
           EXEC SQL OPEN C-POSTAZIONI END-EXEC.
           EXEC SQL
               FETCH C-POSTAZIONI INTO :S-CODICE, :S-DESCRIZIONE,
                   :S-STATO
           END-EXEC.
           DISPLAY "Postazioni della Filiale " FILIALE-POSTAZIONE ":".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  " S-CODICE " - " S-DESCRIZIONE " ["
                   S-STATO "]"
               EXEC SQL
                   FETCH C-POSTAZIONI INTO :S-CODICE,
                       :S-DESCRIZIONE, :S-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-POSTAZIONI END-EXEC.

       NUOVA-PRENOTAZIONE-POSTAZIONE.
           IF MODO-CHIAMATA = "L"
               MOVE OPERATORE-USERNAME TO USERNAME-LETTORE
           ELSE
               DISPLAY "Username dell'utente: "
               ACCEPT USERNAME-LETTORE
           END-IF.
           DISPLAY "Filiale: "
           ACCEPT FILIALE-POSTAZIONE.
           PERFORM ELENCA-POSTAZIONI-FILIALE.
           DISPLAY "Codice della postazione: "
           ACCEPT CODICE-POSTAZIONE.
           DISPLAY "Giorno richiesto (AAAAMMGG): "
           ACCEPT DATA-RICHIESTA.
           DISPLAY "Ora di inizio (HHMM): "
           ACCEPT ORA-DA.
           DISPLAY "Ora di fine (HHMM): "
           ACCEPT ORA-A.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF DATA-RICHIESTA < OGGI-DATA
               DISPLAY "ERRORE: giorno gia' passato."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO NUMERO-PRENOTAZIONE.
           PERFORM CONTROLLA-FASCIA.
           IF NOT CONTROLLO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRENOTATO" TO STATO-PRENOTAZIONE.
           PERFORM INSERISCI-PRENOTAZIONE.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Prenotazione " NUMERO-PRENOTAZIONE
                   " registrata: postazione " CODICE-POSTAZIONE
                   " dalle " ORA-DA " alle " ORA-A "."
           END-IF.

      *    Controlli comuni a prenotazione e arrivo senza
      *    prenotazione: utente e tessera, postazione attiva,
      *    Filiale aperta, fascia libera sulla postazione e per il
      *    lettore, quota di minuti del giorno.
       CONTROLLA-FASCIA.
           MOVE "N" TO ESITO-CONTROLLO.
           EXEC SQL
               SELECT COUNT(*), MAX(COALESCE(DataScadenzaTessera, 0))
                   INTO :CONTA-UTENTE, :SCADENZA-TESSERA
                   FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF CONTA-UTENTE = 0
               DISPLAY "ERRORE: utente non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF SCADENZA-TESSERA > 0 AND
              SCADENZA-TESSERA < DATA-RICHIESTA
               DISPLAY "ERRORE: tessera scaduta il "
                   SCADENZA-TESSERA "."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT stato INTO :STATO-POSTAZIONE
                   FROM PostazioniPubbliche
                   WHERE Filiale =
                         TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE)
                     AND codice_postazione =
                         TRIM(BOTH ' ' FROM :CODICE-POSTAZIONE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE: postazione non trovata in questa "
                   "Filiale."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-POSTAZIONE NOT = "ATTIVA"
               DISPLAY "ERRORE: postazione " STATO-POSTAZIONE "."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CHIUSURE
                   FROM CalendarioChiusure
                   WHERE data_chiusura = :DATA-RICHIESTA
                     AND (Filiale = '*' OR Filiale =
                          TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE))
           END-EXEC.
           IF CONTA-CHIUSURE > 0
               DISPLAY "ERRORE: la Filiale e' chiusa in quel giorno."
               EXIT PARAGRAPH
           END-IF.
           IF ORA-A <= ORA-DA OR ORA-A > 2400
               DISPLAY "ERRORE: fascia oraria non valida."
               EXIT PARAGRAPH
           END-IF.
           MOVE ORA-DA TO ORA-LAVORO.
           PERFORM CONVERTI-MINUTI.
           MOVE MINUTI-LAVORO TO MINUTI-DA.
           MOVE ORA-A TO ORA-LAVORO.
           PERFORM CONVERTI-MINUTI.
           MOVE MINUTI-LAVORO TO MINUTI-A.
           COMPUTE MINUTI-RICHIESTI = MINUTI-A - MINUTI-DA.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CONFLITTI
                   FROM PrenotazioniPostazioni
                   WHERE Filiale =
                         TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE)
                     AND codice_postazione =
                         TRIM(BOTH ' ' FROM :CODICE-POSTAZIONE)
                     AND data_prenotazione = :DATA-RICHIESTA
                     AND stato IN ('PRENOTATO', 'IN CORSO')
                     AND numero_prenotazione <> :NUMERO-PRENOTAZIONE
                     AND ora_da < :ORA-A
                     AND ora_a > :ORA-DA
           END-EXEC.
           IF CONTA-CONFLITTI > 0
               DISPLAY "ERRORE: la postazione e' gia' prenotata in "
                   "quella fascia oraria."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CONFLITTI
                   FROM PrenotazioniPostazioni
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND data_prenotazione = :DATA-RICHIESTA
                     AND stato IN ('PRENOTATO', 'IN CORSO')
                     AND numero_prenotazione <> :NUMERO-PRENOTAZIONE
                     AND ora_da < :ORA-A
                     AND ora_a > :ORA-DA
           END-EXEC.
           IF CONTA-CONFLITTI > 0
               DISPLAY "ERRORE: l'utente ha gia' una postazione in "
                   "quella fascia oraria."
               EXIT PARAGRAPH
           END-IF.
      *    Quota: fasce prenotate o in corso piu' il tempo gia'
      *    usato nel giorno (le concluse valgono per la durata
      *    effettiva, riscritta all'uscita).
           EXEC SQL
               SELECT COALESCE(SUM((ora_a / 100) * 60
                          + MOD(ora_a, 100)
                          - (ora_da / 100) * 60
                          - MOD(ora_da, 100)), 0)
                   INTO :MINUTI-GIA-USATI
                   FROM PrenotazioniPostazioni
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND data_prenotazione = :DATA-RICHIESTA
                     AND stato IN ('PRENOTATO', 'IN CORSO',
                                   'CONCLUSO')
                     AND numero_prenotazione <> :NUMERO-PRENOTAZIONE
           END-EXEC.
           IF MINUTI-GIA-USATI + MINUTI-RICHIESTI > MINUTI-GIORNO
               DISPLAY "ERRORE: quota giornaliera di " MINUTI-GIORNO
                   " minuti superata (gia' usati o prenotati: "
                   MINUTI-GIA-USATI ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO ESITO-CONTROLLO.

       INSERISCI-PRENOTAZIONE.
           EXEC SQL
               SELECT COALESCE(MAX(numero_prenotazione), 0)
                   INTO :MAX-PRENOTAZIONE
                   FROM PrenotazioniPostazioni
           END-EXEC.
           COMPUTE NUMERO-PRENOTAZIONE = MAX-PRENOTAZIONE + 1.
           EXEC SQL
               INSERT INTO PrenotazioniPostazioni
                   (numero_prenotazione, Filiale, codice_postazione,
                    Username, data_prenotazione, ora_da, ora_a,
                    stato, operatore)
               VALUES (:NUMERO-PRENOTAZIONE,
                       TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE),
                       TRIM(BOTH ' ' FROM :CODICE-POSTAZIONE),
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       :DATA-RICHIESTA, :ORA-DA, :ORA-A,
                       :STATO-PRENOTAZIONE,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE = 0
               MOVE "PRENOTA-POSTAZIONE" TO AUDIT-OPERAZIONE
               MOVE SPACES TO AUDIT-CHIAVE
               MOVE NUMERO-PRENOTAZIONE TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
           ELSE
               DISPLAY "ERRORE: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       ANNULLA-PRENOTAZIONE-POSTAZIONE.
           DISPLAY "Numero della prenotazione da annullare: "
           ACCEPT NUMERO-PRENOTAZIONE.
           IF MODO-CHIAMATA = "L"
               EXEC SQL
                   UPDATE PrenotazioniPostazioni
                       SET stato = 'ANNULLATO'
                       WHERE numero_prenotazione =
                           :NUMERO-PRENOTAZIONE
                         AND Username =
                             TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
                         AND stato = 'PRENOTATO'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE PrenotazioniPostazioni
                       SET stato = 'ANNULLATO'
                       WHERE numero_prenotazione =
                           :NUMERO-PRENOTAZIONE
                         AND stato = 'PRENOTATO'
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Prenotazione annullata."
           ELSE
               DISPLAY "Nessuna prenotazione annullabile con questo "
                   "numero."
           END-IF.

      *    Arrivo al banco: il tesserato si identifica con la
      *    tessera e la sessione si apre a suo nome, all'ora reale.
      *    Senza prenotazione (numero 0) si prenota al volo da
      *    adesso per i minuti richiesti, con gli stessi controlli.
       APRI-SESSIONE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.
           DISPLAY "Numero della prenotazione (0 = senza): "
           ACCEPT NUMERO-PRENOTAZIONE.
           IF NUMERO-PRENOTAZIONE = 0
               PERFORM PRENOTAZIONE-AL-VOLO
               IF NOT CONTROLLO-OK
                   EXIT PARAGRAPH
               END-IF
           ELSE
               EXEC SQL
                   SELECT Filiale, codice_postazione, Username,
                          ora_da, ora_a
                       INTO :FILIALE-POSTAZIONE, :CODICE-POSTAZIONE,
                            :USERNAME-LETTORE, :ORA-DA, :ORA-A
                       FROM PrenotazioniPostazioni
                       WHERE numero_prenotazione =
                             :NUMERO-PRENOTAZIONE
                         AND data_prenotazione = :OGGI-DATA
                         AND stato = 'PRENOTATO'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Nessuna prenotazione di oggi in attesa "
                       "con questo numero."
                   EXIT PARAGRAPH
               END-IF
               IF ADESSO-HHMM >= ORA-A
                   DISPLAY "ERRORE: la fascia prenotata e' gia' "
                       "finita."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Utente: " USERNAME-LETTORE(1:30)
               " - verificare la tessera prima di proseguire.".

           EXEC SQL
               SELECT COALESCE(MAX(numero_sessione), 0)
                   INTO :MAX-SESSIONE
                   FROM SessioniPostazioni
           END-EXEC.
           COMPUTE NUMERO-SESSIONE = MAX-SESSIONE + 1.
           EXEC SQL
               INSERT INTO SessioniPostazioni (numero_sessione,
                   numero_prenotazione, Filiale, codice_postazione,
                   Username, data_sessione, ora_inizio, ora_fine,
                   operatore_apertura)
               VALUES (:NUMERO-SESSIONE, :NUMERO-PRENOTAZIONE,
                       TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE),
                       TRIM(BOTH ' ' FROM :CODICE-POSTAZIONE),
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       :OGGI-DATA, :ADESSO-HHMM, 0,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE PrenotazioniPostazioni SET stato = 'IN CORSO'
                   WHERE numero_prenotazione = :NUMERO-PRENOTAZIONE
           END-EXEC.
           MOVE "APRI-SESSIONE-PC" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-SESSIONE TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Sessione " NUMERO-SESSIONE " aperta sulla "
               "postazione " CODICE-POSTAZIONE " alle "
               ADESSO-HHMM(1:2) ":" ADESSO-HHMM(3:2)
               ", fine prevista " ORA-A(1:2) ":" ORA-A(3:2) ".".

       PRENOTAZIONE-AL-VOLO.
           MOVE "N" TO ESITO-CONTROLLO.
           DISPLAY "Username dell'utente: "
           ACCEPT USERNAME-LETTORE.
           DISPLAY "Filiale: "
           ACCEPT FILIALE-POSTAZIONE.
           DISPLAY "Codice della postazione: "
           ACCEPT CODICE-POSTAZIONE.
           DISPLAY "Minuti richiesti: "
           ACCEPT MINUTI-SESSIONE.
           IF MINUTI-SESSIONE = 0
               DISPLAY "ERRORE: durata non valida."
               EXIT PARAGRAPH
           END-IF.
           MOVE OGGI-DATA TO DATA-RICHIESTA.
           MOVE ADESSO-HHMM TO ORA-DA.
           MOVE ADESSO-HHMM TO ORA-LAVORO.
           PERFORM CONVERTI-MINUTI.
           ADD MINUTI-SESSIONE TO MINUTI-LAVORO.
           PERFORM CONVERTI-ORA.
           MOVE ORA-LAVORO TO ORA-A.
           PERFORM CONTROLLA-FASCIA.
           IF NOT CONTROLLO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "IN CORSO" TO STATO-PRENOTAZIONE.
           PERFORM INSERISCI-PRENOTAZIONE.
           IF SQLCODE NOT = 0
               MOVE "N" TO ESITO-CONTROLLO
           END-IF.

      *    Uscita: si chiude la sessione aperta sulla postazione.
      *    La prenotazione si accorcia all'ora di uscita, cosi' i
      *    minuti non usati tornano nella quota del giorno.
       CHIUDI-SESSIONE-POSTAZIONE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.
           DISPLAY "Filiale: "
           ACCEPT FILIALE-POSTAZIONE.
           DISPLAY "Codice della postazione: "
           ACCEPT CODICE-POSTAZIONE.
           EXEC SQL
               SELECT numero_sessione,
                      COALESCE(numero_prenotazione, 0),
                      Username, ora_inizio
                   INTO :NUMERO-SESSIONE, :NUMERO-PRENOTAZIONE,
                        :USERNAME-LETTORE, :ORA-DA
                   FROM SessioniPostazioni
                   WHERE Filiale =
                         TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE)
                     AND codice_postazione =
                         TRIM(BOTH ' ' FROM :CODICE-POSTAZIONE)
                     AND data_sessione = :OGGI-DATA
                     AND ora_fine = 0
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna sessione aperta su questa postazione."
               EXIT PARAGRAPH
           END-IF.
           MOVE ORA-DA TO ORA-LAVORO.
           PERFORM CONVERTI-MINUTI.
           MOVE MINUTI-LAVORO TO MINUTI-DA.
           MOVE ADESSO-HHMM TO ORA-LAVORO.
           PERFORM CONVERTI-MINUTI.
           COMPUTE MINUTI-SESSIONE = MINUTI-LAVORO - MINUTI-DA.
           EXEC SQL
               UPDATE SessioniPostazioni
                   SET ora_fine = :ADESSO-HHMM,
                       minuti = :MINUTI-SESSIONE,
                       operatore_chiusura =
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       chiusura = 'BANCO'
                   WHERE numero_sessione = :NUMERO-SESSIONE
           END-EXEC.
           EXEC SQL
               UPDATE PrenotazioniPostazioni
                   SET stato = 'CONCLUSO',
                       ora_a = CASE WHEN ora_a > :ADESSO-HHMM
                                    THEN :ADESSO-HHMM
                                    ELSE ora_a END
                   WHERE numero_prenotazione = :NUMERO-PRENOTAZIONE
           END-EXEC.
           MOVE "CHIUDI-SESSIONE-PC" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-SESSIONE TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Sessione " NUMERO-SESSIONE " di "
               USERNAME-LETTORE(1:30) " chiusa: "
               MINUTI-SESSIONE " minuti.".

      *    Mancati arrivi: come per le sale, le prenotazioni di oggi
      *    ancora PRENOTATO oltre la grazia liberano la postazione
      *    (e la quota del lettore).
       RILASCIA-MANCATI-ARRIVI.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.
           MOVE ADESSO-HHMM TO ORA-LAVORO.
           PERFORM CONVERTI-MINUTI.
           IF MINUTI-LAVORO > MINUTI-GRAZIA
               SUBTRACT MINUTI-GRAZIA FROM MINUTI-LAVORO
           ELSE
               MOVE ZERO TO MINUTI-LAVORO
           END-IF.
           PERFORM CONVERTI-ORA.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTATORE-RILASCI
                   FROM PrenotazioniPostazioni
                   WHERE data_prenotazione = :OGGI-DATA
                     AND stato = 'PRENOTATO'
                     AND ora_da < :ORA-LAVORO
           END-EXEC.
           EXEC SQL
               UPDATE PrenotazioniPostazioni SET stato = 'LIBERATO'
                   WHERE data_prenotazione = :OGGI-DATA
                     AND stato = 'PRENOTATO'
                     AND ora_da < :ORA-LAVORO
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Postazioni liberate per mancato arrivo: "
               CONTATORE-RILASCI ".".

       FOGLIO-POSTAZIONI.
           DISPLAY "Filiale: "
           ACCEPT FILIALE-POSTAZIONE.
           DISPLAY "Giorno (AAAAMMGG, INVIO = oggi): "
           ACCEPT DATA-RICHIESTA.
           IF DATA-RICHIESTA = 0
               ACCEPT DATA-RICHIESTA FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO CONTATORE-RIGHE.
           EXEC SQL
               DECLARE C-FOGLIO CURSOR FOR
                   SELECT numero_prenotazione, Filiale,
                          codice_postazione, Username,
                          data_prenotazione, ora_da, ora_a, stato
                       FROM PrenotazioniPostazioni
                       WHERE Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-POSTAZIONE)
                         AND data_prenotazione = :DATA-RICHIESTA
                         AND stato IN ('PRENOTATO', 'IN CORSO',
                                       'CONCLUSO')
                       ORDER BY codice_postazione, ora_da
           END-EXEC.
           EXEC SQL OPEN C-FOGLIO END-EXEC.
           EXEC SQL
               FETCH C-FOGLIO INTO :O-NUMERO, :O-FILIALE,
                   :O-POSTAZIONE, :O-USERNAME, :O-DATA, :O-ORA-DA,
                   :O-ORA-A, :O-STATO
           END-EXEC.
           DISPLAY "Postazioni del " DATA-RICHIESTA " - "
               FILIALE-POSTAZIONE ":".
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-RIGHE
               DISPLAY "  " O-POSTAZIONE " " O-ORA-DA "-" O-ORA-A
                   " " O-USERNAME(1:20) " [" O-STATO "] (n. "
                   O-NUMERO ")"
               EXEC SQL
                   FETCH C-FOGLIO INTO :O-NUMERO, :O-FILIALE,
                       :O-POSTAZIONE, :O-USERNAME, :O-DATA,
                       :O-ORA-DA, :O-ORA-A, :O-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-FOGLIO END-EXEC.
           DISPLAY "Fasce in totale: " CONTATORE-RIGHE ".".

      *    Dall'area lettore: solo le proprie prenotazioni da oggi
      *    in poi, senza il foglio degli altri.
       MIE-PRENOTAZIONI.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               DECLARE C-MIE-POSTAZIONI CURSOR FOR
                   SELECT numero_prenotazione, Filiale,
                          codice_postazione, Username,
                          data_prenotazione, ora_da, ora_a, stato
                       FROM PrenotazioniPostazioni
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
                         AND data_prenotazione >= :OGGI-DATA
                         AND stato IN ('PRENOTATO', 'IN CORSO')
                       ORDER BY data_prenotazione, ora_da
           END-EXEC.
           EXEC SQL OPEN C-MIE-POSTAZIONI END-EXEC.
           EXEC SQL
               FETCH C-MIE-POSTAZIONI INTO :O-NUMERO, :O-FILIALE,
                   :O-POSTAZIONE, :O-USERNAME, :O-DATA, :O-ORA-DA,
                   :O-ORA-A, :O-STATO
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessuna prenotazione di postazioni."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  n. " O-NUMERO " " O-DATA " " O-ORA-DA "-"
                   O-ORA-A " " O-FILIALE(1:20) " " O-POSTAZIONE
                   " [" O-STATO "]"
               EXEC SQL
                   FETCH C-MIE-POSTAZIONI INTO :O-NUMERO,
                       :O-FILIALE, :O-POSTAZIONE, :O-USERNAME,
                       :O-DATA, :O-ORA-DA, :O-ORA-A, :O-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MIE-POSTAZIONI END-EXEC.
           DISPLAY "Quota giornaliera: " MINUTI-GIORNO " minuti.".

       CONVERTI-MINUTI.
           DIVIDE ORA-LAVORO BY 100 GIVING ORA-LAVORO-HH
               REMAINDER ORA-LAVORO-MM.
           COMPUTE MINUTI-LAVORO = ORA-LAVORO-HH * 60 + ORA-LAVORO-MM.

       CONVERTI-ORA.
           DIVIDE MINUTI-LAVORO BY 60 GIVING ORA-LAVORO-HH
               REMAINDER ORA-LAVORO-MM.
           COMPUTE ORA-LAVORO = ORA-LAVORO-HH * 100 + ORA-LAVORO-MM.

       REGISTRA-AUDIT.
           MOVE "PRENOTA-POSTAZIONI" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
