       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-RECLAMI-LETTORI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 DATA-PREAVVISO    PIC 9(8).
           01 NUMERO-RECLAMO    PIC 9(7).
           01 MAX-RECLAMO       PIC 9(7).
           01 RECORD-TROVATI    PIC 9(5).
           01 RUOLO-PERSONALE   PIC X(30).
           01 FILIALE-FILTRO    PIC X(30).
           01 STATO-RECLAMO     PIC X(10).

      *    Reclami e suggerimenti dei lettori (ReclamiLettori). La
      *    risposta e' dovuta entro RECLAMI-LETTORI-GIORNI giorni di
      *    calendario dal ricevimento (Parametri, 30 se assente);
      *    RECLAMI-LETTORI-PREAVVISO giorni prima della scadenza il
      *    reclamo compare in SITUAZIONE-OGGI.
           01 PARAMETRO-TESTO   PIC X(50).
           01 GIORNI-RISPOSTA   PIC 9(3) VALUE 30.
           01 GIORNI-PREAVVISO  PIC 9(3) VALUE 5.

           01 TIPO-SCELTO       PIC X(1).
             88 TIPO-VALIDO VALUE "R" "S".
           01 CATEGORIA-SCELTA  PIC X(1).
             88 CATEGORIA-VALIDA VALUE "1" THRU "8".
           01 CANALE-SCELTO     PIC X(1).
             88 CANALE-VALIDO VALUE "E" "L" "M" "B".
           01 ESITO-SCELTO      PIC X(1).
             88 ESITO-VALIDO VALUE "A" "P" "R" "I".

           01 RECLAMO-REC.
               03 K-NUMERO      PIC 9(7).
               03 K-TIPO        PIC X(12).
               03 K-CATEGORIA   PIC X(12).
               03 K-FILIALE     PIC X(30).
               03 K-USERNAME    PIC X(50).
               03 K-PRESTITO    PIC 9(9).
               03 K-MULTA-ISBN  PIC X(50).
               03 K-MULTA-DATA  PIC 9(8).
               03 K-CANALE      PIC X(10).
               03 K-RICEVUTO    PIC 9(8).
               03 K-SCADENZA    PIC 9(8).
               03 K-ASSEGNATO   PIC X(50).
               03 K-STATO       PIC X(10).
               03 K-ESITO       PIC X(12).
               03 K-DATA-RISPOSTA PIC 9(8).
               03 K-DESCRIZIONE PIC X(200).
               03 K-RISPOSTA    PIC X(200).
           01 AVVISO-SCADENZA   PIC X(14).

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
      *    Registro dei reclami e dei suggerimenti scritti dei
      *    lettori (rumore, multe contestate, orari...), che prima
      *    vivevano nella casella di posta. Ogni reclamo porta la
      *    categoria, la Filiale interessata, l'incaricato della
      *    risposta e, se c'e', il collegamento a un Utente, a un
      *    prestito o a una Multa (Username, ISBN e data della
      *    multa, come in PAGA-MULTA). La risposta chiude il reclamo
      *    con testo, data ed esito; REPORT-RECLAMI-LETTORI ne fa il
      *    rendiconto trimestrale per l'ufficio relazioni con il
      *    pubblico del comune.
       GESTIONE-RECLAMI-LETTORI-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-RECLAMI-LETTORI!".
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'RECLAMI-LETTORI-GIORNI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-RISPOSTA
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'RECLAMI-LETTORI-PREAVVISO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-PREAVVISO
           END-IF.
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Reclami e suggerimenti dei lettori -----"
               DISPLAY "1. Elenca reclami in attesa di risposta"
               DISPLAY "2. Registra un reclamo o un suggerimento"
               DISPLAY "3. Assegna un reclamo a un incaricato"
               DISPLAY "4. Registra la risposta"
               DISPLAY "5. Consulta un reclamo"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-APERTI
                   WHEN 2 PERFORM REGISTRA-RECLAMO
                   WHEN 3 PERFORM ASSEGNA-RECLAMO
                   WHEN 4 PERFORM REGISTRA-RISPOSTA
                   WHEN 5 PERFORM CONSULTA-RECLAMO
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *    In ordine di scadenza: prima i reclami gia' scaduti, poi
      *    quelli entro il preavviso.
       ELENCA-APERTI.
           DISPLAY "Filiale (INVIO per tutte): "
           ACCEPT FILIALE-FILTRO.
           IF FILIALE-FILTRO = SPACES
               MOVE "*" TO FILIALE-FILTRO
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) + GIORNI-PREAVVISO.
           COMPUTE DATA-PREAVVISO =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           EXEC SQL
               DECLARE C-APERTI CURSOR FOR
                   SELECT numero_reclamo, tipo, categoria, Filiale,
                          COALESCE(Username, ' '), data_ricezione,
                          scadenza_risposta,
                          COALESCE(assegnato_a, ' '), descrizione
                       FROM ReclamiLettori
                       WHERE stato = 'APERTO'
                         AND (TRIM(BOTH ' ' FROM :FILIALE-FILTRO)
                                  = '*'
                           OR Filiale =
                              TRIM(BOTH ' ' FROM :FILIALE-FILTRO))
                       ORDER BY scadenza_risposta, numero_reclamo
           END-EXEC.
           EXEC SQL OPEN C-APERTI END-EXEC.
           EXEC SQL
               FETCH C-APERTI INTO :K-NUMERO, :K-TIPO, :K-CATEGORIA,
                   :K-FILIALE, :K-USERNAME, :K-RICEVUTO, :K-SCADENZA,
                   :K-ASSEGNATO, :K-DESCRIZIONE
           END-EXEC.
           DISPLAY "Reclami in attesa di risposta:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM IMPOSTA-AVVISO
               DISPLAY "N. " K-NUMERO " " K-TIPO " " K-CATEGORIA
                   " " K-FILIALE(1:20) " del " K-RICEVUTO
                   " scade " K-SCADENZA " " AVVISO-SCADENZA
               DISPLAY "   incaricato: " K-ASSEGNATO(1:20)
                   " lettore: " K-USERNAME(1:20)
               DISPLAY "   " K-DESCRIZIONE(1:70)
               EXEC SQL
                   FETCH C-APERTI INTO :K-NUMERO, :K-TIPO,
                       :K-CATEGORIA, :K-FILIALE, :K-USERNAME,
                       :K-RICEVUTO, :K-SCADENZA, :K-ASSEGNATO,
                       :K-DESCRIZIONE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-APERTI END-EXEC.

       IMPOSTA-AVVISO.
           MOVE SPACES TO AVVISO-SCADENZA.
           IF K-SCADENZA < OGGI-DATA
               MOVE "*** SCADUTO" TO AVVISO-SCADENZA
           ELSE
               IF K-SCADENZA <= DATA-PREAVVISO
                   MOVE "** IN SCADENZA" TO AVVISO-SCADENZA
               END-IF
           END-IF.

       REGISTRA-RECLAMO.
           INITIALIZE RECLAMO-REC.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           DISPLAY "R = reclamo, S = suggerimento: "
           ACCEPT TIPO-SCELTO.
           MOVE FUNCTION UPPER-CASE(TIPO-SCELTO) TO TIPO-SCELTO.
           IF NOT TIPO-VALIDO
               DISPLAY "Tipo non valido."
               EXIT PARAGRAPH
           END-IF.
           IF TIPO-SCELTO = "R"
               MOVE "RECLAMO" TO K-TIPO
           ELSE
               MOVE "SUGGERIMENTO" TO K-TIPO
           END-IF.
           DISPLAY "Categoria: 1 = rumore, 2 = multe, 3 = orari, "
               "4 = servizi, 5 = personale,"
           DISPLAY "   6 = raccolte, 7 = spazi, 8 = altro: "
           ACCEPT CATEGORIA-SCELTA.
           IF NOT CATEGORIA-VALIDA
               DISPLAY "Categoria non valida."
               EXIT PARAGRAPH
           END-IF.
           EVALUATE CATEGORIA-SCELTA
               WHEN "1" MOVE "RUMORE" TO K-CATEGORIA
               WHEN "2" MOVE "MULTE" TO K-CATEGORIA
               WHEN "3" MOVE "ORARI" TO K-CATEGORIA
               WHEN "4" MOVE "SERVIZI" TO K-CATEGORIA
               WHEN "5" MOVE "PERSONALE" TO K-CATEGORIA
               WHEN "6" MOVE "RACCOLTE" TO K-CATEGORIA
               WHEN "7" MOVE "SPAZI" TO K-CATEGORIA
               WHEN OTHER MOVE "ALTRO" TO K-CATEGORIA
           END-EVALUATE.
           DISPLAY "Filiale interessata: "
           ACCEPT K-FILIALE.
           IF K-FILIALE = SPACES
               DISPLAY "La Filiale e' obbligatoria."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Canale: E = e-mail, L = lettera, M = modulo, "
               "B = al banco: "
           ACCEPT CANALE-SCELTO.
           MOVE FUNCTION UPPER-CASE(CANALE-SCELTO) TO CANALE-SCELTO.
           IF NOT CANALE-VALIDO
               DISPLAY "Canale non valido."
               EXIT PARAGRAPH
           END-IF.
           EVALUATE CANALE-SCELTO
               WHEN "E" MOVE "E-MAIL" TO K-CANALE
               WHEN "L" MOVE "LETTERA" TO K-CANALE
               WHEN "M" MOVE "MODULO" TO K-CANALE
               WHEN OTHER MOVE "BANCO" TO K-CANALE
           END-EVALUATE.
           DISPLAY "Data di ricevimento (AAAAMMGG, 0 = oggi): "
           ACCEPT K-RICEVUTO.
           IF K-RICEVUTO IS NOT NUMERIC
               DISPLAY "Data non valida."
               EXIT PARAGRAPH
           END-IF.
           IF K-RICEVUTO = 0
               MOVE OGGI-DATA TO K-RICEVUTO
           END-IF.
           IF K-RICEVUTO > OGGI-DATA OR K-RICEVUTO < 16010101
               DISPLAY "Data di ricevimento non valida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Testo del reclamo: "
           ACCEPT K-DESCRIZIONE.
           IF K-DESCRIZIONE = SPACES
               DISPLAY "Il testo e' obbligatorio."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LEGGI-COLLEGAMENTI.
           IF K-STATO = "ERRORE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Incaricato della risposta (INVIO se nessuno): "
           ACCEPT K-ASSEGNATO.
           IF K-ASSEGNATO NOT = SPACES
               PERFORM CONTROLLA-INCARICATO
               IF RUOLO-PERSONALE = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(K-RICEVUTO) + GIORNI-RISPOSTA.
           COMPUTE K-SCADENZA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           EXEC SQL
               SELECT COALESCE(MAX(numero_reclamo), 0)
                   INTO :MAX-RECLAMO
                   FROM ReclamiLettori
           END-EXEC.
           COMPUTE NUMERO-RECLAMO = MAX-RECLAMO + 1.
           EXEC SQL
               INSERT INTO ReclamiLettori (numero_reclamo, tipo,
                   categoria, Filiale, Username, numero_prestito,
                   multa_isbn, multa_data, canale, data_ricezione,
                   scadenza_risposta, assegnato_a, descrizione,
                   stato, inserito_da)
               VALUES (:NUMERO-RECLAMO,
                       TRIM(BOTH ' ' FROM :K-TIPO),
                       TRIM(BOTH ' ' FROM :K-CATEGORIA),
                       TRIM(BOTH ' ' FROM :K-FILIALE),
                       NULLIF(TRIM(BOTH ' ' FROM :K-USERNAME), ''),
                       NULLIF(:K-PRESTITO, 0),
                       NULLIF(TRIM(BOTH ' ' FROM :K-MULTA-ISBN), ''),
                       NULLIF(:K-MULTA-DATA, 0),
                       TRIM(BOTH ' ' FROM :K-CANALE), :K-RICEVUTO,
                       :K-SCADENZA,
                       NULLIF(TRIM(BOTH ' ' FROM :K-ASSEGNATO), ''),
                       TRIM(BOTH ' ' FROM :K-DESCRIZIONE),
                       'APERTO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE = 0
               MOVE "REGISTRA RECLAMO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY K-TIPO " n. " NUMERO-RECLAMO
                   " registrato: risposta entro il " K-SCADENZA "."
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    Collegamenti facoltativi: il lettore, uno dei suoi
      *    prestiti (aperto o gia' in storico) e una sua multa.
       LEGGI-COLLEGAMENTI.
           MOVE SPACES TO K-STATO.
           DISPLAY "Username del lettore (INVIO se anonimo): "
           ACCEPT K-USERNAME.
           IF K-USERNAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :RECORD-TROVATI
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :K-USERNAME)
           END-EXEC.
           IF RECORD-TROVATI = 0
               DISPLAY "Utente non trovato."
               MOVE "ERRORE" TO K-STATO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Numero del prestito collegato (0 se nessuno): "
           ACCEPT K-PRESTITO.
           IF K-PRESTITO IS NOT NUMERIC
               MOVE ZERO TO K-PRESTITO
           END-IF.
           IF K-PRESTITO > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :RECORD-TROVATI
                       FROM (SELECT numero_prestito, Username
                                 FROM Prenotazione
                             UNION ALL
                             SELECT numero_prestito, Username
                                 FROM PrenotazioneStorico) AS p
                       WHERE p.numero_prestito = :K-PRESTITO
                         AND p.Username =
                             TRIM(BOTH ' ' FROM :K-USERNAME)
               END-EXEC
               IF RECORD-TROVATI = 0
                   DISPLAY "Prestito non trovato per questo lettore."
                   MOVE "ERRORE" TO K-STATO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "ISBN della multa contestata (INVIO se nessuna): "
           ACCEPT K-MULTA-ISBN.
           IF K-MULTA-ISBN = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data della multa (AAAAMMGG): "
           ACCEPT K-MULTA-DATA.
           IF K-MULTA-DATA IS NOT NUMERIC
               MOVE ZERO TO K-MULTA-DATA
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :RECORD-TROVATI
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :K-USERNAME)
                     AND codiceISBN =
                         TRIM(BOTH ' ' FROM :K-MULTA-ISBN)
                     AND data_multa = :K-MULTA-DATA
           END-EXEC.
           IF RECORD-TROVATI = 0
               DISPLAY "Multa non trovata per questo lettore."
               MOVE "ERRORE" TO K-STATO
           END-IF.

       CONTROLLA-INCARICATO.
           MOVE SPACES TO RUOLO-PERSONALE.
           EXEC SQL
               SELECT Ruolo INTO :RUOLO-PERSONALE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :K-ASSEGNATO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO RUOLO-PERSONALE
               DISPLAY "Incaricato non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF RUOLO-PERSONALE = "Lettore" OR "Ospite" OR "Istituzione"
               MOVE SPACES TO RUOLO-PERSONALE
               DISPLAY "L'incaricato non fa parte del personale."
           END-IF.

       ASSEGNA-RECLAMO.
           DISPLAY "Numero del reclamo: "
           ACCEPT NUMERO-RECLAMO.
           EXEC SQL
               SELECT stato INTO :STATO-RECLAMO
                   FROM ReclamiLettori
                   WHERE numero_reclamo = :NUMERO-RECLAMO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Reclamo non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-RECLAMO NOT = "APERTO"
               DISPLAY "Il reclamo ha gia' una risposta."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Username dell'incaricato: "
           ACCEPT K-ASSEGNATO.
           PERFORM CONTROLLA-INCARICATO.
           IF RUOLO-PERSONALE = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE ReclamiLettori
                   SET assegnato_a = TRIM(BOTH ' ' FROM :K-ASSEGNATO)
                   WHERE numero_reclamo = :NUMERO-RECLAMO
           END-EXEC.
           IF SQLCODE = 0
               MOVE "ASSEGNA RECLAMO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Reclamo assegnato."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    La risposta chiude il reclamo: la data e' quella in cui
      *    e' partita (di solito oggi), perche' e' quella che conta
      *    per i trenta giorni.
       REGISTRA-RISPOSTA.
           DISPLAY "Numero del reclamo: "
           ACCEPT NUMERO-RECLAMO.
           EXEC SQL
               SELECT stato, data_ricezione, tipo
                   INTO :STATO-RECLAMO, :K-RICEVUTO, :K-TIPO
                   FROM ReclamiLettori
                   WHERE numero_reclamo = :NUMERO-RECLAMO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Reclamo non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-RECLAMO NOT = "APERTO"
               DISPLAY "Il reclamo ha gia' una risposta."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Testo della risposta: "
           ACCEPT K-RISPOSTA.
           IF K-RISPOSTA = SPACES
               DISPLAY "Il testo della risposta e' obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Esito: A = accolto, P = accolto in parte, "
               "R = respinto, I = solo informazioni: "
           ACCEPT ESITO-SCELTO.
           MOVE FUNCTION UPPER-CASE(ESITO-SCELTO) TO ESITO-SCELTO.
           IF NOT ESITO-VALIDO
               DISPLAY "Esito non valido."
               EXIT PARAGRAPH
           END-IF.
           EVALUATE ESITO-SCELTO
               WHEN "A" MOVE "ACCOLTO" TO K-ESITO
               WHEN "P" MOVE "PARZIALE" TO K-ESITO
               WHEN "R" MOVE "RESPINTO" TO K-ESITO
               WHEN OTHER MOVE "INFORMATIVA" TO K-ESITO
           END-EVALUATE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           DISPLAY "Data della risposta (AAAAMMGG, 0 = oggi): "
           ACCEPT K-DATA-RISPOSTA.
           IF K-DATA-RISPOSTA IS NOT NUMERIC
               DISPLAY "Data non valida."
               EXIT PARAGRAPH
           END-IF.
           IF K-DATA-RISPOSTA = 0
               MOVE OGGI-DATA TO K-DATA-RISPOSTA
           END-IF.
           IF K-DATA-RISPOSTA > OGGI-DATA
              OR K-DATA-RISPOSTA < K-RICEVUTO
               DISPLAY "La risposta deve cadere tra il ricevimento ("
                   K-RICEVUTO ") e oggi."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE ReclamiLettori
                   SET stato = 'RISPOSTO',
                       esito = TRIM(BOTH ' ' FROM :K-ESITO),
                       risposta = TRIM(BOTH ' ' FROM :K-RISPOSTA),
                       data_risposta = :K-DATA-RISPOSTA,
                       risposto_da =
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       assegnato_a =
                           COALESCE(assegnato_a,
                               TRIM(BOTH ' ' FROM
                                   :OPERATORE-USERNAME))
                   WHERE numero_reclamo = :NUMERO-RECLAMO
           END-EXEC.
           IF SQLCODE = 0
               MOVE "RISPOSTA RECLAMO" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Risposta registrata: " K-TIPO " "
                   NUMERO-RECLAMO " " K-ESITO "."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

       CONSULTA-RECLAMO.
           DISPLAY "Numero del reclamo: "
           ACCEPT NUMERO-RECLAMO.
           EXEC SQL
               SELECT numero_reclamo, tipo, categoria, Filiale,
                      COALESCE(Username, ' '),
                      COALESCE(numero_prestito, 0),
                      COALESCE(multa_isbn, ' '),
                      COALESCE(multa_data, 0), canale,
                      data_ricezione, scadenza_risposta,
                      COALESCE(assegnato_a, ' '), stato,
                      COALESCE(esito, ' '),
                      COALESCE(data_risposta, 0), descrizione,
                      COALESCE(risposta, ' ')
                   INTO :K-NUMERO, :K-TIPO, :K-CATEGORIA, :K-FILIALE,
                        :K-USERNAME, :K-PRESTITO, :K-MULTA-ISBN,
                        :K-MULTA-DATA, :K-CANALE, :K-RICEVUTO,
                        :K-SCADENZA, :K-ASSEGNATO, :K-STATO,
                        :K-ESITO, :K-DATA-RISPOSTA, :K-DESCRIZIONE,
                        :K-RISPOSTA
                   FROM ReclamiLettori
                   WHERE numero_reclamo = :NUMERO-RECLAMO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Reclamo non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY K-TIPO " n. " K-NUMERO " [" K-STATO "] "
               K-CATEGORIA " - " K-FILIALE.
           DISPLAY "Ricevuto il " K-RICEVUTO " via " K-CANALE
               ", risposta entro il " K-SCADENZA.
           DISPLAY "Incaricato: " K-ASSEGNATO(1:30).
           IF K-USERNAME NOT = SPACES
               DISPLAY "Lettore: " K-USERNAME(1:30)
           END-IF.
           IF K-PRESTITO > 0
               DISPLAY "Prestito collegato: " K-PRESTITO
           END-IF.
           IF K-MULTA-ISBN NOT = SPACES
               DISPLAY "Multa collegata: " K-MULTA-ISBN(1:17)
                   " del " K-MULTA-DATA
           END-IF.
           DISPLAY "Testo: " K-DESCRIZIONE(1:100).
           IF K-DESCRIZIONE(101:100) NOT = SPACES
               DISPLAY "       " K-DESCRIZIONE(101:100)
           END-IF.
           IF K-STATO = "RISPOSTO"
               DISPLAY "Risposta del " K-DATA-RISPOSTA " (" K-ESITO
                   "): " K-RISPOSTA(1:100)
               IF K-RISPOSTA(101:100) NOT = SPACES
                   DISPLAY "       " K-RISPOSTA(101:100)
               END-IF
           END-IF.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-RECLAMI-LETTORI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-RECLAMO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
