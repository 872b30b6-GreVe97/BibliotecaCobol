       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-RESI-CONTESTATI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 SCELTA-ESITO      PIC 9(1).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 ADESSO-ORA        PIC 9(6).
           01 PARAMETRO-TESTO   PIC X(50).
      *    Giorni di apertura fra una ricerca a scaffale e la
      *    successiva (chiave CONTESTAZIONE-INTERVALLO-RICERCA) e
      *    numero di contestazioni oltre il quale il lettore viene
      *    segnalato (chiave SOGLIA-CONTESTAZIONI).
           01 INTERVALLO-RICERCA PIC 9(3) VALUE 7.
           01 SOGLIA-CONTESTAZIONI PIC 9(3) VALUE 3.

           01 NUMERO-PRESTITO   PIC 9(9).
           01 NUMERO-CONTESTAZIONE PIC 9(9).
           01 FILIALE-OPERATORE PIC X(30).
           01 FILIALE-DIGITATA  PIC X(30).
           01 CONTESTAZIONI-LETTORE PIC 9(5).
           01 MULTE-ESONERATE   PIC 9(5).
           01 PRESTITI-APERTI   PIC 9(5).
           01 INIZIO-PRESTITO   PIC X(8).
           01 MOTIVO-ESONERO    PIC X(100)
               VALUE "RESO CONTESTATO: COPIA TROVATA A SCAFFALE".

           01 PRESTITO-REC.
               03 P-ISBN            PIC X(50).
               03 P-USERNAME        PIC X(50).
               03 P-DATA-PREN       PIC X(50).
               03 P-BARCODE         PIC X(20).
               03 P-STATO           PIC X(20).
               03 P-ORA             PIC 9(6).
               03 P-SEDE            PIC X(30).

           01 CONTESTAZIONE-REC.
               03 C-NUMERO          PIC 9(9).
               03 C-PRESTITO        PIC 9(9).
               03 C-USERNAME        PIC X(50).
               03 C-ISBN            PIC X(50).
               03 C-BARCODE         PIC X(20).
               03 C-FILIALE         PIC X(30).
               03 C-DICHIARAZIONE   PIC 9(8).
               03 C-PROSSIMA        PIC 9(8).
               03 C-RICERCHE        PIC 9(3).
               03 C-STATO           PIC X(20).
               03 C-TITOLO          PIC X(100).
               03 C-COLLOCAZIONE    PIC X(30).

           01 RIEPILOGO-REC.
               03 R-USERNAME        PIC X(50).
               03 R-TOTALE          PIC 9(5).
               03 R-APERTE          PIC 9(5).

           01 DATE-RICHIESTA.
               03 DR-OPERAZIONE PIC X(1).
               03 DR-FILIALE    PIC X(30).
               03 DR-DATA-DA    PIC 9(8).
               03 DR-DATA-A     PIC 9(8).
               03 DR-GIORNI     PIC S9(7).

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
      *    Restituzioni contestate: il lettore dichiara di aver reso
      *    una copia che risulta ancora in prestito. Il prestito
      *    passa in stato RESO-DICHIARATO (Prenotazione.stato_prestito)
      *    e da li' CALCOLA-MULTE non lo multa, SOLLECITO-EXPORT non
      *    lo sollecita ed ESPORTA-RISCOSSIONE non manda in
      *    riscossione le sue multe. La contestazione
      *    (ContestazioniReso) e' anche il compito di ricerca a
      *    scaffale per la Filiale del titolo, con la data della
      *    prossima ricerca. Si chiude in tre modi:
      *      - trovata a scaffale: multe del prestito esonerate
      *        (EsoneriMulte APPROVATO, come da GESTIONE-ESONERI) e
      *        rientro registrato con RETURN-BOOK;
      *      - trovata presso il lettore: il prestito torna normale
      *        e le multe ripartono;
      *      - persa: copia scaricata come Perso, prestito chiuso a
      *        storico senza addebito (l'eventuale addebito resta
      *        una scelta del banco, MARCA-LIBRO-PERSO).
      *    Le contestazioni restano in tabella: il conteggio per
      *    lettore fa emergere chi contesta spesso.
       GESTIONE-RESI-CONTESTATI-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-RESI-CONTESTATI!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'CONTESTAZIONE-INTERVALLO-RICERCA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO INTERVALLO-RICERCA
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'SOGLIA-CONTESTAZIONI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO SOGLIA-CONTESTAZIONI
           END-IF.

           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Restituzioni contestate -----"
               DISPLAY "1. Registra una contestazione (dichiarato "
                   "reso)"
               DISPLAY "2. Ricerche a scaffale da fare"
               DISPLAY "3. Esito di una ricerca a scaffale"
               DISPLAY "4. Contestazioni per lettore"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM REGISTRA-CONTESTAZIONE
                   WHEN 2 PERFORM ELENCA-RICERCHE
                   WHEN 3 PERFORM ESITO-RICERCA
                   WHEN 4 PERFORM CONTESTAZIONI-PER-LETTORE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *****************APERTURA DELLA CONTESTAZIONE*******************
       REGISTRA-CONTESTAZIONE.
           DISPLAY "Numero del prestito contestato: "
           ACCEPT NUMERO-PRESTITO.
           EXEC SQL
               SELECT p.codiceISBN, p.Username, p.data_prenotazione,
                      COALESCE(p.barcode, ' '),
                      COALESCE(p.stato_prestito, ' '),
                      COALESCE(l.SEDE, ' ')
                   INTO :P-ISBN, :P-USERNAME, :P-DATA-PREN,
                        :P-BARCODE, :P-STATO, :P-SEDE
                   FROM Prenotazione p
                   JOIN Libro l ON p.codiceISBN = l.ISBN
                   WHERE p.numero_prestito = :NUMERO-PRESTITO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Prestito non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF P-STATO = "RESO-DICHIARATO"
               DISPLAY "Il prestito e' gia' in contestazione."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTESTAZIONI-LETTORE
                   FROM ContestazioniReso
                   WHERE Username = TRIM(BOTH ' ' FROM :P-USERNAME)
           END-EXEC.
           DISPLAY "Lettore " P-USERNAME(1:30)
               " - contestazioni precedenti: " CONTESTAZIONI-LETTORE.
           IF CONTESTAZIONI-LETTORE >= SOGLIA-CONTESTAZIONI
               DISPLAY "ATTENZIONE: lettore con contestazioni "
                   "ripetute (soglia " SOGLIA-CONTESTAZIONI ")."
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_contestazione), 0) + 1
                   INTO :NUMERO-CONTESTAZIONE
                   FROM ContestazioniReso
           END-EXEC.

           EXEC SQL
               UPDATE Prenotazione
                   SET stato_prestito = 'RESO-DICHIARATO'
                   WHERE numero_prestito = :NUMERO-PRESTITO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXIT PARAGRAPH
           END-IF.

      *    La prima ricerca si fa subito, nella Filiale a cui il
      *    titolo appartiene.
           EXEC SQL
               INSERT INTO ContestazioniReso (numero_contestazione,
                   numero_prestito, Username, codiceISBN, barcode,
                   Filiale, data_dichiarazione, data_prossima_ricerca,
                   numero_ricerche, stato, operatore)
               VALUES (:NUMERO-CONTESTAZIONE, :NUMERO-PRESTITO,
                       TRIM(BOTH ' ' FROM :P-USERNAME),
                       TRIM(BOTH ' ' FROM :P-ISBN),
                       TRIM(BOTH ' ' FROM :P-BARCODE),
                       TRIM(BOTH ' ' FROM :P-SEDE),
                       :OGGI-DATA, :OGGI-DATA, 0, 'APERTA',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           MOVE "CONTESTAZIONE" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Contestazione n. " NUMERO-CONTESTAZIONE
               " aperta: multe sospese, ricerca a scaffale in "
               P-SEDE.

      *****************COMPITI DI RICERCA PER FILIALE*****************
       ELENCA-RICERCHE.
           MOVE SPACES TO FILIALE-OPERATORE.
           EXEC SQL
               SELECT COALESCE(Filiale, ' ') INTO :FILIALE-OPERATORE
                   FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
           END-EXEC.
           DISPLAY "Filiale (spazio = " FILIALE-OPERATORE "): "
           ACCEPT FILIALE-DIGITATA.
           IF FILIALE-DIGITATA NOT = SPACES
               MOVE FILIALE-DIGITATA TO FILIALE-OPERATORE
           END-IF.

           EXEC SQL
               DECLARE C-RICERCHE CURSOR FOR
                   SELECT c.numero_contestazione, c.numero_prestito,
                          c.codiceISBN, COALESCE(c.barcode, ' '),
                          c.data_prossima_ricerca, c.numero_ricerche,
                          l.Titolo, COALESCE(e.Collocazione, ' ')
                       FROM ContestazioniReso c
                       JOIN Libro l ON c.codiceISBN = l.ISBN
                       LEFT JOIN Esemplare e ON e.Barcode = c.barcode
                       WHERE c.stato = 'APERTA'
                         AND c.Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-OPERATORE)
                         AND c.data_prossima_ricerca <= :OGGI-DATA
                       ORDER BY c.data_prossima_ricerca,
                                c.numero_contestazione
           END-EXEC.
           EXEC SQL OPEN C-RICERCHE END-EXEC.
           EXEC SQL
               FETCH C-RICERCHE INTO :C-NUMERO, :C-PRESTITO, :C-ISBN,
                   :C-BARCODE, :C-PROSSIMA, :C-RICERCHE, :C-TITOLO,
                   :C-COLLOCAZIONE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna ricerca a scaffale in scadenza."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY C-NUMERO " prestito " C-PRESTITO " "
                   C-TITOLO(1:40)
               DISPLAY "   esemplare " C-BARCODE " collocazione "
                   C-COLLOCAZIONE " ricerche fatte " C-RICERCHE
               EXEC SQL
                   FETCH C-RICERCHE INTO :C-NUMERO, :C-PRESTITO,
                       :C-ISBN, :C-BARCODE, :C-PROSSIMA,
                       :C-RICERCHE, :C-TITOLO, :C-COLLOCAZIONE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RICERCHE END-EXEC.

      *****************ESITO DELLA RICERCA****************************
       ESITO-RICERCA.
           DISPLAY "Numero della contestazione: "
           ACCEPT NUMERO-CONTESTAZIONE.
           EXEC SQL
               SELECT numero_prestito, Username, codiceISBN,
                      COALESCE(barcode, ' '), Filiale, stato
                   INTO :C-PRESTITO, :C-USERNAME, :C-ISBN,
                        :C-BARCODE, :C-FILIALE, :C-STATO
                   FROM ContestazioniReso
                   WHERE numero_contestazione = :NUMERO-CONTESTAZIONE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Contestazione non trovata."
               EXIT PARAGRAPH
           END-IF.
           IF C-STATO NOT = "APERTA"
               DISPLAY "Contestazione gia' chiusa."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "1. Non trovata (nuova ricerca fra "
               INTERVALLO-RICERCA " giorni di apertura)".
           DISPLAY "2. Trovata a scaffale (prestito chiuso senza "
               "multe)".
           DISPLAY "3. Trovata presso il lettore (il prestito "
               "riprende)".
           DISPLAY "4. Persa (copia scaricata)".
           DISPLAY "Esito: "
           ACCEPT SCELTA-ESITO.
           EVALUATE SCELTA-ESITO
               WHEN 1 PERFORM RIPROGRAMMA-RICERCA
               WHEN 2 PERFORM CHIUDI-TROVATA-SCAFFALE
               WHEN 3 PERFORM CHIUDI-TROVATA-LETTORE
               WHEN 4 PERFORM CHIUDI-PERSA
               WHEN OTHER DISPLAY "Esito non valido."
           END-EVALUATE.

       RIPROGRAMMA-RICERCA.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE C-FILIALE TO DR-FILIALE.
           MOVE OGGI-DATA TO DR-DATA-DA.
           MOVE INTERVALLO-RICERCA TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           EXEC SQL
               UPDATE ContestazioniReso
                   SET numero_ricerche = numero_ricerche + 1,
                       data_prossima_ricerca = :DR-DATA-A
                   WHERE numero_contestazione = :NUMERO-CONTESTAZIONE
           END-EXEC.
           MOVE "RICERCA-SCAFFALE" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Prossima ricerca il " DR-DATA-A ".".

      *    Il lettore aveva ragione: prima il rientro segue la via
      *    normale di RETURN-BOOK (lista d'attesa, smistamento,
      *    disponibilita'); solo a prestito chiuso le multe maturate
      *    passano ESONERATA con un esonero gia' approvato (la
      *    QUADRATURA-MULTE le trova in regola) e la contestazione
      *    si chiude. Se il rientro non va a buon fine tutto resta
      *    com'era, contestazione aperta compresa.
       CHIUDI-TROVATA-SCAFFALE.
           EXEC SQL
               SELECT data_prenotazione INTO :P-DATA-PREN
                   FROM Prenotazione
                   WHERE numero_prestito = :C-PRESTITO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Prestito n. " C-PRESTITO " non trovato."
               EXIT PARAGRAPH
           END-IF.
           MOVE P-DATA-PREN(1:8) TO INIZIO-PRESTITO.
           DISPLAY "Registra ora il rientro del prestito n. "
               C-PRESTITO ".".
           CALL 'RETURN-BOOK' USING OPERATORE-USERNAME.
           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-APERTI
                   FROM Prenotazione
                   WHERE numero_prestito = :C-PRESTITO
           END-EXEC.
           IF PRESTITI-APERTI > 0
               DISPLAY "Rientro del prestito n. " C-PRESTITO
                   " non registrato: la contestazione resta aperta."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :MULTE-ESONERATE
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :C-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :C-ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND data_multa >= :INIZIO-PRESTITO
           END-EXEC.
           EXEC SQL
               INSERT INTO EsoneriMulte (Username, codiceISBN,
                   data_multa, motivo, richiedente, data_richiesta,
                   stato, approvatore, data_decisione)
               SELECT Username, codiceISBN, data_multa,
                      TRIM(BOTH ' ' FROM :MOTIVO-ESONERO),
                      TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                      :OGGI-DATA, 'APPROVATO',
                      TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                      :OGGI-DATA
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :C-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :C-ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND data_multa >= :INIZIO-PRESTITO
           END-EXEC.
           EXEC SQL
               UPDATE Multe
                   SET stato = 'ESONERATA'
                   WHERE Username = TRIM(BOTH ' ' FROM :C-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :C-ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND data_multa >= :INIZIO-PRESTITO
           END-EXEC.
           MOVE "TROVATA-SCAFFALE" TO C-STATO.
           PERFORM CHIUDI-CONTESTAZIONE.
           DISPLAY "Multe esonerate: " MULTE-ESONERATE.

       CHIUDI-TROVATA-LETTORE.
           EXEC SQL
               UPDATE Prenotazione
                   SET stato_prestito = NULL
                   WHERE numero_prestito = :C-PRESTITO
           END-EXEC.
           MOVE "TROVATA-LETTORE" TO C-STATO.
           PERFORM CHIUDI-CONTESTAZIONE.
           DISPLAY "Il prestito riprende: multe e solleciti di nuovo "
               "attivi.".

      *    Scarico come MARCA-LIBRO-PERSO (copia Perso, una copia in
      *    meno a catalogo, uscita dal registro d'ingresso), ma senza
      *    addebito: il prestito va a storico e si chiude.
       CHIUDI-PERSA.
           EXEC SQL
               SELECT data_prenotazione,
                      COALESCE(ora_prenotazione, 0)
                   INTO :P-DATA-PREN, :P-ORA
                   FROM Prenotazione
                   WHERE numero_prestito = :C-PRESTITO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Prestito non trovato."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT ADESSO-ORA FROM TIME.
           EXEC SQL
               INSERT INTO PrenotazioneStorico (codiceISBN,
                   Username, data_prenotazione, data_restituzione,
                   numero_prestito, ora_prenotazione, ora_restituzione,
                   filiale_restituzione)
               VALUES (TRIM(BOTH ' ' FROM :C-ISBN),
                       TRIM(BOTH ' ' FROM :C-USERNAME),
                       :P-DATA-PREN, :OGGI-DATA, :C-PRESTITO,
                       :P-ORA, :ADESSO-ORA,
                       TRIM(BOTH ' ' FROM :C-FILIALE))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella scrittura dello storico: "
                   SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM Prenotazione
                   WHERE numero_prestito = :C-PRESTITO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella chiusura del prestito: "
                   SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           IF C-BARCODE NOT = SPACES
               EXEC SQL
                   UPDATE Esemplare
                       SET STATO = 'Perso'
                       WHERE Barcode = TRIM(BOTH ' ' FROM :C-BARCODE)
               END-EXEC
               EXEC SQL
                   UPDATE RegistroIngresso
                       SET stato = 'USCITO',
                           data_uscita = :OGGI-DATA,
                           motivo_uscita = 'PERSO'
                       WHERE barcode = TRIM(BOTH ' ' FROM :C-BARCODE)
               END-EXEC
           END-IF.
           EXEC SQL
               UPDATE Libro SET NumeroCopie = NumeroCopie - 1
                   WHERE ISBN = TRIM(BOTH ' ' FROM :C-ISBN)
                     AND NumeroCopie > 0
           END-EXEC.
           MOVE "PERSA" TO C-STATO.
           PERFORM CHIUDI-CONTESTAZIONE.
           DISPLAY "Copia scaricata come persa, prestito chiuso.".

       CHIUDI-CONTESTAZIONE.
           EXEC SQL
               UPDATE ContestazioniReso
                   SET stato = 'CHIUSA',
                       esito = :C-STATO,
                       data_chiusura = :OGGI-DATA
                   WHERE numero_contestazione = :NUMERO-CONTESTAZIONE
           END-EXEC.
           MOVE C-STATO TO AUDIT-OPERAZIONE.
           MOVE C-PRESTITO TO NUMERO-PRESTITO.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.

      *****************CONTEGGIO PER LETTORE**************************
       CONTESTAZIONI-PER-LETTORE.
           EXEC SQL
               DECLARE C-LETTORI CURSOR FOR
                   SELECT Username, COUNT(*),
                          SUM(CASE WHEN stato = 'APERTA'
                                   THEN 1 ELSE 0 END)
                       FROM ContestazioniReso
                       GROUP BY Username
                       ORDER BY COUNT(*) DESC, Username
           END-EXEC.
           EXEC SQL OPEN C-LETTORI END-EXEC.
           EXEC SQL
               FETCH C-LETTORI INTO :R-USERNAME, :R-TOTALE, :R-APERTE
           END-EXEC.
           DISPLAY "Lettore / Contestazioni / Aperte:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF R-TOTALE >= SOGLIA-CONTESTAZIONI
                   DISPLAY R-USERNAME(1:30) " " R-TOTALE " "
                       R-APERTE " *** RIPETUTE"
               ELSE
                   DISPLAY R-USERNAME(1:30) " " R-TOTALE " "
                       R-APERTE
               END-IF
               EXEC SQL
                   FETCH C-LETTORI INTO :R-USERNAME, :R-TOTALE,
                       :R-APERTE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-LETTORI END-EXEC.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-RESI-CONTESTATI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-PRESTITO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
