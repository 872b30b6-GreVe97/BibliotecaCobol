       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-DOMICILIO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".
           01 PROSEGUI-LOTTO    PIC X(1).
             88 PROSEGUI-LOTTO-SI VALUE "S".
           01 PROSEGUI-LETTORE  PIC X(1).
             88 PROSEGUI-LETTORE-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 ADESSO-ORA        PIC 9(6).

           01 CODICE-GIRO       PIC X(10).
           01 FILIALE-GIRO      PIC X(30).
           01 DESCRIZIONE-GIRO  PIC X(100).
           01 VOLONTARIO-GIRO   PIC X(50).
           01 FREQUENZA-GIORNI  PIC 9(3).
           01 PROSSIMA-DATA     PIC 9(8).
           01 STATO-GIRO        PIC X(10).
           01 CONTA-GIRI        PIC 9(5).

           01 USERNAME-LETTORE  PIC X(50).
           01 VOLONTARIO-LETTORE PIC X(50).
           01 PREFERENZE        PIC X(200).
           01 STATO-LETTORE     PIC X(10).
           01 CONTA-UTENTE      PIC 9(5).
           01 CONTA-ISCRIZIONI  PIC 9(5).
           01 RISPOSTA          PIC X(1).

           01 CODICE-LETTO      PIC X(20).
           01 ISBN              PIC X(50).
           01 STATO-ESEMPLARE   PIC X(12).
           01 DATA-PRENOTAZIONE PIC X(50).
           01 ORA-PRESTITO      PIC 9(6).
           01 NUMERO-PRESTITO   PIC 9(9).
           01 MAX-PRESTITO-ATTIVO PIC 9(9).
           01 MAX-PRESTITO-STORICO PIC 9(9).
           01 PRESTITI-LETTORE  PIC 9(5).
      *    Copie sulla mensola dei ritiri o promesse dal giro
      *    prelievi: restano al lettore che le aspetta.
           01 RISERVE-APERTE    PIC 9(5).
      *    Massimale dei prestiti a domicilio per lettore (chiave
      *    LIMITE-PRESTITI-DOMICILIO di Parametri): di solito piu'
      *    largo di quello del banco, il giro passa una volta al mese.
           01 LIMITE-DOMICILIO  PIC 9(3) VALUE 10.
           01 SOGLIA-TESTO      PIC X(50).

      *    Politica del prestito a domicilio: PoliticaPrestito con
      *    Ruolo 'Domicilio' (GESTIONE-POLITICHE); ne conta solo il
      *    periodo, i prestiti del giro non maturano multe.
           01 RUOLO-DOMICILIO   PIC X(30) VALUE "Domicilio".
           01 CATEGORIA-LIBRO   PIC X(30).
           01 TIPO-MATERIALE    PIC X(12).
           01 GIORNI-PRESTITO   PIC 9(3).
           01 IMPORTO-MULTA-POLITICA PIC 9(5)V99.
           01 DEPOSITO-POLITICA PIC 9(5)V99.

           01 DATE-RICHIESTA.
               03 DR-OPERAZIONE PIC X(1).
               03 DR-FILIALE    PIC X(30).
               03 DR-DATA-DA    PIC 9(8).
               03 DR-DATA-A     PIC 9(8).
               03 DR-GIORNI     PIC S9(7).

           01 GIRO-REC.
               03 G-CODICE      PIC X(10).
               03 G-FILIALE     PIC X(30).
               03 G-DESCRIZIONE PIC X(100).
               03 G-VOLONTARIO  PIC X(50).
               03 G-FREQUENZA   PIC 9(3).
               03 G-PROSSIMA    PIC 9(8).
               03 G-STATO       PIC X(10).
               03 G-LETTORI     PIC 9(5).

           01 LETTORE-REC.
               03 L-USERNAME    PIC X(50).
               03 L-NOME        PIC X(50).
               03 L-COGNOME     PIC X(50).
               03 L-VOLONTARIO  PIC X(50).
               03 L-STATO       PIC X(10).
               03 L-PRESTITI    PIC 9(5).
               03 L-PREFERENZE  PIC X(200).

           01 CONTATORE-PRESTITI     PIC 9(5).
           01 CONTATORE-RESTITUZIONI PIC 9(5).
           01 CONTATORE-SCARTATI     PIC 9(5).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Contatore mantenuto di disponibilita', come al banco.
           01 AD-RICHIESTA.
               03 AD-ISBN           PIC X(50).
               03 AD-DELTA          PIC S9(3).

           01 CP-RICHIESTA.
               03 CP-USERNAME       PIC X(50).
               03 CP-ESITO          PIC X(1).
               03 CP-MOTIVO         PIC X(100).

           01 GW-RICHIESTA.
               03 GW-TIPO           PIC X(1).
               03 GW-CODICE         PIC X(50).
               03 GW-USERNAME       PIC X(50).
               03 GW-IMPORTO        PIC 9(7)V99.
               03 GW-DATA-RIF       PIC X(8).

           01 CS-ESITO-FINESTRA PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Prestito a domicilio per i lettori che non possono venire
      *    in biblioteca. Ogni Filiale organizza i suoi giri di
      *    consegna (GiriConsegna: volontario, frequenza in giorni e
      *    data del prossimo passaggio); i lettori iscritti al
      *    servizio (LettoriDomicilio) hanno un giro, un volontario
      *    assegnato e le loro preferenze di lettura. Il foglio di
      *    consegna di ogni giro lo stampa FOGLIO-DOMICILIO. I
      *    prestiti portati a casa sono intestati al lettore vero,
      *    con tipo_prestito DOMICILIO su Prenotazione: CALCOLA-MULTE
      *    e SOLLECITO-EXPORT li saltano. I rientri raccolti al
      *    giro successivo si registrano in un lotto solo.
       GESTIONE-DOMICILIO-PARA.
           DISPLAY "------- SONO GESTIONE-DOMICILIO!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Prestito a domicilio -----"
               DISPLAY "1. Nuovo giro di consegna"
               DISPLAY "2. Elenco dei giri"
               DISPLAY "3. Iscrivi o aggiorna un lettore a domicilio"
               DISPLAY "4. Lettori di un giro"
               DISPLAY "5. Prestiti consegnati dal giro"
               DISPLAY "6. Rientri raccolti dal giro"
               DISPLAY "7. Giro effettuato (fissa il prossimo)"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVO-GIRO
                   WHEN 2 PERFORM ELENCA-GIRI
                   WHEN 3 PERFORM ISCRIVI-LETTORE
                   WHEN 4 PERFORM ELENCA-LETTORI
                   WHEN 5 PERFORM PRESTITI-GIRO
                   WHEN 6 PERFORM RIENTRI-GIRO
                   WHEN 7 PERFORM GIRO-EFFETTUATO
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *    Un giro per Filiale e percorso: il volontario del giro e'
      *    il default per i lettori che vi si iscrivono.
       NUOVO-GIRO.
           DISPLAY "Codice del giro (es. CENTRO-1): ".
           ACCEPT CODICE-GIRO.
           IF CODICE-GIRO = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-GIRI FROM GiriConsegna
                   WHERE codice_giro = TRIM(BOTH ' ' FROM :CODICE-GIRO)
           END-EXEC.
           IF CONTA-GIRI > 0
               DISPLAY "Giro gia' esistente."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Filiale: ".
           ACCEPT FILIALE-GIRO.
           DISPLAY "Descrizione (zona, percorso): ".
           ACCEPT DESCRIZIONE-GIRO.
           DISPLAY "Volontario del giro: ".
           ACCEPT VOLONTARIO-GIRO.
           DISPLAY "Frequenza in giorni (es. 14, 28): ".
           ACCEPT FREQUENZA-GIORNI.
           IF FREQUENZA-GIORNI = 0
               DISPLAY "Frequenza obbligatoria."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data del primo passaggio (AAAAMMGG): ".
           ACCEPT PROSSIMA-DATA.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF PROSSIMA-DATA < OGGI-DATA
               DISPLAY "Data non valida: gia' passata."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO GiriConsegna (codice_giro, Filiale,
                   descrizione, volontario, frequenza_giorni,
                   prossima_data, stato)
               VALUES (TRIM(BOTH ' ' FROM :CODICE-GIRO),
                       TRIM(BOTH ' ' FROM :FILIALE-GIRO),
                       TRIM(BOTH ' ' FROM :DESCRIZIONE-GIRO),
                       TRIM(BOTH ' ' FROM :VOLONTARIO-GIRO),
                       :FREQUENZA-GIORNI, :PROSSIMA-DATA, 'ATTIVO')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "NUOVO GIRO" TO AUDIT-OPERAZIONE.
           MOVE CODICE-GIRO TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           DISPLAY "Giro " CODICE-GIRO " registrato.".

       ELENCA-GIRI.
           DISPLAY "Filiale (INVIO = tutte): ".
           ACCEPT FILIALE-GIRO.
           EXEC SQL
               DECLARE C-GIRI CURSOR FOR
                   SELECT g.codice_giro, g.Filiale,
                          COALESCE(g.descrizione, ' '),
                          COALESCE(g.volontario, ' '),
                          g.frequenza_giorni, g.prossima_data,
                          g.stato,
                          (SELECT COUNT(*) FROM LettoriDomicilio d
                               WHERE d.codice_giro = g.codice_giro
                                 AND d.stato = 'ATTIVO')
                       FROM GiriConsegna g
                       WHERE TRIM(BOTH ' ' FROM :FILIALE-GIRO) = ''
                          OR g.Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-GIRO)
                       ORDER BY g.Filiale, g.codice_giro
           END-EXEC.
           EXEC SQL OPEN C-GIRI END-EXEC.
           EXEC SQL
               FETCH C-GIRI INTO :G-CODICE, :G-FILIALE,
                   :G-DESCRIZIONE, :G-VOLONTARIO, :G-FREQUENZA,
                   :G-PROSSIMA, :G-STATO, :G-LETTORI
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun giro di consegna."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY G-CODICE " " G-FILIALE(1:20) " ogni "
                   G-FREQUENZA " gg, prossimo " G-PROSSIMA " "
                   G-STATO
               DISPLAY "       " G-DESCRIZIONE(1:60)
               DISPLAY "       Volontario " G-VOLONTARIO(1:30)
                   " - lettori " G-LETTORI
               EXEC SQL
                   FETCH C-GIRI INTO :G-CODICE, :G-FILIALE,
                       :G-DESCRIZIONE, :G-VOLONTARIO, :G-FREQUENZA,
                       :G-PROSSIMA, :G-STATO, :G-LETTORI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-GIRI END-EXEC.

      *    Iscrizione al servizio, o aggiornamento di un lettore gia'
      *    iscritto: giro, volontario, preferenze di lettura e stato
      *    (SOSPESO per un ricovero o un'assenza, CESSATO alla
      *    chiusura del servizio).
       ISCRIVI-LETTORE.
           DISPLAY "Username del lettore: ".
           ACCEPT USERNAME-LETTORE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-UTENTE FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF CONTA-UTENTE = 0
               DISPLAY "Utente inesistente."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISCRIZIONI
                   FROM LettoriDomicilio
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF CONTA-ISCRIZIONI > 0
               EXEC SQL
                   SELECT codice_giro, COALESCE(volontario, ' '),
                          COALESCE(preferenze, ' '), stato
                       INTO :CODICE-GIRO, :VOLONTARIO-LETTORE,
                            :PREFERENZE, :STATO-LETTORE
                       FROM LettoriDomicilio
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
               END-EXEC
               DISPLAY "Gia' iscritto: giro " CODICE-GIRO
                   ", volontario " VOLONTARIO-LETTORE(1:30)
                   ", stato " STATO-LETTORE
               DISPLAY "Preferenze: " PREFERENZE(1:70)
               DISPLAY "Aggiornare l'iscrizione? (S/N): "
               ACCEPT RISPOSTA
               IF RISPOSTA NOT = "S" AND RISPOSTA NOT = "s"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Codice del giro: ".
           ACCEPT CODICE-GIRO.
           EXEC SQL
               SELECT COALESCE(volontario, ' ') INTO :VOLONTARIO-GIRO
                   FROM GiriConsegna
                   WHERE codice_giro = TRIM(BOTH ' ' FROM :CODICE-GIRO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Giro inesistente."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Volontario assegnato (INVIO = quello del giro, "
               VOLONTARIO-GIRO(1:30) "): ".
           ACCEPT VOLONTARIO-LETTORE.
           IF VOLONTARIO-LETTORE = SPACES
               MOVE VOLONTARIO-GIRO TO VOLONTARIO-LETTORE
           END-IF.
           DISPLAY "Preferenze di lettura (generi, autori, stampa "
               "grande, audiolibri...): ".
           ACCEPT PREFERENZE.
           MOVE "ATTIVO" TO STATO-LETTORE.
           IF CONTA-ISCRIZIONI > 0
               DISPLAY "Stato (ATTIVO/SOSPESO/CESSATO): "
               ACCEPT STATO-LETTORE
               MOVE FUNCTION UPPER-CASE(STATO-LETTORE)
                   TO STATO-LETTORE
               IF STATO-LETTORE NOT = "ATTIVO" AND
                  STATO-LETTORE NOT = "SOSPESO" AND
                  STATO-LETTORE NOT = "CESSATO"
                   DISPLAY "Stato non valido."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF CONTA-ISCRIZIONI > 0
               EXEC SQL
                   UPDATE LettoriDomicilio
                       SET codice_giro =
                               TRIM(BOTH ' ' FROM :CODICE-GIRO),
                           volontario =
                               TRIM(BOTH ' ' FROM :VOLONTARIO-LETTORE),
                           preferenze =
                               TRIM(BOTH ' ' FROM :PREFERENZE),
                           stato = :STATO-LETTORE,
                           data_variazione = :OGGI-DATA
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
               END-EXEC
               MOVE "AGGIORNA LETTORE" TO AUDIT-OPERAZIONE
           ELSE
               EXEC SQL
                   INSERT INTO LettoriDomicilio (Username,
                       codice_giro, volontario, preferenze, stato,
                       data_iscrizione, data_variazione)
                   VALUES (TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                           TRIM(BOTH ' ' FROM :CODICE-GIRO),
                           TRIM(BOTH ' ' FROM :VOLONTARIO-LETTORE),
                           TRIM(BOTH ' ' FROM :PREFERENZE),
                           'ATTIVO', :OGGI-DATA, :OGGI-DATA)
               END-EXEC
               MOVE "ISCRIVI LETTORE" TO AUDIT-OPERAZIONE
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE USERNAME-LETTORE TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           DISPLAY "Lettore " USERNAME-LETTORE(1:30)
               " sul giro " CODICE-GIRO " (" STATO-LETTORE ").".

       ELENCA-LETTORI.
           DISPLAY "Codice del giro: ".
           ACCEPT CODICE-GIRO.
           EXEC SQL
               DECLARE C-LETTORI CURSOR FOR
                   SELECT d.Username, COALESCE(u.Nome, ' '),
                          COALESCE(u.Cognome, ' '),
                          COALESCE(d.volontario, ' '), d.stato,
                          (SELECT COUNT(*) FROM Prenotazione p
                               WHERE p.Username = d.Username
                                 AND p.tipo_prestito = 'DOMICILIO'),
                          COALESCE(d.preferenze, ' ')
                       FROM LettoriDomicilio d
                       JOIN Utente u ON u.Username = d.Username
                       WHERE d.codice_giro =
                             TRIM(BOTH ' ' FROM :CODICE-GIRO)
                         AND d.stato <> 'CESSATO'
                       ORDER BY u.Cognome, u.Nome
           END-EXEC.
           EXEC SQL OPEN C-LETTORI END-EXEC.
           EXEC SQL
               FETCH C-LETTORI INTO :L-USERNAME, :L-NOME, :L-COGNOME,
                   :L-VOLONTARIO, :L-STATO, :L-PRESTITI,
                   :L-PREFERENZE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun lettore sul giro."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY L-USERNAME(1:20) " " L-COGNOME(1:20) " "
                   L-NOME(1:15) " " L-STATO " prestiti " L-PRESTITI
               DISPLAY "       Volontario " L-VOLONTARIO(1:30)
               DISPLAY "       Preferenze " L-PREFERENZE(1:60)
               EXEC SQL
                   FETCH C-LETTORI INTO :L-USERNAME, :L-NOME,
                       :L-COGNOME, :L-VOLONTARIO, :L-STATO,
                       :L-PRESTITI, :L-PREFERENZE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-LETTORI END-EXEC.

      *    Giro letto e controllato per le funzioni di prestito e
      *    rientro: serve la Filiale, che riceve le copie rese.
       LEGGI-GIRO.
           DISPLAY "Codice del giro: ".
           ACCEPT CODICE-GIRO.
           EXEC SQL
               SELECT Filiale, frequenza_giorni, prossima_data, stato
                   INTO :FILIALE-GIRO, :FREQUENZA-GIORNI,
                        :PROSSIMA-DATA, :STATO-GIRO
                   FROM GiriConsegna
                   WHERE codice_giro = TRIM(BOTH ' ' FROM :CODICE-GIRO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Giro inesistente."
               MOVE SPACES TO CODICE-GIRO
           END-IF.

      *************PRESTITI CONSEGNATI DAL GIRO***********************
      *    Al ritorno del volontario: per ogni lettore del giro le
      *    copie che gli ha lasciato. Il prestito e' intestato al
      *    lettore, con i controlli del banco che hanno senso per
      *    chi non esce di casa (provvedimenti, massimale); niente
      *    soglia multe, il servizio non ne genera.
       PRESTITI-GIRO.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA.
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEGGI-GIRO.
           IF CODICE-GIRO = SPACES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE 10 TO LIMITE-DOMICILIO.
           EXEC SQL
               SELECT Valore INTO :SOGLIA-TESTO FROM Parametri
                   WHERE Chiave = 'LIMITE-PRESTITI-DOMICILIO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(SOGLIA-TESTO) TO LIMITE-DOMICILIO
           END-IF.
           MOVE ZERO TO CONTATORE-PRESTITI.
           MOVE ZERO TO CONTATORE-SCARTATI.
           MOVE "S" TO PROSEGUI-LOTTO.
           PERFORM UNTIL NOT PROSEGUI-LOTTO-SI
               DISPLAY "Username del lettore (FINE per chiudere): "
               ACCEPT USERNAME-LETTORE
               IF USERNAME-LETTORE = "FINE" OR
                  USERNAME-LETTORE = "fine" OR
                  USERNAME-LETTORE = SPACES
                   MOVE "N" TO PROSEGUI-LOTTO
               ELSE
                   PERFORM PRESTITI-LETTORE-GIRO
               END-IF
           END-PERFORM.
           DISPLAY "Prestiti a domicilio registrati: "
               CONTATORE-PRESTITI " - scartati: " CONTATORE-SCARTATI.

       PRESTITI-LETTORE-GIRO.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISCRIZIONI
                   FROM LettoriDomicilio
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND codice_giro =
                         TRIM(BOTH ' ' FROM :CODICE-GIRO)
                     AND stato = 'ATTIVO'
           END-EXEC.
           IF CONTA-ISCRIZIONI = 0
               DISPLAY ">> Lettore non attivo sul giro " CODICE-GIRO
               EXIT PARAGRAPH
           END-IF.
           MOVE USERNAME-LETTORE TO CP-USERNAME.
           CALL 'CONTROLLA-PROVVEDIMENTI' USING CP-RICHIESTA.
           IF CP-ESITO = "S"
               DISPLAY ">> RIFIUTATO: utente sospeso per "
                   "provvedimento disciplinare"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO PROSEGUI-LETTORE.
           PERFORM UNTIL NOT PROSEGUI-LETTORE-SI
               DISPLAY "Barcode consegnato (INVIO per il prossimo "
                   "lettore): "
               ACCEPT CODICE-LETTO
               IF CODICE-LETTO = SPACES
                   MOVE "N" TO PROSEGUI-LETTORE
               ELSE
                   PERFORM REGISTRA-PRESTITO-DOMICILIO
               END-IF
           END-PERFORM.

       REGISTRA-PRESTITO-DOMICILIO.
           EXEC SQL
               SELECT codiceISBN, STATO
                   INTO :ISBN, :STATO-ESEMPLARE
                   FROM Esemplare
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Codice sconosciuto: " CODICE-LETTO
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           IF STATO-ESEMPLARE NOT = "Disponibile"
               DISPLAY ">> Esemplare non circolante (stato "
                   STATO-ESEMPLARE ")"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :RISERVE-APERTE
                   FROM Esemplare e
                   WHERE e.Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND (EXISTS
                          (SELECT 1 FROM PrelieviAttesa pa
                              WHERE pa.barcode = e.Barcode
                                AND pa.stato = 'DA PRELEVARE')
                       OR EXISTS
                          (SELECT 1 FROM Ritiri r
                              WHERE r.barcode = e.Barcode
                                AND r.stato = 'IN RITIRO'))
           END-EXEC.
           IF RISERVE-APERTE > 0
               DISPLAY ">> Copia riservata a un lettore in attesa "
                   "(ritiro o prelievo): riportarla in Filiale"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-LETTORE
                   FROM Prenotazione
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF PRESTITI-LETTORE >= LIMITE-DOMICILIO
               DISPLAY ">> RIFIUTATO: limite di " LIMITE-DOMICILIO
                   " prestiti raggiunto"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.

           PERFORM ASSEGNA-NUMERO-PRESTITO.
           ACCEPT ADESSO-ORA FROM TIME.
           EXEC SQL
               INSERT INTO Prenotazione (codiceISBN, Username,
                   data_prenotazione, barcode, numero_prestito,
                   ora_prenotazione, ora_scadenza, tipo_prestito)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       :NUMERO-PRESTITO, :ADESSO-ORA, 0,
                       'DOMICILIO')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Errore nel prestito: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Esemplare SET STATO = 'IN PRESTITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           MOVE "PRESTITO DOMICILIO" TO AUDIT-OPERAZIONE.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           MOVE "GESTIONE-DOMICILIO" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           MOVE ISBN TO AD-ISBN.
           MOVE -1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.
           MOVE "P" TO GW-TIPO.
           MOVE CODICE-LETTO TO GW-CODICE.
           MOVE USERNAME-LETTORE TO GW-USERNAME.
           MOVE ZERO TO GW-IMPORTO.
           MOVE SPACES TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           ADD 1 TO CONTATORE-PRESTITI.
           PERFORM CALCOLA-RIENTRO-PREVISTO.
           DISPLAY ">> PRESTITO " NUMERO-PRESTITO " - " CODICE-LETTO
               " a " USERNAME-LETTORE(1:30).
           DISPLAY "   a domicilio fino al " DR-DATA-A
               ", senza multe".

      *    Periodo della politica 'Domicilio' per il tipo di
      *    materiale; se manca ricade sui default di LEGGI-POLITICA.
      *    La data serve solo al foglio e al lettore: il rientro vero
      *    e' al passaggio del giro.
       CALCOLA-RIENTRO-PREVISTO.
           EXEC SQL
               SELECT Categoria, COALESCE(TipoMateriale, 'LIBRO')
                   INTO :CATEGORIA-LIBRO, :TIPO-MATERIALE
                   FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           CALL 'LEGGI-POLITICA-TIPO' USING TIPO-MATERIALE,
               CATEGORIA-LIBRO, RUOLO-DOMICILIO, GIORNI-PRESTITO,
               IMPORTO-MULTA-POLITICA, DEPOSITO-POLITICA.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE FILIALE-GIRO TO DR-FILIALE.
           MOVE OGGI-DATA TO DR-DATA-DA.
           MOVE GIORNI-PRESTITO TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.

      *************RIENTRI RACCOLTI DAL GIRO**************************
      *    Lotto dei rientri: il volontario riporta le copie raccolte
      *    e il banco le passa tutte di seguito. Ogni copia rientra
      *    nella Filiale del giro; le liste d'attesa le serve il
      *    giro ordinario di LISTA-PRELIEVI sulle copie Disponibili.
      *    Nessun controllo di ritardo: il prestito e' senza multe.
       RIENTRI-GIRO.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA.
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEGGI-GIRO.
           IF CODICE-GIRO = SPACES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE ZERO TO CONTATORE-RESTITUZIONI.
           MOVE ZERO TO CONTATORE-SCARTATI.
           MOVE "S" TO PROSEGUI-LOTTO.
           PERFORM UNTIL NOT PROSEGUI-LOTTO-SI
               DISPLAY "Barcode raccolto (FINE per chiudere il "
                   "lotto): "
               ACCEPT CODICE-LETTO
               IF CODICE-LETTO = "FINE" OR CODICE-LETTO = "fine" OR
                  CODICE-LETTO = SPACES
                   MOVE "N" TO PROSEGUI-LOTTO
               ELSE
                   PERFORM RIENTRO-DOMICILIO
               END-IF
           END-PERFORM.
           DISPLAY "----- Lotto rientri del giro " CODICE-GIRO
               " -----".
           DISPLAY "Copie rientrate: " CONTATORE-RESTITUZIONI.
           DISPLAY "Codici scartati: " CONTATORE-SCARTATI.

       RIENTRO-DOMICILIO.
           EXEC SQL
               SELECT p.codiceISBN, p.Username, p.data_prenotazione,
                      COALESCE(p.numero_prestito, 0),
                      COALESCE(p.ora_prenotazione, 0)
                   INTO :ISBN, :USERNAME-LETTORE, :DATA-PRENOTAZIONE,
                        :NUMERO-PRESTITO, :ORA-PRESTITO
                   FROM Prenotazione p
                   WHERE p.barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND p.tipo_prestito = 'DOMICILIO'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> " CODICE-LETTO ": nessun prestito a "
                   "domicilio aperto, passarla al banco"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           ACCEPT ADESSO-ORA FROM TIME.
           EXEC SQL
               INSERT INTO PrenotazioneStorico (codiceISBN,
                   Username, data_prenotazione,
                   data_restituzione, numero_prestito,
                   ora_prenotazione, ora_restituzione,
                   filiale_restituzione)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       :DATA-PRENOTAZIONE, :OGGI-DATA,
                       :NUMERO-PRESTITO,
                       :ORA-PRESTITO, :ADESSO-ORA,
                       TRIM(BOTH ' ' FROM :FILIALE-GIRO))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Errore nella restituzione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM Prenotazione
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND tipo_prestito = 'DOMICILIO'
           END-EXEC.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'Disponibile',
                       Filiale = TRIM(BOTH ' ' FROM :FILIALE-GIRO)
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'IN PRESTITO'
           END-EXEC.
           MOVE "RIENTRO DOMICILIO" TO AUDIT-OPERAZIONE.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           MOVE "GESTIONE-DOMICILIO" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           MOVE ISBN TO AD-ISBN.
           MOVE +1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.
           MOVE "R" TO GW-TIPO.
           MOVE CODICE-LETTO TO GW-CODICE.
           MOVE USERNAME-LETTORE TO GW-USERNAME.
           MOVE ZERO TO GW-IMPORTO.
           MOVE SPACES TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           ADD 1 TO CONTATORE-RESTITUZIONI.
           DISPLAY ">> RESO " CODICE-LETTO " da "
               USERNAME-LETTORE(1:30).

      *    Passaggio fatto: la prossima data del giro avanza della
      *    frequenza, rotolata oltre le chiusure della Filiale.
       GIRO-EFFETTUATO.
           PERFORM LEGGI-GIRO.
           IF CODICE-GIRO = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF STATO-GIRO NOT = "ATTIVO"
               DISPLAY "Giro non attivo."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE FILIALE-GIRO TO DR-FILIALE.
           IF PROSSIMA-DATA > OGGI-DATA
               MOVE PROSSIMA-DATA TO DR-DATA-DA
           ELSE
               MOVE OGGI-DATA TO DR-DATA-DA
           END-IF.
           MOVE FREQUENZA-GIORNI TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           EXEC SQL
               UPDATE GiriConsegna
                   SET prossima_data = :DR-DATA-A,
                       ultimo_passaggio = :OGGI-DATA
                   WHERE codice_giro = TRIM(BOTH ' ' FROM :CODICE-GIRO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "GIRO EFFETTUATO" TO AUDIT-OPERAZIONE.
           MOVE CODICE-GIRO TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           DISPLAY "Prossimo passaggio del giro " CODICE-GIRO ": "
               DR-DATA-A.

      *    Stesso criterio di CIRCOLAZIONE: il numero prosegue sia
      *    sui prestiti aperti sia sullo storico.
       ASSEGNA-NUMERO-PRESTITO.
           EXEC SQL
               SELECT COALESCE(MAX(numero_prestito), 0)
                   INTO :MAX-PRESTITO-ATTIVO FROM Prenotazione
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(MAX(numero_prestito), 0)
                   INTO :MAX-PRESTITO-STORICO FROM PrenotazioneStorico
           END-EXEC.
           IF MAX-PRESTITO-ATTIVO > MAX-PRESTITO-STORICO
               COMPUTE NUMERO-PRESTITO = MAX-PRESTITO-ATTIVO + 1
           ELSE
               COMPUTE NUMERO-PRESTITO = MAX-PRESTITO-STORICO + 1
           END-IF.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-DOMICILIO" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           EXEC SQL COMMIT END-EXEC.
