       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-EVENTI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 FILIALE-EVENTO    PIC X(30).
           01 NUMERO-EVENTO     PIC 9(6).
           01 MAX-EVENTO        PIC 9(6).
           01 TITOLO-EVENTO     PIC X(100).
           01 TIPO-EVENTO       PIC X(15).
           01 DATA-EVENTO       PIC 9(8).
           01 ORA-DA            PIC 9(4).
           01 ORA-A             PIC 9(4).
           01 CAPIENZA          PIC 9(4).
           01 ETA-MINIMA        PIC 9(2).
           01 ETA-MASSIMA       PIC 9(2).
           01 DATA-NASCITA      PIC 9(8).
           01 ETA-LETTORE       PIC 9(3).
           01 STATO-EVENTO      PIC X(12).
           01 PRESENTI-SENZA-ISCRIZIONE PIC 9(4).

           01 CODICE-SALA       PIC X(10).
           01 POSTI-SALA        PIC 9(3).
           01 NUMERO-PRENOTAZIONE PIC 9(7).
           01 MAX-PRENOTAZIONE  PIC 9(7).
           01 CONTA-CHIUSURE    PIC 9(5).
           01 CONTA-CONFLITTI   PIC 9(5).

           01 USERNAME-LETTORE  PIC X(50).
           01 CONTA-UTENTE      PIC 9(5).
           01 CONTA-ISCRIZIONI  PIC 9(5).
           01 ISCRITTI-EVENTO   PIC 9(5).
           01 IN-ATTESA-EVENTO  PIC 9(5).
           01 PRESENTI-EVENTO   PIC 9(5).
           01 PROGRESSIVO       PIC 9(5).
           01 MAX-PROGRESSIVO   PIC 9(5).
           01 STATO-ISCRIZIONE  PIC X(12).
           01 RISPOSTA          PIC X(1).

           01 EVENTO-REC.
               03 E-NUMERO      PIC 9(6).
               03 E-FILIALE     PIC X(30).
               03 E-TITOLO      PIC X(100).
               03 E-TIPO        PIC X(15).
               03 E-DATA        PIC 9(8).
               03 E-ORA-DA      PIC 9(4).
               03 E-ORA-A       PIC 9(4).
               03 E-CAPIENZA    PIC 9(4).
               03 E-ETA-MINIMA  PIC 9(2).
               03 E-ETA-MASSIMA PIC 9(2).
               03 E-ISCRITTI    PIC 9(5).
               03 E-ATTESA      PIC 9(5).
               03 E-STATO       PIC X(12).

           01 ISCRIZIONE-REC.
               03 I-USERNAME    PIC X(50).
               03 I-PROGRESSIVO PIC 9(5).
               03 I-STATO       PIC X(12).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).
      *    "L" quando a chiamare e' AREA-LETTORE, come per
      *    PRENOTA-SALE: il lettore iscrive e cancella solo se
      *    stesso e non vede le funzioni del banco.
           01 MODO-CHIAMATA      PIC X(1).

       PROCEDURE DIVISION USING OPERATORE-USERNAME, MODO-CHIAMATA.
      *    Calendario degli eventi per Filiale (letture, laboratori
      *    per ragazzi, presentazioni) in Eventi, con capienza,
      *    fascia d'eta' (controllata sulla DataNascita del
      *    lettore) e, se l'evento ha una sala, la prenotazione
      *    dell'intera sala in PrenotazioniSale (posto 0, stato
      *    EVENTO: PRENOTA-SALE non vi assegna posti sovrapposti).
      *    Le iscrizioni (IscrizioniEventi) vanno in ISCRITTO fino
      *    alla capienza, poi IN ATTESA in ordine d'arrivo; chi
      *    annulla lascia il posto al primo in attesa. A evento
      *    concluso il banco registra PRESENTE o ASSENTE per ogni
      *    iscritto e i presenti senza iscrizione; iscritti e
      *    presenze per tipo di evento vanno in SNAPSHOT-MENSILE e
      *    nel RITORNO-ANNUALE.
       GESTIONE-EVENTI-PARA.
           DISPLAY "------- SONO GESTIONE-EVENTI!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Eventi della biblioteca -----"
               DISPLAY "1. Calendario degli eventi"
               DISPLAY "2. Iscrizione a un evento"
               DISPLAY "3. Annulla un'iscrizione"
               IF MODO-CHIAMATA = "L"
                   DISPLAY "4. Le mie iscrizioni"
               ELSE
                   DISPLAY "4. Iscritti e lista d'attesa di un evento"
                   DISPLAY "5. Nuovo evento"
                   DISPLAY "6. Registra le presenze"
                   DISPLAY "7. Annulla un evento"
               END-IF
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM CALENDARIO-EVENTI
                   WHEN 2 PERFORM ISCRIVI-EVENTO
                   WHEN 3 PERFORM ANNULLA-ISCRIZIONE
                   WHEN 4
                       IF MODO-CHIAMATA = "L"
                           PERFORM MIE-ISCRIZIONI
                       ELSE
                           PERFORM ELENCA-ISCRITTI
                       END-IF
                   WHEN 5
                       IF MODO-CHIAMATA NOT = "L"
                           PERFORM NUOVO-EVENTO
                       ELSE
                           DISPLAY "Opzione non valida."
                       END-IF
                   WHEN 6
                       IF MODO-CHIAMATA NOT = "L"
                           PERFORM REGISTRA-PRESENZE
                       ELSE
                           DISPLAY "Opzione non valida."
                       END-IF
                   WHEN 7
                       IF MODO-CHIAMATA NOT = "L"
                           PERFORM ANNULLA-EVENTO
                       ELSE
                           DISPLAY "Opzione non valida."
                       END-IF
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *    Eventi programmati da oggi in poi, della Filiale scelta o
      *    di tutte, con i posti ancora liberi.
       CALENDARIO-EVENTI.
           DISPLAY "Filiale (INVIO = tutte): "
           ACCEPT FILIALE-EVENTO.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               DECLARE C-CALENDARIO CURSOR FOR
                   SELECT e.numero_evento, e.Filiale, e.titolo,
                          e.tipo_evento, e.data_evento, e.ora_da,
                          e.ora_a, e.capienza,
                          COALESCE(e.eta_minima, 0),
                          COALESCE(e.eta_massima, 0),
                          (SELECT COUNT(*) FROM IscrizioniEventi i
                               WHERE i.numero_evento = e.numero_evento
                                 AND i.stato = 'ISCRITTO'),
                          (SELECT COUNT(*) FROM IscrizioniEventi i
                               WHERE i.numero_evento = e.numero_evento
                                 AND i.stato = 'IN ATTESA'),
                          e.stato
                       FROM Eventi e
                       WHERE e.stato = 'PROGRAMMATO'
                         AND e.data_evento >= :OGGI-DATA
                         AND (TRIM(BOTH ' ' FROM :FILIALE-EVENTO) = ''
                              OR e.Filiale =
                                 TRIM(BOTH ' ' FROM :FILIALE-EVENTO))
                       ORDER BY e.data_evento, e.ora_da,
                                e.numero_evento
           END-EXEC.
           EXEC SQL OPEN C-CALENDARIO END-EXEC.
           EXEC SQL
               FETCH C-CALENDARIO INTO :E-NUMERO, :E-FILIALE,
                   :E-TITOLO, :E-TIPO, :E-DATA, :E-ORA-DA, :E-ORA-A,
                   :E-CAPIENZA, :E-ETA-MINIMA, :E-ETA-MASSIMA,
                   :E-ISCRITTI, :E-ATTESA, :E-STATO
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun evento in programma."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY E-NUMERO " " E-DATA " " E-ORA-DA "-" E-ORA-A
                   " " E-FILIALE(1:20) " " E-TIPO
               IF E-ETA-MINIMA = 0 AND E-ETA-MASSIMA = 0
                   DISPLAY "       " E-TITOLO(1:60)
               ELSE
                   DISPLAY "       " E-TITOLO(1:60) " (eta' "
                       E-ETA-MINIMA "-" E-ETA-MASSIMA ")"
               END-IF
               IF E-ISCRITTI < E-CAPIENZA
                   DISPLAY "       Posti " E-CAPIENZA " - iscritti "
                       E-ISCRITTI
               ELSE
                   DISPLAY "       COMPLETO - in attesa " E-ATTESA
               END-IF
               EXEC SQL
                   FETCH C-CALENDARIO INTO :E-NUMERO, :E-FILIALE,
                       :E-TITOLO, :E-TIPO, :E-DATA, :E-ORA-DA,
                       :E-ORA-A, :E-CAPIENZA, :E-ETA-MINIMA,
                       :E-ETA-MASSIMA, :E-ISCRITTI, :E-ATTESA,
                       :E-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CALENDARIO END-EXEC.

       CHIEDI-LETTORE.
           IF MODO-CHIAMATA = "L"
               MOVE OPERATORE-USERNAME TO USERNAME-LETTORE
           ELSE
               DISPLAY "Username dell'utente: "
               ACCEPT USERNAME-LETTORE
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTA-UTENTE FROM Utente
                       WHERE Username =
                           TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
               END-EXEC
               IF CONTA-UTENTE = 0
                   DISPLAY "ERRORE: utente non trovato."
                   MOVE SPACES TO USERNAME-LETTORE
               END-IF
           END-IF.

       LEGGI-EVENTO.
           MOVE SPACES TO STATO-EVENTO.
           EXEC SQL
               SELECT titolo, data_evento, capienza, stato,
                      COALESCE(prenotazione_sala, 0),
                      COALESCE(eta_minima, 0), COALESCE(eta_massima, 0)
                   INTO :TITOLO-EVENTO, :DATA-EVENTO, :CAPIENZA,
                        :STATO-EVENTO, :NUMERO-PRENOTAZIONE,
                        :ETA-MINIMA, :ETA-MASSIMA
                   FROM Eventi
                   WHERE numero_evento = :NUMERO-EVENTO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Evento non trovato."
               MOVE SPACES TO STATO-EVENTO
           END-IF.

       ISCRIVI-EVENTO.
           DISPLAY "Numero dell'evento: "
           ACCEPT NUMERO-EVENTO.
           PERFORM LEGGI-EVENTO.
           IF STATO-EVENTO = SPACES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF STATO-EVENTO NOT = "PROGRAMMATO"
              OR DATA-EVENTO < OGGI-DATA
               DISPLAY "Iscrizioni chiuse per questo evento."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Evento: " TITOLO-EVENTO(1:60).
           PERFORM CHIEDI-LETTORE.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLLA-ETA.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISCRIZIONI
                   FROM IscrizioniEventi
                   WHERE numero_evento = :NUMERO-EVENTO
                     AND Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND stato IN ('ISCRITTO', 'IN ATTESA')
           END-EXEC.
           IF CONTA-ISCRIZIONI > 0
               DISPLAY "Iscrizione gia' presente per questo evento."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :ISCRITTI-EVENTO
                   FROM IscrizioniEventi
                   WHERE numero_evento = :NUMERO-EVENTO
                     AND stato = 'ISCRITTO'
           END-EXEC.
           IF ISCRITTI-EVENTO < CAPIENZA
               MOVE "ISCRITTO" TO STATO-ISCRIZIONE
           ELSE
               MOVE "IN ATTESA" TO STATO-ISCRIZIONE
           END-IF.
           EXEC SQL
               SELECT COALESCE(MAX(progressivo), 0)
                   INTO :MAX-PROGRESSIVO
                   FROM IscrizioniEventi
                   WHERE numero_evento = :NUMERO-EVENTO
           END-EXEC.
           COMPUTE PROGRESSIVO = MAX-PROGRESSIVO + 1.
           EXEC SQL
               INSERT INTO IscrizioniEventi (numero_evento,
                   progressivo, Username, stato, data_iscrizione)
               VALUES (:NUMERO-EVENTO, :PROGRESSIVO,
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       :STATO-ISCRIZIONE, :OGGI-DATA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nell'iscrizione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "ISCRIZIONE" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           IF STATO-ISCRIZIONE = "ISCRITTO"
               DISPLAY "Iscrizione confermata."
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :IN-ATTESA-EVENTO
                       FROM IscrizioniEventi
                       WHERE numero_evento = :NUMERO-EVENTO
                         AND stato = 'IN ATTESA'
               END-EXEC
               DISPLAY "Evento completo: in lista d'attesa, "
                   "posizione " IN-ATTESA-EVENTO "."
           END-IF.

      *    Eta' al giorno dell'evento dalla DataNascita (come
      *    CONTROLLA-IDONEITA). Data di nascita assente: nessun
      *    controllo. Fuori fascia il lettore e' respinto; al banco
      *    si avvisa e l'operatore puo' confermare lo stesso (il
      *    genitore che accompagna, il fratello maggiore).
       CONTROLLA-ETA.
           IF ETA-MINIMA = 0 AND ETA-MASSIMA = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COALESCE(DataNascita, 0) INTO :DATA-NASCITA
                   FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF SQLCODE NOT = 0 OR DATA-NASCITA = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ETA-LETTORE = (DATA-EVENTO - DATA-NASCITA) / 10000.
           IF ETA-LETTORE >= ETA-MINIMA
              AND (ETA-MASSIMA = 0 OR ETA-LETTORE <= ETA-MASSIMA)
               EXIT PARAGRAPH
           END-IF.
           IF MODO-CHIAMATA = "L"
               DISPLAY "Evento riservato alla fascia d'eta' "
                   ETA-MINIMA "-" ETA-MASSIMA "."
               MOVE SPACES TO USERNAME-LETTORE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ATTENZIONE: eta' " ETA-LETTORE " fuori dalla "
               "fascia " ETA-MINIMA "-" ETA-MASSIMA ". Iscrivere "
               "comunque? (S/N): "
           ACCEPT RISPOSTA.
           IF RISPOSTA NOT = "S" AND RISPOSTA NOT = "s"
               MOVE SPACES TO USERNAME-LETTORE
           END-IF.

       ANNULLA-ISCRIZIONE.
           DISPLAY "Numero dell'evento: "
           ACCEPT NUMERO-EVENTO.
           PERFORM LEGGI-EVENTO.
           IF STATO-EVENTO = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF STATO-EVENTO NOT = "PROGRAMMATO"
               DISPLAY "Evento " STATO-EVENTO ": niente da annullare."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHIEDI-LETTORE.
           IF USERNAME-LETTORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT stato INTO :STATO-ISCRIZIONE
                   FROM IscrizioniEventi
                   WHERE numero_evento = :NUMERO-EVENTO
                     AND Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND stato IN ('ISCRITTO', 'IN ATTESA')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna iscrizione attiva a questo evento."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               UPDATE IscrizioniEventi
                   SET stato = 'ANNULLATO',
                       data_variazione = :OGGI-DATA
                   WHERE numero_evento = :NUMERO-EVENTO
                     AND Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND stato IN ('ISCRITTO', 'IN ATTESA')
           END-EXEC.
           IF STATO-ISCRIZIONE = "ISCRITTO"
               PERFORM PROMUOVI-ATTESA
           END-IF.
           MOVE "ANNULLA ISCRIZIONE" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Iscrizione annullata.".

      *    Il posto lasciato libero va al primo in lista d'attesa;
      *    al banco si mostra chi avvisare.
       PROMUOVI-ATTESA.
           EXEC SQL
               SELECT progressivo, Username
                   INTO :PROGRESSIVO, :I-USERNAME
                   FROM IscrizioniEventi
                   WHERE numero_evento = :NUMERO-EVENTO
                     AND stato = 'IN ATTESA'
                   ORDER BY progressivo
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE IscrizioniEventi
                   SET stato = 'ISCRITTO',
                       data_variazione = :OGGI-DATA
                   WHERE numero_evento = :NUMERO-EVENTO
                     AND progressivo = :PROGRESSIVO
           END-EXEC.
           IF MODO-CHIAMATA NOT = "L"
               DISPLAY "Posto assegnato al primo in attesa: "
                   I-USERNAME " (da avvisare)."
           END-IF.

       MIE-ISCRIZIONI.
           EXEC SQL
               DECLARE C-MIE-ISCRIZIONI CURSOR FOR
                   SELECT e.numero_evento, e.Filiale, e.titolo,
                          e.data_evento, e.ora_da, i.stato
                       FROM IscrizioniEventi i
                       JOIN Eventi e
                         ON e.numero_evento = i.numero_evento
                       WHERE i.Username =
                             TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
                         AND i.stato IN ('ISCRITTO', 'IN ATTESA')
                         AND e.stato = 'PROGRAMMATO'
                       ORDER BY e.data_evento, e.ora_da
           END-EXEC.
           EXEC SQL OPEN C-MIE-ISCRIZIONI END-EXEC.
           EXEC SQL
               FETCH C-MIE-ISCRIZIONI INTO :E-NUMERO, :E-FILIALE,
                   :E-TITOLO, :E-DATA, :E-ORA-DA, :I-STATO
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Non hai iscrizioni a eventi in programma."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY E-NUMERO " " E-DATA " " E-ORA-DA " "
                   E-FILIALE(1:20) " " E-TITOLO(1:40) " [" I-STATO
                   "]"
               EXEC SQL
                   FETCH C-MIE-ISCRIZIONI INTO :E-NUMERO,
                       :E-FILIALE, :E-TITOLO, :E-DATA, :E-ORA-DA,
                       :I-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MIE-ISCRIZIONI END-EXEC.

       ELENCA-ISCRITTI.
           DISPLAY "Numero dell'evento: "
           ACCEPT NUMERO-EVENTO.
           PERFORM LEGGI-EVENTO.
           IF STATO-EVENTO = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Evento: " TITOLO-EVENTO(1:60) " del "
               DATA-EVENTO " (" STATO-EVENTO ", posti " CAPIENZA ")".
           EXEC SQL
               DECLARE C-ISCRITTI CURSOR FOR
                   SELECT Username, progressivo, stato
                       FROM IscrizioniEventi
                       WHERE numero_evento = :NUMERO-EVENTO
                         AND stato <> 'ANNULLATO'
                       ORDER BY CASE WHEN stato = 'IN ATTESA'
                                     THEN 1 ELSE 0 END,
                                progressivo
           END-EXEC.
           EXEC SQL OPEN C-ISCRITTI END-EXEC.
           EXEC SQL
               FETCH C-ISCRITTI INTO :I-USERNAME, :I-PROGRESSIVO,
                   :I-STATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  " I-PROGRESSIVO " " I-USERNAME(1:40) " "
                   I-STATO
               EXEC SQL
                   FETCH C-ISCRITTI INTO :I-USERNAME,
                       :I-PROGRESSIVO, :I-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ISCRITTI END-EXEC.

      *    Nuovo evento: giorno rifiutato se la Filiale e' chiusa
      *    (CalendarioChiusure, come PRENOTA-SALE); con la sala,
      *    nessuna prenotazione sovrapposta su alcun posto, e la
      *    capienza non supera i posti della sala.
       NUOVO-EVENTO.
           DISPLAY "Filiale dell'evento: "
           ACCEPT FILIALE-EVENTO.
           DISPLAY "Titolo dell'evento: "
           ACCEPT TITOLO-EVENTO.
           DISPLAY "Tipo (LETTURA/LABORATORIO/PRESENTAZIONE/ALTRO): "
           ACCEPT TIPO-EVENTO.
           MOVE FUNCTION UPPER-CASE(TIPO-EVENTO) TO TIPO-EVENTO.
           IF TIPO-EVENTO NOT = "LETTURA"
              AND TIPO-EVENTO NOT = "LABORATORIO"
              AND TIPO-EVENTO NOT = "PRESENTAZIONE"
               MOVE "ALTRO" TO TIPO-EVENTO
           END-IF.
           DISPLAY "Eta' minima (0 = nessuna): "
           ACCEPT ETA-MINIMA.
           DISPLAY "Eta' massima (0 = nessuna): "
           ACCEPT ETA-MASSIMA.
           IF ETA-MASSIMA > 0 AND ETA-MASSIMA < ETA-MINIMA
               DISPLAY "ERRORE: fascia d'eta' non valida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Giorno (AAAAMMGG): "
           ACCEPT DATA-EVENTO.
           DISPLAY "Ora di inizio (HHMM): "
           ACCEPT ORA-DA.
           DISPLAY "Ora di fine (HHMM): "
           ACCEPT ORA-A.
           IF ORA-A <= ORA-DA
               DISPLAY "ERRORE: fascia oraria non valida."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CHIUSURE
                   FROM CalendarioChiusure
                   WHERE data_chiusura = :DATA-EVENTO
                     AND (Filiale = '*' OR Filiale =
                          TRIM(BOTH ' ' FROM :FILIALE-EVENTO))
           END-EXEC.
           IF CONTA-CHIUSURE > 0
               DISPLAY "ERRORE: la Filiale e' chiusa in quel giorno."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Sala (codice, INVIO = nessuna): "
           ACCEPT CODICE-SALA.
           MOVE ZERO TO POSTI-SALA.
           MOVE ZERO TO NUMERO-PRENOTAZIONE.
           IF CODICE-SALA NOT = SPACES
               PERFORM CONTROLLA-SALA
               IF POSTI-SALA = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Capienza (posti per gli iscritti): "
           ACCEPT CAPIENZA.
           IF CAPIENZA = ZERO
              OR (POSTI-SALA > ZERO AND CAPIENZA > POSTI-SALA)
               DISPLAY "ERRORE: capienza non valida per la sala."
               EXIT PARAGRAPH
           END-IF.

           IF CODICE-SALA NOT = SPACES
               PERFORM PRENOTA-SALA-EVENTO
               IF SQLCODE NOT = 0
                   DISPLAY "ERRORE sulla prenotazione della sala: "
                       SQLERRMC
                   EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_evento), 0)
                   INTO :MAX-EVENTO
                   FROM Eventi
           END-EXEC.
           COMPUTE NUMERO-EVENTO = MAX-EVENTO + 1.
           EXEC SQL
               INSERT INTO Eventi (numero_evento, Filiale, titolo,
                   tipo_evento, data_evento, ora_da, ora_a,
                   capienza, eta_minima, eta_massima, codice_sala,
                   prenotazione_sala, stato,
                   presenti_senza_iscrizione, operatore)
               VALUES (:NUMERO-EVENTO,
                       TRIM(BOTH ' ' FROM :FILIALE-EVENTO),
                       TRIM(BOTH ' ' FROM :TITOLO-EVENTO),
                       TRIM(BOTH ' ' FROM :TIPO-EVENTO),
                       :DATA-EVENTO, :ORA-DA, :ORA-A, :CAPIENZA,
                       :ETA-MINIMA, :ETA-MASSIMA,
                       NULLIF(TRIM(BOTH ' ' FROM :CODICE-SALA), ''),
                       NULLIF(:NUMERO-PRENOTAZIONE, 0),
                       'PROGRAMMATO', 0,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "NUOVO EVENTO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Evento " NUMERO-EVENTO " in calendario.".

       CONTROLLA-SALA.
           EXEC SQL
               SELECT posti INTO :POSTI-SALA FROM SaleStudio
                   WHERE Filiale = TRIM(BOTH ' ' FROM :FILIALE-EVENTO)
                     AND codice_sala =
                         TRIM(BOTH ' ' FROM :CODICE-SALA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE: sala non trovata in questa Filiale."
               MOVE ZERO TO POSTI-SALA
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CONFLITTI
                   FROM PrenotazioniSale
                   WHERE Filiale = TRIM(BOTH ' ' FROM :FILIALE-EVENTO)
                     AND codice_sala =
                         TRIM(BOTH ' ' FROM :CODICE-SALA)
                     AND data_prenotazione = :DATA-EVENTO
                     AND stato IN ('PRENOTATO', 'PRESENTE', 'EVENTO')
                     AND ora_da < :ORA-A
                     AND ora_a > :ORA-DA
           END-EXEC.
           IF CONTA-CONFLITTI > 0
               DISPLAY "ERRORE: la sala ha gia' " CONTA-CONFLITTI
                   " prenotazioni in quella fascia oraria."
               MOVE ZERO TO POSTI-SALA
           END-IF.

       PRENOTA-SALA-EVENTO.
           EXEC SQL
               SELECT COALESCE(MAX(numero_prenotazione), 0)
                   INTO :MAX-PRENOTAZIONE
                   FROM PrenotazioniSale
           END-EXEC.
           COMPUTE NUMERO-PRENOTAZIONE = MAX-PRENOTAZIONE + 1.
           EXEC SQL
               INSERT INTO PrenotazioniSale (numero_prenotazione,
                   Filiale, codice_sala, posto, Username,
                   data_prenotazione, ora_da, ora_a, stato)
               VALUES (:NUMERO-PRENOTAZIONE,
                       TRIM(BOTH ' ' FROM :FILIALE-EVENTO),
                       TRIM(BOTH ' ' FROM :CODICE-SALA),
                       0,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       :DATA-EVENTO, :ORA-DA, :ORA-A, 'EVENTO')
           END-EXEC.

      *    Presenze a evento avvenuto: per ogni iscritto PRESENTE o
      *    ASSENTE, poi i presenti arrivati senza iscrizione; chi e'
      *    rimasto in attesa non entra nelle presenze.
       REGISTRA-PRESENZE.
           DISPLAY "Numero dell'evento: "
           ACCEPT NUMERO-EVENTO.
           PERFORM LEGGI-EVENTO.
           IF STATO-EVENTO = SPACES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF STATO-EVENTO NOT = "PROGRAMMATO"
              OR DATA-EVENTO > OGGI-DATA
               DISPLAY "Presenze registrabili solo a evento "
                   "avvenuto e non ancora chiuso."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Evento: " TITOLO-EVENTO(1:60).
           MOVE ZERO TO PRESENTI-EVENTO.
           EXEC SQL
               DECLARE C-PRESENZE CURSOR FOR
                   SELECT Username, progressivo
                       FROM IscrizioniEventi
                       WHERE numero_evento = :NUMERO-EVENTO
                         AND stato = 'ISCRITTO'
                       ORDER BY progressivo
           END-EXEC.
           EXEC SQL OPEN C-PRESENZE END-EXEC.
           EXEC SQL
               FETCH C-PRESENZE INTO :I-USERNAME, :I-PROGRESSIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  " I-USERNAME(1:40) " presente? (S/N): "
               ACCEPT RISPOSTA
               IF RISPOSTA = "S" OR RISPOSTA = "s"
                   MOVE "PRESENTE" TO I-STATO
                   ADD 1 TO PRESENTI-EVENTO
               ELSE
                   MOVE "ASSENTE" TO I-STATO
               END-IF
               EXEC SQL
                   UPDATE IscrizioniEventi
                       SET stato = :I-STATO,
                           data_variazione = :OGGI-DATA
                       WHERE numero_evento = :NUMERO-EVENTO
                         AND progressivo = :I-PROGRESSIVO
               END-EXEC
               EXEC SQL
                   FETCH C-PRESENZE INTO :I-USERNAME, :I-PROGRESSIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PRESENZE END-EXEC.
           DISPLAY "Presenti senza iscrizione: "
           ACCEPT PRESENTI-SENZA-ISCRIZIONE.
           EXEC SQL
               UPDATE Eventi
                   SET stato = 'CONCLUSO',
                       presenti_senza_iscrizione =
                           :PRESENTI-SENZA-ISCRIZIONE
                   WHERE numero_evento = :NUMERO-EVENTO
           END-EXEC.
           MOVE "PRESENZE" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           COMPUTE PRESENTI-EVENTO =
               PRESENTI-EVENTO + PRESENTI-SENZA-ISCRIZIONE.
           DISPLAY "Evento concluso: presenti " PRESENTI-EVENTO ".".

      *    Annullamento: la sala torna libera e al banco si mostra
      *    chi era iscritto o in attesa, da avvisare.
       ANNULLA-EVENTO.
           DISPLAY "Numero dell'evento da annullare: "
           ACCEPT NUMERO-EVENTO.
           PERFORM LEGGI-EVENTO.
           IF STATO-EVENTO = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF STATO-EVENTO NOT = "PROGRAMMATO"
               DISPLAY "Evento " STATO-EVENTO ": non annullabile."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           DISPLAY "Iscritti da avvisare:".
           EXEC SQL
               DECLARE C-DA-AVVISARE CURSOR FOR
                   SELECT Username, progressivo, stato
                       FROM IscrizioniEventi
                       WHERE numero_evento = :NUMERO-EVENTO
                         AND stato IN ('ISCRITTO', 'IN ATTESA')
                       ORDER BY progressivo
           END-EXEC.
           EXEC SQL OPEN C-DA-AVVISARE END-EXEC.
           EXEC SQL
               FETCH C-DA-AVVISARE INTO :I-USERNAME, :I-PROGRESSIVO,
                   :I-STATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  " I-USERNAME(1:40) " " I-STATO
               EXEC SQL
                   FETCH C-DA-AVVISARE INTO :I-USERNAME,
                       :I-PROGRESSIVO, :I-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-DA-AVVISARE END-EXEC.
           EXEC SQL
               UPDATE IscrizioniEventi
                   SET stato = 'ANNULLATO',
                       data_variazione = :OGGI-DATA
                   WHERE numero_evento = :NUMERO-EVENTO
                     AND stato IN ('ISCRITTO', 'IN ATTESA')
           END-EXEC.
           IF NUMERO-PRENOTAZIONE > ZERO
               EXEC SQL
                   UPDATE PrenotazioniSale SET stato = 'ANNULLATO'
                       WHERE numero_prenotazione =
                           :NUMERO-PRENOTAZIONE
               END-EXEC
           END-IF.
           EXEC SQL
               UPDATE Eventi SET stato = 'ANNULLATO'
                   WHERE numero_evento = :NUMERO-EVENTO
           END-EXEC.
           MOVE "ANNULLA EVENTO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Evento annullato.".

       REGISTRA-AUDIT.
           MOVE "GESTIONE-EVENTI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-EVENTO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
