       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-BIBLIOBUS.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".
           01 PROSEGUI-LOTTO    PIC X(1).
             88 PROSEGUI-LOTTO-SI VALUE "S".

      *    Il bibliobus e' un punto di servizio mobile: per il resto
      *    del sistema una Filiale come le altre (Esemplare.Filiale,
      *    Trasferimenti), con le fermate al posto del banco.
           01 FILIALE-BIBLIOBUS PIC X(30) VALUE "BIBLIOBUS".

           01 OGGI-DATA         PIC 9(8).
           01 CODICE-FERMATA    PIC X(10).
           01 NOME-FERMATA      PIC X(100).
           01 TIPO-FERMATA      PIC X(10).
           01 LOCALITA-FERMATA  PIC X(50).
           01 STATO-FERMATA     PIC X(10).
           01 CONTA-FERMATE     PIC 9(5).

           01 DATA-VISITA       PIC 9(8).
           01 DATA-PRIMA-VISITA PIC 9(8).
           01 DATA-PROSSIMA-VISITA PIC 9(8).
           01 ORA-DA            PIC 9(4).
           01 ORA-A             PIC 9(4).
           01 FREQUENZA-GIORNI  PIC 9(3).
           01 NUMERO-VISITE     PIC 9(3).
           01 INDICE-VISITE     PIC 9(3).
           01 STATO-VISITA      PIC X(12).
           01 CONTA-VISITE      PIC 9(5).
           01 VISITE-INSERITE   PIC 9(5).
           01 PRESTITI-SPOSTATI PIC 9(5).

           01 CODICE-LETTO      PIC X(20).
           01 ISBN              PIC X(50).
           01 STATO-ESEMPLARE   PIC X(12).
           01 FILIALE-ESEMPLARE PIC X(30).
      *    Copie sulla mensola dei ritiri o promesse dal giro
      *    prelievi: restano al lettore che le aspetta.
           01 RISERVE-APERTE    PIC 9(5).
           01 FILIALE-DESTINAZIONE PIC X(30).
           01 USERNAME-LETTORE  PIC X(50).
           01 DATA-PRENOTAZIONE PIC X(50).
           01 ORA-PRESTITO      PIC 9(6).
           01 NUMERO-PRESTITO   PIC 9(9).
           01 MAX-PRESTITO-ATTIVO PIC 9(9).
           01 MAX-PRESTITO-STORICO PIC 9(9).
           01 INIZIO-PRESTITO   PIC 9(8).
           01 MULTE-ESONERATE   PIC 9(5).

           01 CONTA-UTENTE      PIC 9(5).
           01 PRENOTAZIONI-UTENTE PIC 9(5).
           01 LIMITE-PRENOTAZIONI PIC 9(3) VALUE 5.
           01 SCADENZA-TESSERA  PIC 9(8).

           01 VISITA-REC.
               03 V-FERMATA     PIC X(10).
               03 V-NOME        PIC X(100).
               03 V-DATA        PIC 9(8).
               03 V-ORA-DA      PIC 9(4).
               03 V-ORA-A       PIC 9(4).
               03 V-STATO       PIC X(12).

           01 CONTATORE-PRESTITI     PIC 9(5).
           01 CONTATORE-RESTITUZIONI PIC 9(5).
           01 CONTATORE-SCARTATI     PIC 9(5).
           01 CONTATORE-TRASFERITE   PIC 9(5).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

           01 DATE-RICHIESTA.
               03 DR-OPERAZIONE PIC X(1).
               03 DR-FILIALE    PIC X(30).
               03 DR-DATA-DA    PIC 9(8).
               03 DR-DATA-A     PIC 9(8).
               03 DR-GIORNI     PIC S9(7).

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
      *    Bibliobus: le fermate (FermateBibliobus, paesi e scuole)
      *    con il loro orario di passaggio (VisiteBibliobus). La
      *    dotazione del mezzo si carica e si scarica con i
      *    trasferimenti di copia verso e dalla Filiale BIBLIOBUS,
      *    chiusi poi da TRASFERIMENTO-RICEVI come tra due sedi.
      *    La circolazione si registra per fermata e per data della
      *    visita, anche se battuta giorni dopo alla Centrale: il
      *    prestito decorre dalla visita e scade alla visita
      *    successiva della stessa fermata (Prenotazione.
      *    data_scadenza); il rientro vale alla data della visita e
      *    le multe maturate nel frattempo si esonerano. Ogni
      *    movimento resta in MovimentiBibliobus per le statistiche
      *    di REPORT-FERMATE.
       GESTIONE-BIBLIOBUS-PARA.
           DISPLAY "------- SONO GESTIONE-BIBLIOBUS!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Bibliobus -----"
               DISPLAY "1. Nuova fermata"
               DISPLAY "2. Aggiungi passaggi all'orario"
               DISPLAY "3. Orario dei prossimi passaggi"
               DISPLAY "4. Carica il bibliobus (trasferimento)"
               DISPLAY "5. Scarica il bibliobus (trasferimento)"
               DISPLAY "6. Circolazione di una visita"
               DISPLAY "7. Visita saltata"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM NUOVA-FERMATA
                   WHEN 2 PERFORM AGGIUNGI-PASSAGGI
                   WHEN 3 PERFORM ELENCA-ORARIO
                   WHEN 4 PERFORM CARICA-BIBLIOBUS
                   WHEN 5 PERFORM SCARICA-BIBLIOBUS
                   WHEN 6 PERFORM CIRCOLAZIONE-VISITA
                   WHEN 7 PERFORM VISITA-SALTATA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       NUOVA-FERMATA.
           DISPLAY "Codice della fermata: ".
           ACCEPT CODICE-FERMATA.
           IF CODICE-FERMATA = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-FERMATE
                   FROM FermateBibliobus
                   WHERE codice_fermata =
                         TRIM(BOTH ' ' FROM :CODICE-FERMATA)
           END-EXEC.
           IF CONTA-FERMATE > 0
               DISPLAY "Fermata gia' esistente."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nome (es. Piazza del Municipio, Scuola Rodari): ".
           ACCEPT NOME-FERMATA.
           DISPLAY "Tipo (PAESE/SCUOLA): ".
           ACCEPT TIPO-FERMATA.
           MOVE FUNCTION UPPER-CASE(TIPO-FERMATA) TO TIPO-FERMATA.
           IF TIPO-FERMATA NOT = "PAESE" AND
              TIPO-FERMATA NOT = "SCUOLA"
               DISPLAY "Tipo non valido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Localita': ".
           ACCEPT LOCALITA-FERMATA.
           EXEC SQL
               INSERT INTO FermateBibliobus (codice_fermata, nome,
                   tipo_fermata, localita, stato)
               VALUES (TRIM(BOTH ' ' FROM :CODICE-FERMATA),
                       TRIM(BOTH ' ' FROM :NOME-FERMATA),
                       :TIPO-FERMATA,
                       TRIM(BOTH ' ' FROM :LOCALITA-FERMATA),
                       'ATTIVA')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "NUOVA FERMATA" TO AUDIT-OPERAZIONE.
           MOVE CODICE-FERMATA TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           DISPLAY "Fermata " CODICE-FERMATA " registrata.".

      *    L'orario si costruisce a blocchi: primo passaggio, ogni
      *    quanti giorni e quante volte (un semestre, un anno
      *    scolastico). I passaggi gia' presenti non si doppiano;
      *    le date cadono sui giorni di apertura (CALCOLA-DATE sul
      *    calendario della Filiale BIBLIOBUS).
       AGGIUNGI-PASSAGGI.
           PERFORM LEGGI-FERMATA.
           IF CODICE-FERMATA = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF STATO-FERMATA NOT = "ATTIVA"
               DISPLAY "Fermata soppressa."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data del primo passaggio (AAAAMMGG): ".
           ACCEPT DATA-PRIMA-VISITA.
           DISPLAY "Ogni quanti giorni (es. 7, 14, 28): ".
           ACCEPT FREQUENZA-GIORNI.
           DISPLAY "Numero di passaggi: ".
           ACCEPT NUMERO-VISITE.
           DISPLAY "Ora di arrivo (HHMM): ".
           ACCEPT ORA-DA.
           DISPLAY "Ora di partenza (HHMM): ".
           ACCEPT ORA-A.
           IF NUMERO-VISITE = 0 OR ORA-A NOT > ORA-DA OR
              (NUMERO-VISITE > 1 AND FREQUENZA-GIORNI = 0)
               DISPLAY "Dati dell'orario non validi."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO VISITE-INSERITE.
           MOVE DATA-PRIMA-VISITA TO DATA-VISITA.
           PERFORM VARYING INDICE-VISITE FROM 1 BY 1
                   UNTIL INDICE-VISITE > NUMERO-VISITE
               PERFORM INSERISCI-VISITA
               MOVE "S" TO DR-OPERAZIONE
               MOVE FILIALE-BIBLIOBUS TO DR-FILIALE
               MOVE DATA-VISITA TO DR-DATA-DA
               MOVE FREQUENZA-GIORNI TO DR-GIORNI
               CALL 'CALCOLA-DATE' USING DATE-RICHIESTA
               MOVE DR-DATA-A TO DATA-VISITA
           END-PERFORM.
           MOVE "ORARIO FERMATA" TO AUDIT-OPERAZIONE.
           MOVE CODICE-FERMATA TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           DISPLAY "Passaggi aggiunti all'orario: " VISITE-INSERITE.

       INSERISCI-VISITA.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-VISITE
                   FROM VisiteBibliobus
                   WHERE codice_fermata =
                         TRIM(BOTH ' ' FROM :CODICE-FERMATA)
                     AND data_visita = :DATA-VISITA
           END-EXEC.
           IF CONTA-VISITE > 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO VisiteBibliobus (codice_fermata,
                   data_visita, ora_da, ora_a, stato)
               VALUES (TRIM(BOTH ' ' FROM :CODICE-FERMATA),
                       :DATA-VISITA, :ORA-DA, :ORA-A, 'PROGRAMMATA')
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO VISITE-INSERITE
           ELSE
               DISPLAY "Errore sul passaggio del " DATA-VISITA ": "
                   SQLERRMC
           END-IF.

      *    Orario da oggi in poi, di una fermata o di tutte: e' lo
      *    stesso elenco che si affigge alle fermate.
       ELENCA-ORARIO.
           DISPLAY "Fermata (INVIO = tutte): ".
           ACCEPT CODICE-FERMATA.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               DECLARE C-ORARIO CURSOR FOR
                   SELECT v.codice_fermata, f.nome, v.data_visita,
                          v.ora_da, v.ora_a, v.stato
                       FROM VisiteBibliobus v
                       JOIN FermateBibliobus f
                         ON f.codice_fermata = v.codice_fermata
                       WHERE v.data_visita >= :OGGI-DATA
                         AND (TRIM(BOTH ' ' FROM :CODICE-FERMATA) = ''
                              OR v.codice_fermata =
                                 TRIM(BOTH ' ' FROM :CODICE-FERMATA))
                       ORDER BY v.data_visita, v.ora_da
                       FETCH FIRST 40 ROWS ONLY
           END-EXEC.
           EXEC SQL OPEN C-ORARIO END-EXEC.
           EXEC SQL
               FETCH C-ORARIO INTO :V-FERMATA, :V-NOME, :V-DATA,
                   :V-ORA-DA, :V-ORA-A, :V-STATO
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun passaggio in orario."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY V-DATA " " V-ORA-DA(1:2) ":" V-ORA-DA(3:2)
                   "-" V-ORA-A(1:2) ":" V-ORA-A(3:2) " "
                   V-FERMATA " " V-NOME(1:35) " " V-STATO
               EXEC SQL
                   FETCH C-ORARIO INTO :V-FERMATA, :V-NOME, :V-DATA,
                       :V-ORA-DA, :V-ORA-A, :V-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ORARIO END-EXEC.

       LEGGI-FERMATA.
           DISPLAY "Codice della fermata: ".
           ACCEPT CODICE-FERMATA.
           EXEC SQL
               SELECT nome, stato INTO :NOME-FERMATA, :STATO-FERMATA
                   FROM FermateBibliobus
                   WHERE codice_fermata =
                         TRIM(BOTH ' ' FROM :CODICE-FERMATA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Fermata inesistente."
               MOVE SPACES TO CODICE-FERMATA
           END-IF.

      *************CARICO E SCARICO DEL MEZZO*************************
      *    Carico: ogni copia letta parte con un trasferimento di
      *    copia verso la Filiale BIBLIOBUS (come i trasferimenti
      *    per i ritiri di CIRCOLAZIONE); a bordo la si riceve con
      *    TRASFERIMENTO-RICEVI. Finche' viaggia non e' disponibile.
       CARICA-BIBLIOBUS.
           MOVE FILIALE-BIBLIOBUS TO FILIALE-DESTINAZIONE.
           PERFORM LOTTO-TRASFERIMENTI.

      *    Scarico: dal bibliobus alla Filiale che riceve le copie
      *    (di solito la Centrale, che le rimette a scaffale).
       SCARICA-BIBLIOBUS.
           DISPLAY "Filiale che riceve le copie: ".
           ACCEPT FILIALE-DESTINAZIONE.
           IF FILIALE-DESTINAZIONE = SPACES OR
              FILIALE-DESTINAZIONE = FILIALE-BIBLIOBUS
               DISPLAY "Filiale di destinazione non valida."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOTTO-TRASFERIMENTI.

       LOTTO-TRASFERIMENTI.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA.
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE ZERO TO CONTATORE-TRASFERITE.
           MOVE ZERO TO CONTATORE-SCARTATI.
           MOVE "S" TO PROSEGUI-LOTTO.
           PERFORM UNTIL NOT PROSEGUI-LOTTO-SI
               DISPLAY "Barcode (FINE per chiudere): "
               ACCEPT CODICE-LETTO
               IF CODICE-LETTO = "FINE" OR CODICE-LETTO = "fine" OR
                  CODICE-LETTO = SPACES
                   MOVE "N" TO PROSEGUI-LOTTO
               ELSE
                   PERFORM TRASFERISCI-COPIA
               END-IF
           END-PERFORM.
           DISPLAY "Copie in viaggio verso " FILIALE-DESTINAZIONE
               ": " CONTATORE-TRASFERITE " - scartate: "
               CONTATORE-SCARTATI.

       TRASFERISCI-COPIA.
           EXEC SQL
               SELECT codiceISBN, STATO, COALESCE(Filiale, ' ')
                   INTO :ISBN, :STATO-ESEMPLARE, :FILIALE-ESEMPLARE
                   FROM Esemplare
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Codice sconosciuto: " CODICE-LETTO
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           IF STATO-ESEMPLARE NOT = "Disponibile"
               DISPLAY ">> Copia non disponibile (stato "
                   STATO-ESEMPLARE ")"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           IF FILIALE-DESTINAZIONE = FILIALE-BIBLIOBUS AND
              FILIALE-ESEMPLARE = FILIALE-BIBLIOBUS
               DISPLAY ">> La copia e' gia' sul bibliobus"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           IF FILIALE-DESTINAZIONE NOT = FILIALE-BIBLIOBUS AND
              FILIALE-ESEMPLARE NOT = FILIALE-BIBLIOBUS
               DISPLAY ">> La copia non e' sul bibliobus ("
                   FILIALE-ESEMPLARE ")"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
      *    Allo scarico la copia riservata torna in Filiale, dove
      *    il lettore la aspetta: si ferma solo il carico.
           IF FILIALE-DESTINAZIONE = FILIALE-BIBLIOBUS
               PERFORM CONTA-RISERVE
               IF RISERVE-APERTE > 0
                   DISPLAY ">> Copia riservata a un lettore in "
                       "attesa (ritiro o prelievo): non si carica"
                   ADD 1 TO CONTATORE-SCARTATI
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :FILIALE-ESEMPLARE),
                       TRIM(BOTH ' ' FROM :FILIALE-DESTINAZIONE),
                       :OGGI-DATA, 'APERTO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       TRIM(BOTH ' ' FROM :CODICE-LETTO))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Errore nel trasferimento: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'IN TRANSITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'Disponibile'
           END-EXEC.
      *    In viaggio non e' disponibile: il +1 arriva con
      *    TRASFERIMENTO-RICEVI.
           MOVE ISBN TO AD-ISBN.
           MOVE -1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           IF FILIALE-DESTINAZIONE = FILIALE-BIBLIOBUS
               MOVE "CARICO BIBLIOBUS" TO AUDIT-OPERAZIONE
           ELSE
               MOVE "SCARICO BIBLIOBUS" TO AUDIT-OPERAZIONE
           END-IF.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           ADD 1 TO CONTATORE-TRASFERITE.
           DISPLAY ">> " CODICE-LETTO " in viaggio verso "
               FILIALE-DESTINAZIONE.

      *************CIRCOLAZIONE DI UNA VISITA*************************
      *    Fermata e data della visita come da orario; poi un ciclo
      *    di barcode come in CIRCOLAZIONE: la copia IN PRESTITO
      *    rientra, quella Disponibile a bordo esce in prestito. Le
      *    date sono quelle della visita, non quelle di battitura.
       CIRCOLAZIONE-VISITA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA.
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEGGI-FERMATA.
           IF CODICE-FERMATA = SPACES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           DISPLAY "Data della visita (AAAAMMGG, INVIO = oggi): ".
           ACCEPT DATA-VISITA.
           IF DATA-VISITA = ZERO
               MOVE OGGI-DATA TO DATA-VISITA
           END-IF.
           IF DATA-VISITA > OGGI-DATA
               DISPLAY "Visita futura: niente da registrare."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT stato INTO :STATO-VISITA
                   FROM VisiteBibliobus
                   WHERE codice_fermata =
                         TRIM(BOTH ' ' FROM :CODICE-FERMATA)
                     AND data_visita = :DATA-VISITA
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessun passaggio in orario per la fermata "
                   CODICE-FERMATA " il " DATA-VISITA "."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-VISITA = "SALTATA"
               DISPLAY "Visita registrata come saltata."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE VisiteBibliobus
                   SET stato = 'EFFETTUATA'
                   WHERE codice_fermata =
                         TRIM(BOTH ' ' FROM :CODICE-FERMATA)
                     AND data_visita = :DATA-VISITA
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           PERFORM CERCA-PROSSIMA-VISITA.
           IF DATA-PROSSIMA-VISITA = ZERO
               DISPLAY "ATTENZIONE: nessun passaggio successivo in "
                   "orario, i prestiti seguiranno la politica "
                   "ordinaria."
           ELSE
               DISPLAY "Prestiti in scadenza al prossimo passaggio: "
                   DATA-PROSSIMA-VISITA
           END-IF.

           MOVE ZERO TO CONTATORE-PRESTITI.
           MOVE ZERO TO CONTATORE-RESTITUZIONI.
           MOVE ZERO TO CONTATORE-SCARTATI.
           MOVE "S" TO PROSEGUI-LOTTO.
           PERFORM UNTIL NOT PROSEGUI-LOTTO-SI
               DISPLAY "Barcode (FINE per chiudere la visita): "
               ACCEPT CODICE-LETTO
               IF CODICE-LETTO = "FINE" OR CODICE-LETTO = "fine" OR
                  CODICE-LETTO = SPACES
                   MOVE "N" TO PROSEGUI-LOTTO
               ELSE
                   PERFORM ELABORA-CODICE-VISITA
               END-IF
           END-PERFORM.
           DISPLAY "----- Visita " CODICE-FERMATA " del "
               DATA-VISITA " -----".
           DISPLAY "Prestiti registrati: " CONTATORE-PRESTITI.
           DISPLAY "Restituzioni:        " CONTATORE-RESTITUZIONI.
           DISPLAY "Codici scartati:     " CONTATORE-SCARTATI.

      *    Prossimo passaggio non saltato della stessa fermata.
       CERCA-PROSSIMA-VISITA.
           EXEC SQL
               SELECT COALESCE(MIN(data_visita), 0)
                   INTO :DATA-PROSSIMA-VISITA
                   FROM VisiteBibliobus
                   WHERE codice_fermata =
                         TRIM(BOTH ' ' FROM :CODICE-FERMATA)
                     AND data_visita > :DATA-VISITA
                     AND stato <> 'SALTATA'
           END-EXEC.

       ELABORA-CODICE-VISITA.
           EXEC SQL
               SELECT codiceISBN, STATO, COALESCE(Filiale, ' ')
                   INTO :ISBN, :STATO-ESEMPLARE, :FILIALE-ESEMPLARE
                   FROM Esemplare
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Codice sconosciuto: " CODICE-LETTO
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN STATO-ESEMPLARE = "IN PRESTITO"
                   PERFORM RIENTRO-VISITA
               WHEN STATO-ESEMPLARE = "Disponibile" AND
                    FILIALE-ESEMPLARE = FILIALE-BIBLIOBUS
                   PERFORM PRESTITO-VISITA
               WHEN STATO-ESEMPLARE = "Disponibile"
                   DISPLAY ">> La copia non risulta a bordo ("
                       FILIALE-ESEMPLARE "): caricarla prima"
                   ADD 1 TO CONTATORE-SCARTATI
               WHEN OTHER
                   DISPLAY ">> Esemplare non circolante (stato "
                       STATO-ESEMPLARE ")"
                   ADD 1 TO CONTATORE-SCARTATI
           END-EVALUATE.

      *    Controlli del banco rapido: tessera, provvedimenti,
      *    massimale. Niente soglia multe a bordo: le deroghe si
      *    danno al banco.
       PRESTITO-VISITA.
           PERFORM CONTA-RISERVE.
           IF RISERVE-APERTE > 0
               DISPLAY ">> Copia riservata a un lettore in attesa "
                   "(ritiro o prelievo): non si presta"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Username del prestatario: ".
           ACCEPT USERNAME-LETTORE.
           EXEC SQL
               SELECT COUNT(*), MAX(COALESCE(DataScadenzaTessera, 0))
                   INTO :CONTA-UTENTE, :SCADENZA-TESSERA
                   FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF CONTA-UTENTE = 0
               DISPLAY ">> Utente inesistente"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           IF SCADENZA-TESSERA > 0 AND SCADENZA-TESSERA < DATA-VISITA
               DISPLAY ">> RIFIUTATO: tessera scaduta il "
                   SCADENZA-TESSERA
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           MOVE USERNAME-LETTORE TO CP-USERNAME.
           CALL 'CONTROLLA-PROVVEDIMENTI' USING CP-RICHIESTA.
           IF CP-ESITO = "S"
               DISPLAY ">> RIFIUTATO: utente sospeso per "
                   "provvedimento disciplinare"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :PRENOTAZIONI-UTENTE
                   FROM Prenotazione
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
           END-EXEC.
           IF PRENOTAZIONI-UTENTE >= LIMITE-PRENOTAZIONI
               DISPLAY ">> RIFIUTATO: limite di "
                   LIMITE-PRENOTAZIONI " prestiti raggiunto"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.

           PERFORM ASSEGNA-NUMERO-PRESTITO.
           EXEC SQL
               INSERT INTO Prenotazione (codiceISBN, Username,
                   data_prenotazione, barcode, numero_prestito,
                   ora_prenotazione, ora_scadenza, data_scadenza,
                   fermata_prestito)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       :DATA-VISITA,
                       TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       :NUMERO-PRESTITO, 0, 0,
                       NULLIF(:DATA-PROSSIMA-VISITA, 0),
                       TRIM(BOTH ' ' FROM :CODICE-FERMATA))
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
           MOVE "P" TO GW-TIPO.
           PERFORM REGISTRA-MOVIMENTO.
           MOVE "PRESTITO FERMATA" TO AUDIT-OPERAZIONE.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           MOVE "GESTIONE-BIBLIOBUS" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           MOVE ISBN TO AD-ISBN.
           MOVE -1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.
           MOVE CODICE-LETTO TO GW-CODICE.
           MOVE USERNAME-LETTORE TO GW-USERNAME.
           MOVE ZERO TO GW-IMPORTO.
           MOVE DATA-VISITA TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           ADD 1 TO CONTATORE-PRESTITI.
           DISPLAY ">> PRESTITO " NUMERO-PRESTITO " - " CODICE-LETTO
               " a " USERNAME-LETTORE(1:30).

      *    Rientro alla fermata: vale alla data della visita. Se il
      *    giro notturno ha gia' multato i giorni tra la visita e la
      *    battitura, quelle multe si esonerano come per una copia
      *    trovata a scaffale (EsoneriMulte). La copia resta a
      *    bordo, Disponibile nella Filiale BIBLIOBUS.
       RIENTRO-VISITA.
           EXEC SQL
               SELECT Username, data_prenotazione,
                      COALESCE(numero_prestito, 0),
                      COALESCE(ora_prenotazione, 0)
                   INTO :USERNAME-LETTORE, :DATA-PRENOTAZIONE,
                        :NUMERO-PRESTITO, :ORA-PRESTITO
                   FROM Prenotazione
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Nessun prestito aperto per la copia: "
                   "passarla al banco"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-PRENOTAZIONE(1:8) TO INIZIO-PRESTITO.
           IF INIZIO-PRESTITO > DATA-VISITA
               DISPLAY ">> Prestito aperto dopo la visita: "
                   "passarla al banco"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO PrenotazioneStorico (codiceISBN,
                   Username, data_prenotazione,
                   data_restituzione, numero_prestito,
                   ora_prenotazione, ora_restituzione,
                   filiale_restituzione)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       :DATA-PRENOTAZIONE, :DATA-VISITA,
                       :NUMERO-PRESTITO, :ORA-PRESTITO, 0,
                       TRIM(BOTH ' ' FROM :FILIALE-BIBLIOBUS))
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
           END-EXEC.
           PERFORM ESONERA-MULTE-DOPO-VISITA.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'Disponibile',
                       Filiale = TRIM(BOTH ' ' FROM :FILIALE-BIBLIOBUS)
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'IN PRESTITO'
           END-EXEC.
           MOVE "R" TO GW-TIPO.
           PERFORM REGISTRA-MOVIMENTO.
           MOVE "RIENTRO FERMATA" TO AUDIT-OPERAZIONE.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           MOVE "GESTIONE-BIBLIOBUS" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           MOVE ISBN TO AD-ISBN.
           MOVE +1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.
           MOVE CODICE-LETTO TO GW-CODICE.
           MOVE USERNAME-LETTORE TO GW-USERNAME.
           MOVE ZERO TO GW-IMPORTO.
           MOVE SPACES TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           ADD 1 TO CONTATORE-RESTITUZIONI.
           DISPLAY ">> RESO " CODICE-LETTO " da "
               USERNAME-LETTORE(1:30).
           IF MULTE-ESONERATE > 0
               DISPLAY "   esonerate " MULTE-ESONERATE " multe "
                   "maturate dopo la visita"
           END-IF.

       ESONERA-MULTE-DOPO-VISITA.
           MOVE ZERO TO MULTE-ESONERATE.
           IF DATA-VISITA NOT < OGGI-DATA
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :MULTE-ESONERATE
                   FROM Multe
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND COALESCE(tipo_multa, 'RITARDO') = 'RITARDO'
                     AND data_multa > :DATA-VISITA
           END-EXEC.
           IF MULTE-ESONERATE = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO EsoneriMulte (Username, codiceISBN,
                   data_multa, motivo, richiedente, data_richiesta,
                   stato, approvatore, data_decisione)
               SELECT Username, codiceISBN, data_multa,
                      'RESO AL BIBLIOBUS PRIMA DELLA MULTA',
                      TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                      :OGGI-DATA, 'APPROVATO',
                      TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                      :OGGI-DATA
                   FROM Multe
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND COALESCE(tipo_multa, 'RITARDO') = 'RITARDO'
                     AND data_multa > :DATA-VISITA
           END-EXEC.
           EXEC SQL
               UPDATE Multe
                   SET stato = 'ESONERATA'
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-LETTORE)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND COALESCE(tipo_multa, 'RITARDO') = 'RITARDO'
                     AND data_multa > :DATA-VISITA
           END-EXEC.

      *    Traccia per fermata di ogni prestito e rientro: e' la
      *    base delle statistiche di REPORT-FERMATE.
       REGISTRA-MOVIMENTO.
           EXEC SQL
               INSERT INTO MovimentiBibliobus (codice_fermata,
                   data_visita, tipo_movimento, barcode, codiceISBN,
                   Username, numero_prestito, data_registrazione,
                   operatore)
               VALUES (TRIM(BOTH ' ' FROM :CODICE-FERMATA),
                       :DATA-VISITA, :GW-TIPO,
                       TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USERNAME-LETTORE),
                       :NUMERO-PRESTITO, :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.

      *    Passaggio saltato (guasto, neve, sciopero): la visita
      *    esce dall'orario utile e i prestiti della fermata che
      *    scadevano quel giorno passano alla visita successiva.
       VISITA-SALTATA.
           PERFORM LEGGI-FERMATA.
           IF CODICE-FERMATA = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data del passaggio saltato (AAAAMMGG): ".
           ACCEPT DATA-VISITA.
           EXEC SQL
               SELECT stato INTO :STATO-VISITA
                   FROM VisiteBibliobus
                   WHERE codice_fermata =
                         TRIM(BOTH ' ' FROM :CODICE-FERMATA)
                     AND data_visita = :DATA-VISITA
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Passaggio non in orario."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-VISITA NOT = "PROGRAMMATA"
               DISPLAY "Passaggio gia' " STATO-VISITA "."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE VisiteBibliobus
                   SET stato = 'SALTATA'
                   WHERE codice_fermata =
                         TRIM(BOTH ' ' FROM :CODICE-FERMATA)
                     AND data_visita = :DATA-VISITA
           END-EXEC.
           PERFORM CERCA-PROSSIMA-VISITA.
           MOVE ZERO TO PRESTITI-SPOSTATI.
           IF DATA-PROSSIMA-VISITA > ZERO
               EXEC SQL
                   SELECT COUNT(*) INTO :PRESTITI-SPOSTATI
                       FROM Prenotazione
                       WHERE fermata_prestito =
                             TRIM(BOTH ' ' FROM :CODICE-FERMATA)
                         AND data_scadenza = :DATA-VISITA
               END-EXEC
               EXEC SQL
                   UPDATE Prenotazione
                       SET data_scadenza = :DATA-PROSSIMA-VISITA
                       WHERE fermata_prestito =
                             TRIM(BOTH ' ' FROM :CODICE-FERMATA)
                         AND data_scadenza = :DATA-VISITA
               END-EXEC
           END-IF.
           MOVE "VISITA SALTATA" TO AUDIT-OPERAZIONE.
           MOVE CODICE-FERMATA TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           DISPLAY "Passaggio del " DATA-VISITA " saltato: "
               PRESTITI-SPOSTATI " prestiti spostati al "
               DATA-PROSSIMA-VISITA.

      *    Stesso controllo di TRASFERIMENTO-INVIA: la copia e'
      *    sulla mensola dei ritiri o nel giro prelievi del mattino.
       CONTA-RISERVE.
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
           MOVE "GESTIONE-BIBLIOBUS" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           EXEC SQL COMMIT END-EXEC.
