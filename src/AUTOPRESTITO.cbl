       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPRESTITO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA          PIC 9(8).
           01 ADESSO-ORA         PIC 9(6).
           01 CODICE-LETTO       PIC X(20).
           01 ISBN               PIC X(50).
           01 STATO-ESEMPLARE    PIC X(12).
           01 USER-INPUT         PIC X(50).
           01 DATA-PRENOTAZIONE  PIC X(50).
           01 ORA-PRESTITO       PIC 9(6).

      *    Chiosco di provenienza (Chioschi): la sua Filiale fa da
      *    banco per i resi e il suo codice da operatore in
      *    AuditLog e sui trasferimenti.
           01 CHIOSCO-OPERATORE  PIC X(50).
           01 CHIOSCO-ATTIVO     PIC X(1).
           01 FILIALE-BANCO      PIC X(30).

           01 NUMERO-PRESTITO    PIC 9(9).
           01 MAX-PRESTITO-ATTIVO PIC 9(9).
           01 MAX-PRESTITO-STORICO PIC 9(9).

      *    Stesse regole del banco (CIRCOLAZIONE, RESERVE-BOOK):
      *    massimale, soglia multe senza deroghe, tessera scaduta,
      *    provvedimenti, ospiti del consorzio, fascia d'eta'.
           01 PRENOTAZIONI-UTENTE PIC 9(5).
           01 LIMITE-PRENOTAZIONI PIC 9(3) VALUE 5.
           01 LIMITE-ISTITUZIONE  PIC 9(3) VALUE 30.
           01 LIMITE-EFFETTIVO    PIC 9(3).
           01 TESSERE-BLOCCATE    PIC 9(5).
           01 SCADENZA-TESSERA    PIC 9(8).
           01 SOGLIA-MULTE        PIC 9(5)V99 VALUE 10.00.
           01 SOGLIA-TESTO        PIC X(50).
           01 MULTE-DOVUTE        PIC 9(7)V99.
           01 NOME-UTENTE         PIC X(50).
           01 RUOLO-UTENTE        PIC X(30).

           01 ETA-MINIMA-LIBRO    PIC 9(2).
           01 DATA-NASCITA-UTENTE PIC 9(8).
           01 CONSENSO-TUTORE     PIC X(1).
           01 DATA-MAGGIORE-ETA   PIC 9(8).

           01 BIBLIOTECA-CASA     PIC X(50).
           01 CODICE-SOCIO        PIC X(20).
           01 STATO-SOCIO         PIC X(10).
           01 SCADENZA-SOCIO      PIC 9(8).

           01 CATEGORIA-LIBRO    PIC X(30).
           01 SEDE-LIBRO         PIC X(30).
           01 TIPO-MATERIALE     PIC X(12).
           01 TITOLO-LIBRO       PIC X(100).
           01 GIORNI-PRESTITO    PIC 9(3) VALUE 30.
           01 IMPORTO-MULTA-POLITICA PIC 9(5)V99.
           01 DEPOSITO-POLITICA  PIC 9(5)V99.
           01 DEPOSITI-APERTI    PIC 9(5).
           01 PEZZI-KIT-APERTI   PIC 9(5).
           01 SCADENZA-PRESTITO  PIC 9(8).

      *    Prenotazioni anticipate confermate (PRENOTA-ANTICIPATA)
      *    e copie sulla mensola dei ritiri.
           01 PRENOTAZIONI-ANTICIPATE PIC 9(5).
           01 COPIE-LIBRO             PIC 9(3).
           01 PRESTITI-LIBRO          PIC 9(5).
           01 RITIRI-APERTI           PIC 9(5).
           01 RITIRO-USERNAME         PIC X(50).
           01 PRELIEVI-APERTI         PIC 9(5).

      *    Rinnovo: stessi controlli di RINNOVO-AUTOMATICO.
           01 RINNOVI-DEFAULT     PIC 9(3) VALUE 2.
           01 RINNOVI-MASSIMI     PIC 9(3).
           01 RINNOVI-PRESTITO    PIC 9(3).
           01 ORA-SCADENZA-PREST  PIC 9(6).
           01 DATA-SCADENZA-PREST PIC 9(8).
           01 STATO-PRESTITO      PIC X(20).
           01 ATTESA-PRESENTI     PIC 9(5).
           01 ANTICIPATE-PRESENTI PIC 9(5).

           01 SO-RICHIESTA.
               03 SO-TIPO           PIC X(12).
               03 SO-RUOLO          PIC X(30).
               03 SO-DATA           PIC 9(8).
               03 SO-ORA            PIC 9(6).
               03 SO-ORE            PIC 9(3).
               03 SO-ORA-SCADENZA   PIC 9(6).
           01 AO-RICHIESTA.
               03 AO-NUMERO-PRESTITO PIC 9(9).
               03 AO-ORE-RITARDO     PIC 9(5).
               03 AO-IMPORTO         PIC 9(7)V99.

           01 AM-RICHIESTA.
               03 AM-USERNAME        PIC X(50).
               03 AM-ISBN            PIC X(50).
               03 AM-FILIALE         PIC X(30).
               03 AM-DATA-PREN       PIC X(50).
               03 AM-OPERATORE       PIC X(50).
               03 AM-NUMERO-CAMPAGNA PIC 9(9).
               03 AM-MULTE           PIC 9(5).
               03 AM-IMPORTO         PIC 9(7)V99.

           01 DATE-RICHIESTA.
               03 DR-OPERAZIONE PIC X(1).
               03 DR-FILIALE    PIC X(30).
               03 DR-DATA-DA    PIC 9(8).
               03 DR-DATA-A     PIC 9(8).
               03 DR-GIORNI     PIC S9(7).

      *    Mensola dei ritiri e smistamento del reso, come in
      *    CIRCOLAZIONE.
           01 GIORNI-RITIRO         PIC 9(3) VALUE 3.
           01 PROSSIMO-USERNAME     PIC X(50).
           01 FILIALE-RITIRO        PIC X(30).
           01 FILIALE-COPIA         PIC X(30).
           01 FILIALE-CASA          PIC X(30).
           01 DESTINAZIONE-COPIA    PIC X(1).
             88 DESTINAZIONE-RITIRO-QUI  VALUE "R".
             88 DESTINAZIONE-RITIRO-FUORI VALUE "P".
             88 DESTINAZIONE-CASA        VALUE "C".
             88 DESTINAZIONE-SCAFFALE    VALUE "S".
           01 COPIA-IN-TRANSITO     PIC X(1).
             88 COPIA-IN-TRANSITO-SI VALUE "S".
           01 DATA-DI-LAVORO        PIC 9(8).
           01 DATA-DI-LAVORO-ANNO   PIC 9(4).
           01 DATA-DI-LAVORO-MESE   PIC 9(2).
           01 DATA-DI-LAVORO-GIORNO PIC 9(2).
           01 GIORNI-ASSOLUTI       PIC 9(9).
           01 GIORNI-SCADENZA       PIC 9(9).
           01 GIORNI-RESTO          PIC 9(9).
           01 DATA-SCADENZA-RITIRO.
               03 SCADENZA-RITIRO-ANNO   PIC 9(4).
               03 SCADENZA-RITIRO-MESE   PIC 9(2).
               03 SCADENZA-RITIRO-GIORNO PIC 9(2).

           01 AUDIT-PROGRAMMA   PIC X(30) VALUE "AUTOPRESTITO".
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

           01 AD-RICHIESTA.
               03 AD-ISBN           PIC X(50).
               03 AD-DELTA          PIC S9(3).

           01 CP-RICHIESTA.
               03 CP-USERNAME       PIC X(50).
               03 CP-ESITO          PIC X(1).
               03 CP-MOTIVO         PIC X(100).

           01 CI-RICHIESTA.
               03 CI-USERNAME       PIC X(50).
               03 CI-ISBN           PIC X(50).
               03 CI-ESITO          PIC X(1).
               03 CI-MOTIVO         PIC X(100).
               03 CI-OPERAZIONE     PIC X(1) VALUE "R".

           01 GW-RICHIESTA.
               03 GW-TIPO           PIC X(1).
               03 GW-CODICE         PIC X(50).
               03 GW-USERNAME       PIC X(50).
               03 GW-IMPORTO        PIC 9(7)V99.
               03 GW-DATA-RIF       PIC X(8).

           01 CS-ESITO-FINESTRA PIC X(1).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Messaggio dei chioschi di autoprestito: il gateway del
      *    fornitore traduce ogni richiesta del chiosco in questo
      *    tracciato e chiama il modulo, che risponde nello stesso.
      *    AU-TIPO: "ST" situazione del tesserato, "PR" prestito,
      *    "RE" restituzione, "RI" rinnovo, "MU" situazione multe.
      *    Il tesserato si riconosce dalla tessera (NumeroTessera);
      *    la restituzione basta la copia. Valgono le regole del
      *    banco senza nessuna deroga: cio' che il banco sblocca
      *    (multe oltre soglia, cauzioni, copie da riconciliare,
      *    pezzi di kit) al chiosco si rifiuta e si manda al banco.
      *    AU-ESITO: 'S' eseguito, 'N' rifiutato con il motivo in
      *    AU-MOTIVO (per "ST": 'N' se il tesserato non puo'
      *    prendere in prestito). Al reso AU-DESTINAZIONE dice al
      *    chiosco in quale vano far cadere la copia: R mensola
      *    ritiri qui, P da spedire alla Filiale di ritiro, C da
      *    rimandare alla Filiale del titolo, S scaffale; la
      *    Filiale interessata in AU-FILIALE-DEST.
      *    Ogni messaggio, eseguito o rifiutato, si registra in
      *    MovimentiChiosco per REPORT-CHIOSCHI.
       01 AU-MESSAGGIO.
           03 AU-TIPO           PIC X(2).
           03 AU-CHIOSCO        PIC X(10).
           03 AU-TESSERA        PIC X(20).
           03 AU-BARCODE        PIC X(20).
           03 AU-ESITO          PIC X(1).
           03 AU-MOTIVO         PIC X(100).
           03 AU-NOME           PIC X(50).
           03 AU-TITOLO         PIC X(100).
           03 AU-SCADENZA       PIC 9(8).
           03 AU-ORA-SCADENZA   PIC 9(6).
           03 AU-PRESTITI       PIC 9(3).
           03 AU-RITIRI-PRONTI  PIC 9(3).
           03 AU-MULTE          PIC 9(3).
           03 AU-MULTE-DOVUTE   PIC 9(7)V99.
           03 AU-DESTINAZIONE   PIC X(1).
           03 AU-FILIALE-DEST   PIC X(30).

       PROCEDURE DIVISION USING AU-MESSAGGIO.
       AUTOPRESTITO-PARA.
           MOVE "N" TO AU-ESITO.
           MOVE SPACES TO AU-MOTIVO.
           MOVE SPACES TO AU-NOME.
           MOVE SPACES TO AU-TITOLO.
           MOVE ZERO TO AU-SCADENZA.
           MOVE ZERO TO AU-ORA-SCADENZA.
           MOVE ZERO TO AU-PRESTITI.
           MOVE ZERO TO AU-RITIRI-PRONTI.
           MOVE ZERO TO AU-MULTE.
           MOVE ZERO TO AU-MULTE-DOVUTE.
           MOVE SPACES TO AU-DESTINAZIONE.
           MOVE SPACES TO AU-FILIALE-DEST.
           MOVE SPACES TO USER-INPUT.
           MOVE AU-BARCODE TO CODICE-LETTO.
           MOVE AU-CHIOSCO TO CHIOSCO-OPERATORE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.

           PERFORM LEGGI-CHIOSCO.
           IF AU-MOTIVO = SPACES AND AU-TIPO NOT = "RE"
               PERFORM IDENTIFICA-TESSERATO
           END-IF.
           IF AU-MOTIVO = SPACES AND
              (AU-TIPO = "PR" OR AU-TIPO = "RE" OR AU-TIPO = "RI")
               CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
               IF CS-ESITO-FINESTRA NOT = "S"
                   STRING "servizio sospeso durante la finestra batch: "
                       "rivolgersi al banco"
                       DELIMITED BY SIZE INTO AU-MOTIVO
               END-IF
           END-IF.
           IF AU-MOTIVO = SPACES
               EVALUATE AU-TIPO
                   WHEN "ST" PERFORM STATO-TESSERATO
                   WHEN "PR" PERFORM PRESTITO-CHIOSCO
                   WHEN "RE" PERFORM RESTITUZIONE-CHIOSCO
                   WHEN "RI" PERFORM RINNOVO-CHIOSCO
                   WHEN "MU" PERFORM SITUAZIONE-MULTE
                   WHEN OTHER
                       MOVE "messaggio non riconosciuto" TO AU-MOTIVO
               END-EVALUATE
           END-IF.

           PERFORM REGISTRA-MOVIMENTO.

           EXIT PROGRAM.

      *    Solo i chioschi censiti e attivi (Chioschi) parlano con
      *    la circolazione.
       LEGGI-CHIOSCO.
           MOVE SPACES TO FILIALE-BANCO.
           MOVE "N" TO CHIOSCO-ATTIVO.
           EXEC SQL
               SELECT COALESCE(filiale, ' '), COALESCE(attivo, 'N')
                   INTO :FILIALE-BANCO, :CHIOSCO-ATTIVO
                   FROM Chioschi
                   WHERE codice_chiosco =
                         TRIM(BOTH ' ' FROM :AU-CHIOSCO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "chiosco non registrato" TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF CHIOSCO-ATTIVO NOT = "S"
               MOVE "chiosco disattivato" TO AU-MOTIVO
           END-IF.

      *    Tessera bloccata per smarrimento (TessereStorico): il
      *    chiosco non la trattiene, il lettore va mandato al banco.
       IDENTIFICA-TESSERATO.
           IF AU-TESSERA = SPACES
               MOVE "tessera non letta" TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :TESSERE-BLOCCATE
                   FROM TessereStorico
                   WHERE numero_tessera =
                         TRIM(BOTH ' ' FROM :AU-TESSERA)
                     AND stato = 'BLOCCATA'
           END-EXEC.
           IF TESSERE-BLOCCATE > 0
               STRING "tessera bloccata per smarrimento: rivolgersi "
                   "al banco"
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT Username, COALESCE(Nome, ' '), RUOLO
                   INTO :USER-INPUT, :NOME-UTENTE, :RUOLO-UTENTE
                   FROM Utente
                   WHERE NumeroTessera =
                         TRIM(BOTH ' ' FROM :AU-TESSERA)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO USER-INPUT
               MOVE "tessera non riconosciuta" TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE NOME-UTENTE TO AU-NOME.

      *    Controlli del tesserato nell'ordine di PRESTITO-RAPIDO.
       CONTROLLA-TESSERATO.
           MOVE USER-INPUT TO CP-USERNAME.
           CALL 'CONTROLLA-PROVVEDIMENTI' USING CP-RICHIESTA.
           IF CP-ESITO = "S"
               MOVE "sospensione disciplinare in corso" TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           IF RUOLO-UTENTE = "Ospite"
               PERFORM CONTROLLA-SOCIO-CONSORZIO
               IF AU-MOTIVO NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               SELECT COALESCE(DataScadenzaTessera, 0)
                   INTO :SCADENZA-TESSERA
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SCADENZA-TESSERA
           END-IF.
           IF SCADENZA-TESSERA > 0 AND SCADENZA-TESSERA < OGGI-DATA
               STRING "tessera scaduta il " SCADENZA-TESSERA
                   ": rinnovala al banco"
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PRENOTAZIONI-UTENTE
                   FROM Prenotazione
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           MOVE LIMITE-PRENOTAZIONI TO LIMITE-EFFETTIVO.
           IF RUOLO-UTENTE = "Istituzione"
               MOVE LIMITE-ISTITUZIONE TO LIMITE-EFFETTIVO
               EXEC SQL
                   SELECT Valore INTO :SOGLIA-TESTO FROM Parametri
                       WHERE Chiave =
                           'LIMITE-PRESTITI-ISTITUZIONE'
               END-EXEC
               IF SQLCODE = 0
                   MOVE FUNCTION NUMVAL(SOGLIA-TESTO)
                       TO LIMITE-EFFETTIVO
               END-IF
           END-IF.
           IF PRENOTAZIONI-UTENTE >= LIMITE-EFFETTIVO
               STRING "limite di " LIMITE-EFFETTIVO
                   " prestiti raggiunto"
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM LEGGI-MULTE-BLOCCANTI.
           IF MULTE-DOVUTE > SOGLIA-MULTE
               STRING "multe insolute per " MULTE-DOVUTE
                   " euro: pagamento al banco"
                   DELIMITED BY SIZE INTO AU-MOTIVO
           END-IF.

      *    Soglia di SOGLIA-MULTE-PRENOTAZIONE; le multe di un
      *    piano di rateizzazione in regola non bloccano.
       LEGGI-MULTE-BLOCCANTI.
           EXEC SQL
               SELECT Valore INTO :SOGLIA-TESTO FROM Parametri
                   WHERE Chiave = 'SOGLIA-MULTE-PRENOTAZIONE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(SOGLIA-TESTO) TO SOGLIA-MULTE
           END-IF.
           EXEC SQL
               SELECT COALESCE(SUM(importo - importo_pagato), 0)
                   INTO :MULTE-DOVUTE
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND NOT EXISTS (SELECT 1 FROM PianiRateali r
                         WHERE r.numero_piano = Multe.numero_piano
                           AND r.stato = 'ATTIVO')
           END-EXEC.

       CONTROLLA-SOCIO-CONSORZIO.
           EXEC SQL
               SELECT COALESCE(BibliotecaCasa, ' '),
                      COALESCE(CodiceSocio, ' ')
                   INTO :BIBLIOTECA-CASA, :CODICE-SOCIO
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           EXEC SQL
               SELECT stato, data_scadenza
                   INTO :STATO-SOCIO, :SCADENZA-SOCIO
                   FROM SociConsorzio
                   WHERE biblioteca =
                         TRIM(BOTH ' ' FROM :BIBLIOTECA-CASA)
                     AND codice_socio =
                         TRIM(BOTH ' ' FROM :CODICE-SOCIO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "ospite non nell'ultimo file del consorzio"
                   TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF STATO-SOCIO NOT = "ATTIVO"
               STRING "socio " STATO-SOCIO
                   " presso la biblioteca di casa"
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF SCADENZA-SOCIO > 0 AND SCADENZA-SOCIO < OGGI-DATA
               MOVE "tessera scaduta presso la biblioteca di casa"
                   TO AU-MOTIVO
           END-IF.

       CONTROLLA-FASCIA-ETA.
           EXEC SQL
               SELECT COALESCE(EtaMinima, 0) INTO :ETA-MINIMA-LIBRO
                   FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF ETA-MINIMA-LIBRO = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COALESCE(DataNascita, 0),
                      COALESCE(ConsensoTutore, 'N')
                   INTO :DATA-NASCITA-UTENTE, :CONSENSO-TUTORE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           IF DATA-NASCITA-UTENTE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DATA-MAGGIORE-ETA =
               DATA-NASCITA-UTENTE + (ETA-MINIMA-LIBRO * 10000).
           IF OGGI-DATA < DATA-MAGGIORE-ETA AND
              CONSENSO-TUTORE NOT = "S"
               STRING "titolo riservato ai maggiori di "
                   ETA-MINIMA-LIBRO " anni"
                   DELIMITED BY SIZE INTO AU-MOTIVO
           END-IF.

      *****************SITUAZIONE DEL TESSERATO************************
      *    Prestiti in corso, ritiri pronti sulla mensola, multe
      *    aperte; l'esito dice se il prestito e' consentito.
       STATO-TESSERATO.
           PERFORM CONTA-SITUAZIONE.
           PERFORM CONTROLLA-TESSERATO.
           IF AU-MOTIVO = SPACES
               MOVE "S" TO AU-ESITO
           END-IF.

       SITUAZIONE-MULTE.
           PERFORM CONTA-SITUAZIONE.
           PERFORM LEGGI-MULTE-BLOCCANTI.
           MOVE "S" TO AU-ESITO.
           IF MULTE-DOVUTE > SOGLIA-MULTE
               STRING "oltre la soglia di " SOGLIA-MULTE
                   " euro: prestiti bloccati fino al pagamento"
                   DELIMITED BY SIZE INTO AU-MOTIVO
           END-IF.

       CONTA-SITUAZIONE.
           EXEC SQL
               SELECT COUNT(*) INTO :AU-PRESTITI
                   FROM Prenotazione
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :AU-RITIRI-PRONTI
                   FROM Ritiri
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND stato = 'IN RITIRO'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(importo - importo_pagato), 0)
                   INTO :AU-MULTE, :AU-MULTE-DOVUTE
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND stato IN ('APERTA', 'CONTESTATA')
           END-EXEC.

      *****************PRESTITO AL CHIOSCO*****************************
       PRESTITO-CHIOSCO.
           EXEC SQL
               SELECT e.codiceISBN, e.STATO, COALESCE(l.TITOLO, ' ')
                   INTO :ISBN, :STATO-ESEMPLARE, :TITOLO-LIBRO
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "copia non riconosciuta" TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE TITOLO-LIBRO TO AU-TITOLO.
           IF STATO-ESEMPLARE = "SOLO CONSULT"
               STRING "copia del fondo locale, sola consultazione in "
                   "sede"
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF STATO-ESEMPLARE NOT = "Disponibile"
               STRING "copia non prestabile (stato "
                   STATO-ESEMPLARE "): rivolgersi al banco"
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

      *    Copia sulla mensola dei ritiri: per il titolare del
      *    ritiro vale come ritiro (RITIRA-PRENOTAZIONE), per gli
      *    altri non esce. La copia promessa dal giro prelievi
      *    (PrelieviAttesa DA PRELEVARE) non esce per nessuno.
           EXEC SQL
               SELECT COUNT(*) INTO :PRELIEVI-APERTI
                   FROM PrelieviAttesa
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND stato = 'DA PRELEVARE'
           END-EXEC.
           IF PRELIEVI-APERTI > 0
               STRING "copia riservata a un lettore in attesa: "
                   "lasciarla al banco"
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RITIRO-USERNAME.
           EXEC SQL
               SELECT Username INTO :RITIRO-USERNAME
                   FROM Ritiri
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND stato = 'IN RITIRO'
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               IF RITIRO-USERNAME = USER-INPUT
                   PERFORM RITIRO-CHIOSCO
               ELSE
                   STRING "copia riservata a un altro lettore: "
                       "lasciarla al banco"
                       DELIMITED BY SIZE INTO AU-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLLA-TESSERATO.
           IF AU-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLLA-FASCIA-ETA.
           IF AU-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLLA-ANTICIPATE.
           IF AU-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      *    La cauzione si incassa solo al banco.
           IF DEPOSITO-POLITICA > 0
               MOVE "materiale con cauzione: prestito al banco"
                   TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM REGISTRA-PRESTITO-CHIOSCO.

      *    Politica per tipo di materiale e scadenza del nuovo
      *    prestito dal calendario della Filiale del titolo.
       CALCOLA-NUOVA-SCADENZA.
           EXEC SQL
               SELECT l.NUMEROCOPIE, l.Categoria, l.SEDE,
                      COALESCE(l.TipoMateriale, 'LIBRO')
                   INTO :COPIE-LIBRO, :CATEGORIA-LIBRO,
                        :SEDE-LIBRO, :TIPO-MATERIALE
                   FROM Libro l
                   WHERE l.ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           CALL 'LEGGI-POLITICA-TIPO' USING TIPO-MATERIALE,
               CATEGORIA-LIBRO, RUOLO-UTENTE, GIORNI-PRESTITO,
               IMPORTO-MULTA-POLITICA, DEPOSITO-POLITICA.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE SEDE-LIBRO TO DR-FILIALE.
           MOVE OGGI-DATA TO DR-DATA-DA.
           MOVE GIORNI-PRESTITO TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           MOVE DR-DATA-A TO SCADENZA-PRESTITO.

      *    Come CONTROLLA-ANTICIPATE di CIRCOLAZIONE; le copie
      *    sulla mensola o in viaggio per un ritiro contano come
      *    occupate, come in RESERVE-BOOK.
       CONTROLLA-ANTICIPATE.
           PERFORM CALCOLA-NUOVA-SCADENZA.
           EXEC SQL
               SELECT COUNT(*) INTO :PRENOTAZIONI-ANTICIPATE
                   FROM PrenotazioniAnticipate
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato = 'CONFERMATA'
                     AND data_ritiro <= :SCADENZA-PRESTITO
           END-EXEC.
           IF PRENOTAZIONI-ANTICIPATE = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-LIBRO
                   FROM Prenotazione
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :RITIRI-APERTI FROM Ritiri
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato IN ('IN RITIRO', 'IN TRANSITO')
           END-EXEC.
           IF PRESTITI-LIBRO + RITIRI-APERTI +
              PRENOTAZIONI-ANTICIPATE + 1 > COPIE-LIBRO
               MOVE "copia promessa a una prenotazione anticipata"
                   TO AU-MOTIVO
           END-IF.

       REGISTRA-PRESTITO-CHIOSCO.
           PERFORM ASSEGNA-NUMERO-PRESTITO.
           MOVE TIPO-MATERIALE TO SO-TIPO.
           MOVE RUOLO-UTENTE TO SO-RUOLO.
           MOVE OGGI-DATA TO SO-DATA.
           MOVE ADESSO-ORA TO SO-ORA.
           CALL 'CALCOLA-SCADENZA-ORARIA' USING SO-RICHIESTA.
           EXEC SQL
               INSERT INTO Prenotazione (codiceISBN, Username,
                   data_prenotazione, barcode, numero_prestito,
                   ora_prenotazione, ora_scadenza)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       :NUMERO-PRESTITO, :ADESSO-ORA,
                       :SO-ORA-SCADENZA)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               STRING "errore nel prestito: " SQLERRMC
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Esemplare SET STATO = 'IN PRESTITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           MOVE "PRESTITO" TO AUDIT-OPERAZIONE.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING CHIOSCO-OPERATORE,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           MOVE ISBN TO AD-ISBN.
           MOVE -1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.
           MOVE "P" TO GW-TIPO.
           MOVE CODICE-LETTO TO GW-CODICE.
           MOVE USER-INPUT TO GW-USERNAME.
           MOVE ZERO TO GW-IMPORTO.
           MOVE SPACES TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           MOVE "S" TO AU-ESITO.
      *    Prestito orario: da rendere oggi all'ora indicata.
           IF SO-ORA-SCADENZA > ZERO
               MOVE OGGI-DATA TO AU-SCADENZA
               MOVE SO-ORA-SCADENZA TO AU-ORA-SCADENZA
           ELSE
               MOVE SCADENZA-PRESTITO TO AU-SCADENZA
           END-IF.

      *    Ritiro della copia messa da parte per il lettore, come
      *    RITIRA-PRENOTAZIONE: il ritiro era gia' nel massimale.
       RITIRO-CHIOSCO.
           MOVE USER-INPUT TO CP-USERNAME.
           CALL 'CONTROLLA-PROVVEDIMENTI' USING CP-RICHIESTA.
           IF CP-ESITO = "S"
               MOVE "sospensione disciplinare in corso" TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCOLA-NUOVA-SCADENZA.
           PERFORM ASSEGNA-NUMERO-PRESTITO.
           EXEC SQL
               INSERT INTO Prenotazione (codiceISBN, Username,
                   data_prenotazione, barcode, numero_prestito,
                   ora_prenotazione)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       :NUMERO-PRESTITO, :ADESSO-ORA)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               STRING "errore nel ritiro: " SQLERRMC
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Ritiri
                   SET stato = 'RITIRATO'
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND stato = 'IN RITIRO'
           END-EXEC.
           EXEC SQL
               UPDATE Esemplare SET STATO = 'IN PRESTITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           MOVE "RITIRO" TO AUDIT-OPERAZIONE.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING CHIOSCO-OPERATORE,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           MOVE ISBN TO AD-ISBN.
           MOVE -1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.
           MOVE "T" TO GW-TIPO.
           MOVE ISBN TO GW-CODICE.
           MOVE USER-INPUT TO GW-USERNAME.
           MOVE ZERO TO GW-IMPORTO.
           MOVE SPACES TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           MOVE "S" TO AU-ESITO.
           MOVE SCADENZA-PRESTITO TO AU-SCADENZA.
           MOVE "ritiro della prenotazione" TO AU-MOTIVO.

      *****************RESTITUZIONE AL CHIOSCO*************************
      *    Come RESTITUZIONE-RAPIDA con la Filiale del chiosco per
      *    banco. Non si riconcilia nulla: copie senza prestito
      *    aperto, pezzi di kit e cauzioni da rimborsare vanno al
      *    banco e la copia resta com'e'.
       RESTITUZIONE-CHIOSCO.
           EXEC SQL
               SELECT e.codiceISBN, e.STATO, COALESCE(l.TITOLO, ' ')
                   INTO :ISBN, :STATO-ESEMPLARE, :TITOLO-LIBRO
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "copia non riconosciuta" TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE TITOLO-LIBRO TO AU-TITOLO.
           IF STATO-ESEMPLARE NOT = "IN PRESTITO"
               MOVE "copia non in prestito: consegnarla al banco"
                   TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT Username, data_prenotazione,
                      COALESCE(numero_prestito, 0),
                      COALESCE(ora_prenotazione, 0)
                   INTO :USER-INPUT, :DATA-PRENOTAZIONE,
                        :NUMERO-PRESTITO, :ORA-PRESTITO
                   FROM Prenotazione
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO USER-INPUT
               EXEC SQL
                   SELECT COUNT(*) INTO :PEZZI-KIT-APERTI
                       FROM KitEsemplari k
                       JOIN Kit j ON k.numero_kit = j.numero_kit
                       WHERE k.barcode =
                             TRIM(BOTH ' ' FROM :CODICE-LETTO)
                         AND COALESCE(k.rientrato, 'N') = 'N'
                         AND j.stato = 'IN PRESTITO'
               END-EXEC
               IF PEZZI-KIT-APERTI > 0
                   MOVE "pezzo di un kit: il kit rientra al banco"
                       TO AU-MOTIVO
               ELSE
                   STRING "nessun prestito aperto per la copia: "
                       "consegnarla al banco"
                       DELIMITED BY SIZE INTO AU-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF NUMERO-PRESTITO > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :DEPOSITI-APERTI
                       FROM DepositiCauzione
                       WHERE numero_prestito = :NUMERO-PRESTITO
                         AND stato = 'INCASSATO'
               END-EXEC
               IF DEPOSITI-APERTI > 0
                   STRING "cauzione da rimborsare: restituire al "
                       "banco"
                       DELIMITED BY SIZE INTO AU-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO PrenotazioneStorico (codiceISBN,
                   Username, data_prenotazione,
                   data_restituzione, numero_prestito,
                   ora_prenotazione, ora_restituzione,
                   filiale_restituzione)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       :DATA-PRENOTAZIONE, :OGGI-DATA,
                       :NUMERO-PRESTITO,
                       :ORA-PRESTITO, :ADESSO-ORA,
                       TRIM(BOTH ' ' FROM :FILIALE-BANCO))
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               STRING "errore nella restituzione: " SQLERRMC
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF NUMERO-PRESTITO > 0
               MOVE NUMERO-PRESTITO TO AO-NUMERO-PRESTITO
               CALL 'ADDEBITA-ORE-RITARDO' USING AO-RICHIESTA
               IF AO-IMPORTO > ZERO
                   MOVE AO-IMPORTO TO AU-MULTE-DOVUTE
                   STRING "prestito orario in ritardo di "
                       AO-ORE-RITARDO " ore: multa addebitata"
                       DELIMITED BY SIZE INTO AU-MOTIVO
               END-IF
               EXEC SQL
                   UPDATE ContestazioniReso
                       SET stato = 'CHIUSA',
                           esito = 'RESTITUITO',
                           data_chiusura = :OGGI-DATA
                       WHERE numero_prestito = :NUMERO-PRESTITO
                         AND stato = 'APERTA'
               END-EXEC
               EXEC SQL
                   DELETE FROM Prenotazione
                       WHERE numero_prestito = :NUMERO-PRESTITO
               END-EXEC
           ELSE
               EXEC SQL
                   DELETE FROM Prenotazione
                       WHERE barcode =
                           TRIM(BOTH ' ' FROM :CODICE-LETTO)
               END-EXEC
           END-IF.
           MOVE USER-INPUT TO AM-USERNAME.
           MOVE ISBN TO AM-ISBN.
           MOVE FILIALE-BANCO TO AM-FILIALE.
           MOVE DATA-PRENOTAZIONE TO AM-DATA-PREN.
           MOVE CHIOSCO-OPERATORE TO AM-OPERATORE.
           CALL 'APPLICA-AMNISTIA' USING AM-RICHIESTA.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'Disponibile',
                       Filiale = TRIM(BOTH ' ' FROM :FILIALE-BANCO)
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'IN PRESTITO'
           END-EXEC.
           MOVE "RESTITUZIONE" TO AUDIT-OPERAZIONE.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING CHIOSCO-OPERATORE,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           EXEC SQL COMMIT END-EXEC.
           MOVE "R" TO GW-TIPO.
           MOVE CODICE-LETTO TO GW-CODICE.
           MOVE USER-INPUT TO GW-USERNAME.
           MOVE ZERO TO GW-IMPORTO.
           MOVE SPACES TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           MOVE "S" TO AU-ESITO.
           PERFORM CONTROLLA-RITARDO-RIENTRO.

           MOVE "S" TO DESTINAZIONE-COPIA.
           MOVE "N" TO COPIA-IN-TRANSITO.
           PERFORM ASSEGNA-PROSSIMO-IN-ATTESA.
           IF DESTINAZIONE-SCAFFALE
               PERFORM INSTRADA-RESO
           END-IF.
           IF NOT COPIA-IN-TRANSITO-SI
               MOVE ISBN TO AD-ISBN
               MOVE +1 TO AD-DELTA
               CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           MOVE DESTINAZIONE-COPIA TO AU-DESTINAZIONE.
           EVALUATE TRUE
               WHEN DESTINAZIONE-RITIRO-QUI
               WHEN DESTINAZIONE-RITIRO-FUORI
                   MOVE FILIALE-RITIRO TO AU-FILIALE-DEST
               WHEN DESTINAZIONE-CASA
                   MOVE FILIALE-CASA TO AU-FILIALE-DEST
               WHEN OTHER
                   MOVE FILIALE-BANCO TO AU-FILIALE-DEST
           END-EVALUATE.

      *    Rientro oltre la scadenza: la multa la calcola il giro
      *    notturno, il chiosco lo dice soltanto.
       CONTROLLA-RITARDO-RIENTRO.
           EXEC SQL
               SELECT l.Categoria, l.SEDE, u.Ruolo,
                      COALESCE(l.TipoMateriale, 'LIBRO')
                   INTO :CATEGORIA-LIBRO, :SEDE-LIBRO, :RUOLO-UTENTE,
                        :TIPO-MATERIALE
                   FROM Libro l, Utente u
                   WHERE l.ISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND u.Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           CALL 'LEGGI-POLITICA-TIPO' USING TIPO-MATERIALE,
               CATEGORIA-LIBRO, RUOLO-UTENTE, GIORNI-PRESTITO,
               IMPORTO-MULTA-POLITICA, DEPOSITO-POLITICA.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE SEDE-LIBRO TO DR-FILIALE.
           MOVE DATA-PRENOTAZIONE(1:8) TO DR-DATA-DA.
           MOVE GIORNI-PRESTITO TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           IF OGGI-DATA > DR-DATA-A AND AU-MOTIVO = SPACES
               STRING "rientro in ritardo (scadenza " DR-DATA-A
                   "): la multa arriva col giro notturno"
                   DELIMITED BY SIZE INTO AU-MOTIVO
           END-IF.

      *    La copia liberata va al primo della Lista-Attesa, come
      *    in CIRCOLAZIONE.
       ASSEGNA-PROSSIMO-IN-ATTESA.
           EXEC SQL
               SELECT COUNT(*) INTO :ATTESA-PRESENTI FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF ATTESA-PRESENTI = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT Username, COALESCE(filiale_ritiro, ' ')
                   INTO :PROSSIMO-USERNAME, :FILIALE-RITIRO
                   FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                   ORDER BY posizione
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           MOVE FILIALE-BANCO TO FILIALE-COPIA.
           IF FILIALE-RITIRO = SPACES
               MOVE FILIALE-COPIA TO FILIALE-RITIRO
           END-IF.

           IF FILIALE-RITIRO NOT = FILIALE-COPIA
               EXEC SQL
                   INSERT INTO Ritiri (codiceISBN, Username,
                       data_assegnazione, data_scadenza, stato,
                       barcode, filiale_ritiro)
                   VALUES (TRIM(BOTH ' ' FROM :ISBN),
                           TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                           :OGGI-DATA, 0, 'IN TRANSITO',
                           TRIM(BOTH ' ' FROM :CODICE-LETTO),
                           TRIM(BOTH ' ' FROM :FILIALE-RITIRO))
               END-EXEC
           ELSE
               PERFORM CALCOLA-SCADENZA-RITIRO
               EXEC SQL
                   INSERT INTO Ritiri (codiceISBN, Username,
                       data_assegnazione, data_scadenza, stato,
                       barcode, filiale_ritiro)
                   VALUES (TRIM(BOTH ' ' FROM :ISBN),
                           TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                           :OGGI-DATA, :DATA-SCADENZA-RITIRO,
                           'IN RITIRO',
                           TRIM(BOTH ' ' FROM :CODICE-LETTO),
                           TRIM(BOTH ' ' FROM :FILIALE-RITIRO))
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND Username = :PROSSIMO-USERNAME
           END-EXEC.
           EXEC SQL
               UPDATE Lista-Attesa
                   SET posizione = posizione - 1
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF FILIALE-RITIRO NOT = FILIALE-COPIA
               MOVE "P" TO DESTINAZIONE-COPIA
               PERFORM APRI-TRASFERIMENTO-RITIRO
           ELSE
               MOVE "R" TO DESTINAZIONE-COPIA
           END-IF.

       APRI-TRASFERIMENTO-RITIRO.
           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :FILIALE-COPIA),
                       TRIM(BOTH ' ' FROM :FILIALE-RITIRO),
                       :OGGI-DATA, 'APERTO',
                       TRIM(BOTH ' ' FROM :CHIOSCO-OPERATORE),
                       TRIM(BOTH ' ' FROM :CODICE-LETTO))
           END-EXEC.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'IN TRANSITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'Disponibile'
           END-EXEC.
           MOVE "S" TO COPIA-IN-TRANSITO.

      *    Nessuno in attesa: rientro alla Filiale del titolo con un
      *    trasferimento, oppure di nuovo a scaffale qui.
       INSTRADA-RESO.
           EXEC SQL
               SELECT COALESCE(SEDE, ' ') INTO :FILIALE-CASA
                   FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF FILIALE-CASA = SPACES OR FILIALE-BANCO = SPACES
               OR FILIALE-CASA = FILIALE-BANCO
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO DESTINAZIONE-COPIA.
           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode, motivo)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :FILIALE-BANCO),
                       TRIM(BOTH ' ' FROM :FILIALE-CASA),
                       :OGGI-DATA, 'APERTO',
                       TRIM(BOTH ' ' FROM :CHIOSCO-OPERATORE),
                       TRIM(BOTH ' ' FROM :CODICE-LETTO), 'RIENTRO')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "S" TO DESTINAZIONE-COPIA
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'IN TRANSITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'Disponibile'
           END-EXEC.
           MOVE "S" TO COPIA-IN-TRANSITO.

       CALCOLA-SCADENZA-RITIRO.
           MOVE OGGI-DATA TO DATA-DI-LAVORO.
           PERFORM CONVERTI-GIORNI-ASSOLUTI.
           COMPUTE GIORNI-SCADENZA = GIORNI-ASSOLUTI + GIORNI-RITIRO.
           COMPUTE SCADENZA-RITIRO-ANNO = GIORNI-SCADENZA / 360.
           COMPUTE GIORNI-RESTO =
               GIORNI-SCADENZA - (SCADENZA-RITIRO-ANNO * 360).
           COMPUTE SCADENZA-RITIRO-MESE = GIORNI-RESTO / 30.
           COMPUTE SCADENZA-RITIRO-GIORNO =
               GIORNI-RESTO - (SCADENZA-RITIRO-MESE * 30).

       CONVERTI-GIORNI-ASSOLUTI.
      * Convenzione commerciale a 360 giorni/anno, come in
      * CIRCOLAZIONE.
           MOVE DATA-DI-LAVORO(1:4) TO DATA-DI-LAVORO-ANNO.
           MOVE DATA-DI-LAVORO(5:2) TO DATA-DI-LAVORO-MESE.
           MOVE DATA-DI-LAVORO(7:2) TO DATA-DI-LAVORO-GIORNO.
           COMPUTE GIORNI-ASSOLUTI =
               (DATA-DI-LAVORO-ANNO * 360) +
               (DATA-DI-LAVORO-MESE * 30) +
               DATA-DI-LAVORO-GIORNO.

      *****************RINNOVO AL CHIOSCO******************************
      *    Stessi controlli di RINNOVO-AUTOMATICO: niente domanda sul
      *    titolo, limite di rinnovi della politica, nessun blocco
      *    (CONTROLLA-IDONEITA 'R'). I prestiti gia' scaduti, orari,
      *    del bibliobus o in contestazione si rinnovano al banco.
       RINNOVO-CHIOSCO.
           EXEC SQL
               SELECT p.numero_prestito, p.codiceISBN,
                      p.data_prenotazione,
                      COALESCE(p.numero_rinnovi, 0),
                      COALESCE(p.ora_scadenza, 0),
                      COALESCE(p.data_scadenza, 0),
                      COALESCE(p.stato_prestito, ' '),
                      l.Categoria, l.SEDE,
                      COALESCE(l.TipoMateriale, 'LIBRO'),
                      COALESCE(l.TITOLO, ' ')
                   INTO :NUMERO-PRESTITO, :ISBN, :DATA-PRENOTAZIONE,
                        :RINNOVI-PRESTITO, :ORA-SCADENZA-PREST,
                        :DATA-SCADENZA-PREST, :STATO-PRESTITO,
                        :CATEGORIA-LIBRO, :SEDE-LIBRO,
                        :TIPO-MATERIALE, :TITOLO-LIBRO
                   FROM Prenotazione p
                   JOIN Libro l ON p.codiceISBN = l.ISBN
                   WHERE p.barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND p.Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND p.numero_prestito IS NOT NULL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "copia non in prestito a questa tessera"
                   TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE TITOLO-LIBRO TO AU-TITOLO.
           IF ORA-SCADENZA-PREST > 0
               MOVE "prestito orario: non rinnovabile" TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF DATA-SCADENZA-PREST > 0
               MOVE "prestito del bibliobus: non rinnovabile"
                   TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF STATO-PRESTITO = "RESO-DICHIARATO"
               MOVE "prestito in contestazione: rivolgersi al banco"
                   TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           CALL 'LEGGI-POLITICA-TIPO' USING TIPO-MATERIALE,
               CATEGORIA-LIBRO, RUOLO-UTENTE, GIORNI-PRESTITO,
               IMPORTO-MULTA-POLITICA, DEPOSITO-POLITICA.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE SEDE-LIBRO TO DR-FILIALE.
           MOVE DATA-PRENOTAZIONE(1:8) TO DR-DATA-DA.
           MOVE GIORNI-PRESTITO TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           IF DR-DATA-A < OGGI-DATA
               STRING "prestito scaduto il " DR-DATA-A
                   ": rinnovo al banco"
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE SEDE-LIBRO TO DR-FILIALE.
           MOVE OGGI-DATA TO DR-DATA-DA.
           MOVE GIORNI-PRESTITO TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           MOVE DR-DATA-A TO SCADENZA-PRESTITO.

           EXEC SQL
               SELECT COUNT(*) INTO :ATTESA-PRESENTI
                   FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF ATTESA-PRESENTI > 0
               MOVE "altri lettori in lista d'attesa sul titolo"
                   TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :ANTICIPATE-PRESENTI
                   FROM PrenotazioniAnticipate
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato = 'CONFERMATA'
                     AND data_ritiro <= :SCADENZA-PRESTITO
           END-EXEC.
           IF ANTICIPATE-PRESENTI > 0
               MOVE "prenotazione anticipata nel nuovo periodo"
                   TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLLA-LIMITE-RINNOVI.
           IF AU-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE USER-INPUT TO CI-USERNAME.
           MOVE ISBN TO CI-ISBN.
           CALL 'CONTROLLA-IDONEITA' USING CI-RICHIESTA.
           IF CI-ESITO = "S"
               MOVE CI-MOTIVO TO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE Prenotazione
                   SET data_prenotazione = :OGGI-DATA,
                       numero_rinnovi =
                           COALESCE(numero_rinnovi, 0) + 1
                   WHERE numero_prestito = :NUMERO-PRESTITO
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               STRING "errore nel rinnovo: " SQLERRMC
                   DELIMITED BY SIZE INTO AU-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE "RINNOVO" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-PRESTITO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING CHIOSCO-OPERATORE,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           EXEC SQL COMMIT END-EXEC.
           MOVE "S" TO AU-ESITO.
           MOVE SCADENZA-PRESTITO TO AU-SCADENZA.

      *    Limite di rinnovi dalla riga di PoliticaPrestito che
      *    governa il prestito, come in RINNOVO-AUTOMATICO.
       CONTROLLA-LIMITE-RINNOVI.
           MOVE RINNOVI-DEFAULT TO RINNOVI-MASSIMI.
           EXEC SQL
               SELECT COALESCE(rinnovi_max, :RINNOVI-DEFAULT)
                   INTO :RINNOVI-MASSIMI
                   FROM PoliticaPrestito
                   WHERE (tipo_materiale =
                             TRIM(BOTH ' ' FROM :TIPO-MATERIALE)
                          AND tipo_materiale <> 'LIBRO'
                          AND Ruolo IN
                              (TRIM(BOTH ' ' FROM :RUOLO-UTENTE), '*'))
                      OR (COALESCE(tipo_materiale, '*') = '*'
                          AND Categoria IN
                              (TRIM(BOTH ' ' FROM :CATEGORIA-LIBRO),
                               '*')
                          AND Ruolo IN
                              (TRIM(BOTH ' ' FROM :RUOLO-UTENTE), '*'))
                   ORDER BY
                       CASE WHEN COALESCE(tipo_materiale, '*') <> '*'
                            THEN 0 ELSE 1 END,
                       CASE WHEN Categoria =
                                 TRIM(BOTH ' ' FROM :CATEGORIA-LIBRO)
                            THEN 0 ELSE 1 END,
                       CASE WHEN Ruolo =
                                 TRIM(BOTH ' ' FROM :RUOLO-UTENTE)
                            THEN 0 ELSE 1 END
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE RINNOVI-DEFAULT TO RINNOVI-MASSIMI
           END-IF.
           IF RINNOVI-PRESTITO >= RINNOVI-MASSIMI
               STRING "limite di " RINNOVI-MASSIMI
                   " rinnovi raggiunto"
                   DELIMITED BY SIZE INTO AU-MOTIVO
           END-IF.

      *    Numero di prestito univoco, progressivo su attivo e
      *    storico insieme (vedi RESERVE-BOOK).
       ASSEGNA-NUMERO-PRESTITO.
           EXEC SQL
               SELECT COALESCE(MAX(numero_prestito), 0)
                   INTO :MAX-PRESTITO-ATTIVO
                   FROM Prenotazione
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(MAX(numero_prestito), 0)
                   INTO :MAX-PRESTITO-STORICO
                   FROM PrenotazioneStorico
           END-EXEC.
           IF MAX-PRESTITO-ATTIVO > MAX-PRESTITO-STORICO
               COMPUTE NUMERO-PRESTITO = MAX-PRESTITO-ATTIVO + 1
           ELSE
               COMPUTE NUMERO-PRESTITO = MAX-PRESTITO-STORICO + 1
           END-IF.

      *    Registro dei movimenti del chiosco, eseguiti e rifiutati,
      *    per il report giornaliero REPORT-CHIOSCHI.
       REGISTRA-MOVIMENTO.
           EXEC SQL
               INSERT INTO MovimentiChiosco (codice_chiosco,
                   filiale, data_movimento, ora_movimento,
                   tipo_messaggio, numero_tessera, Username,
                   barcode, esito, motivo)
               VALUES (TRIM(BOTH ' ' FROM :AU-CHIOSCO),
                       TRIM(BOTH ' ' FROM :FILIALE-BANCO),
                       :OGGI-DATA, :ADESSO-ORA, :AU-TIPO,
                       TRIM(BOTH ' ' FROM :AU-TESSERA),
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       :AU-ESITO,
                       TRIM(BOTH ' ' FROM :AU-MOTIVO))
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.
