       FILE-CONTROL.
           SELECT SOLLECITO-OUTPUT ASSIGN TO SOLLFEED
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Feed del run interrotto (generazione precedente di
      *    SOLLFEED): letto solo alla ripresa, vedi RIPORTA-FEED.
           SELECT OPTIONAL FEED-PRECEDENTE ASSIGN TO SOLLPREC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRECEDENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03 SR-GIORNI-RITARDO PIC 9(5).
           03 SR-LIVELLO      PIC 9(1).
           03 SR-INTESTATARIO PIC X(50).
      *    Tipo di messaggio per il modello del vendor: SOLLECITO
      *    (ritardo, livelli 1-4), RITIRO (copia pronta sulla
      *    mensola dei ritiri, scadenza e Filiale del ritiro) e
      *    PRESCADENZA (cortesia: il prestito scade alla data
      *    evento). SR-ID-MESSAGGIO torna indietro nel file degli
      *    esiti (IMPORTA-ESITI-SOLLECITI) e lega la consegna alla
      *    riga di SollecitiLog.
           03 SR-ID-MESSAGGIO PIC 9(9).
           03 SR-TIPO-MESSAGGIO PIC X(12).
           03 SR-DATA-EVENTO  PIC 9(8).
           03 SR-FILIALE      PIC X(30).
      *    Lingua preferita del destinatario e testo gia' composto
      *    dal modello (ModelliAvviso, riga 1, via COMPONI-AVVISO);
      *    SR-TESTO a spazio se il modello manca anche in italiano.
           03 SR-LINGUA       PIC X(2).
           03 SR-TESTO        PIC X(200).

       FD  FEED-PRECEDENTE.
       01  FP-RECORD.
           03 FILLER          PIC X(426).
           03 FP-ID-MESSAGGIO PIC 9(9).
           03 FILLER          PIC X(252).

       WORKING-STORAGE SECTION.
      * Periodo di prestito consentito, in giorni: valorizzato per
               03 P-ORGANIZZAZIONE   PIC X(100).
               03 P-RESPONSABILE     PIC X(100).
               03 P-TUTORE           PIC X(50).
               03 P-LINGUA           PIC X(2).
               03 P-DATA-SCADENZA    PIC 9(8).

      *    Nucleo familiare: il sollecito di un minore esce
      *    intestato al tutore designato. SR-INTESTATARIO porta la
               03 T-COGNOME     PIC X(50).
               03 T-TELEFONO    PIC X(20).
               03 T-EMAIL       PIC X(100).
               03 T-LINGUA      PIC X(2).

           01 DATA-DI-LAVORO        PIC 9(8).
           01 DATA-DI-LAVORO-ANNO   PIC 9(4).
           01 DATA-DI-LAVORO-MESE   PIC 9(2).
           01 DATA-DI-LAVORO-GIORNO PIC 9(2).
           01 GIORNI-ASSOLUTI       PIC 9(9).
           01 GIORNI-ASSOLUTI-INIZIO PIC 9(9).
           01 GIORNI-RITARDO        PIC 9(5).

           01 CONTATORE-ESAMINATE   PIC 9(5) VALUE ZERO.
           01 CONTATORE-RITARDO     PIC 9(5) VALUE ZERO.
           01 CONTATORE-RITIRI      PIC 9(5) VALUE ZERO.
           01 CONTATORE-PRESCADENZA PIC 9(5) VALUE ZERO.
           01 CONTATORE-SENZA-CONSENSO PIC 9(5) VALUE ZERO.
           01 CONTATORE-RIPORTATI   PIC 9(5) VALUE ZERO.

      *    Registro esecuzioni (RunLog, via CONTROLLO-RUN): doppio
      *    lancio nella stessa data rifiutato, ripartenza dal
      *    checkpoint per i run interrotti. La chiave porta il
      *    cursore in testa ("1" prestiti, "2" ritiri) e poi
      *    l'ordinamento del cursore, troncato: le righe con la
      *    stessa chiave troncata si rivalutano, e SollecitiLog
      *    impedisce che escano due volte.
           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).
           01 CHIAVE-RIPRESA        PIC X(50).
           01 CHIAVE-CORRENTE       PIC X(50).
           01 CHIAVE-INTESTATARIO   PIC X(50).
           01 RECORD-COMMIT-INTERVALLO PIC 9(3) VALUE 50.
           01 CONTATORE-COMMIT      PIC 9(3) VALUE ZERO.
           01 PRECEDENTE-STATUS     PIC X(2).
           01 FINE-PRECEDENTE       PIC X(1).
             88 FINE-PRECEDENTE-SI  VALUE "S".
           01 ID-PRECEDENTE         PIC 9(9).
           01 MESSAGGI-CONFERMATI   PIC 9(5).

      *    Consensi del destinatario per la finalita' SOLLECITI
      *    (registro ConsensiUtente, via CONTROLLA-CONSENSO).
           01 MESSAGGIO-INVIABILE   PIC X(1).
             88 MESSAGGIO-INVIABILE-SI VALUE "S".
           01 CONSENSO-EMAIL        PIC X(1).
           01 CC-RICHIESTA.
               03 CC-OPERAZIONE     PIC X(1).
               03 CC-USERNAME       PIC X(50).
               03 CC-FINALITA       PIC X(12).
               03 CC-CANALE         PIC X(10).
               03 CC-CONSENSO       PIC X(1).
               03 CC-MODALITA       PIC X(15).
               03 CC-OPERATORE      PIC X(50).
               03 CC-VERSIONE       PIC 9(3).
               03 CC-ESITO          PIC X(1).

      *    Avvisi di servizio: copia pronta al ritiro e prestito in
      *    scadenza fra GIORNI-PREAVVISO giorni (chiave
      *    AVVISO-PRESCADENZA-GIORNI di Parametri). Ogni evento si
      *    avvisa una volta sola: SollecitiLog ne tiene la chiave
      *    (tipo, utente, titolo, data dell'evento).
           01 GIORNI-PREAVVISO      PIC 9(3) VALUE 3.
           01 NUMERO-MESSAGGIO      PIC 9(9).
           01 TIPO-MESSAGGIO        PIC X(12).
           01 CHIAVE-EVENTO         PIC X(8).
           01 AVVISI-GIA-INVIATI    PIC 9(5).
           01 P-SEDE                PIC X(30).
           01 P-TIPO                PIC X(12).
           01 DEPOSITO-POLITICA     PIC 9(5)V99.
           01 DATE-RICHIESTA.
               03 DR-OPERAZIONE PIC X(1).
               03 DR-FILIALE    PIC X(30).
               03 DR-DATA-DA    PIC 9(8).
               03 DR-DATA-A     PIC 9(8).
               03 DR-GIORNI     PIC S9(7).
           01 GIORNI-EDITATI        PIC ZZZZ9.
           01 DATA-EVENTO.
               03 DATA-EVENTO-ANNO     PIC 9(4).
               03 DATA-EVENTO-MESE     PIC 9(2).
               03 DATA-EVENTO-GIORNO   PIC 9(2).
           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).
           01 RITIRO-REC.
               03 R-ISBN            PIC X(50).
               03 R-USERNAME        PIC X(50).
               03 R-ASSEGNAZIONE    PIC 9(8).
               03 R-SCADENZA        PIC 9(8).
               03 R-FILIALE         PIC X(30).

       EXEC SQL INCLUDE SQLCA END-EXEC.

           DISPLAY "------- SONO SOLLECITO-EXPORT (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "SOLLECITO-EXPORT" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.
           MOVE RC-CHIAVE TO CHIAVE-RIPRESA.
           MOVE RC-ESAMINATE TO CONTATORE-ESAMINATE.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'SOLLECITO-GIORNI-LIV2'
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-LIVELLO-4
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'AVVISO-PRESCADENZA-GIORNI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-PREAVVISO
           END-IF.
           MOVE OGGI-DATA TO DATA-DI-LAVORO.
           PERFORM CONVERTI-GIORNI-ASSOLUTI.
           MOVE GIORNI-ASSOLUTI TO OGGI-GIORNI.

           EXEC SQL
               SELECT COALESCE(MAX(id_messaggio), 0)
                   INTO :NUMERO-MESSAGGIO
                   FROM SollecitiLog
           END-EXEC.

           OPEN OUTPUT SOLLECITO-OUTPUT.

           IF CHIAVE-RIPRESA NOT = SPACES
               PERFORM RIPORTA-FEED
           END-IF.

      *    I prestiti dichiarati resi dal lettore restano fuori
      *    finche' la contestazione e' aperta; quelli a domicilio
      *    li riprende il volontario al giro, senza solleciti.
           EXEC SQL
               DECLARE C-SOLLECITO CURSOR WITH HOLD FOR
                   SELECT p.codiceISBN, p.Username,
                          p.data_prenotazione, l.Titolo,
                          u.Nome, u.Cognome, u.Telefono, u.Email,
                          l.Categoria, u.Ruolo,
                          COALESCE(u.NomeOrganizzazione, ' '),
                          COALESCE(u.Responsabile, ' '),
                          COALESCE(u.UsernameTutore, ' '),
                          l.SEDE, COALESCE(l.TipoMateriale, 'LIBRO'),
                          COALESCE(u.LinguaPreferita, 'IT'),
                          COALESCE(p.data_scadenza, 0)
                   FROM Prenotazione p
                   JOIN Libro l ON p.codiceISBN = l.ISBN
                   JOIN Utente u ON p.Username = u.Username
                   WHERE COALESCE(p.stato_prestito, ' ') <>
                         'RESO-DICHIARATO'
                     AND COALESCE(p.tipo_prestito, ' ') <>
                         'DOMICILIO'
                   ORDER BY COALESCE(u.UsernameTutore, u.Username),
                            p.Username, p.codiceISBN
           END-EXEC.
               FETCH C-SOLLECITO INTO :P-ISBN, :P-USERNAME,
                   :P-DATA-PREN, :P-TITOLO, :P-NOME, :P-COGNOME,
                   :P-TELEFONO, :P-EMAIL, :P-CATEGORIA, :P-RUOLO,
                   :P-ORGANIZZAZIONE, :P-RESPONSABILE, :P-TUTORE,
                   :P-SEDE, :P-TIPO, :P-LINGUA, :P-DATA-SCADENZA
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF P-TUTORE NOT = SPACES
                   MOVE P-TUTORE TO CHIAVE-INTESTATARIO
               ELSE
                   MOVE P-USERNAME TO CHIAVE-INTESTATARIO
               END-IF
               MOVE SPACES TO CHIAVE-CORRENTE
               STRING "1" CHIAVE-INTESTATARIO(1:18) P-USERNAME(1:18)
                   P-ISBN(1:13) DELIMITED BY SIZE
                   INTO CHIAVE-CORRENTE
               IF CHIAVE-RIPRESA = SPACES OR
                  CHIAVE-CORRENTE NOT < CHIAVE-RIPRESA
                   ADD 1 TO CONTATORE-ESAMINATE
                   PERFORM VALUTA-RITARDO
                   PERFORM VALUTA-PRESCADENZA
                   ADD 1 TO CONTATORE-COMMIT
                   IF CONTATORE-COMMIT >= RECORD-COMMIT-INTERVALLO
                       PERFORM SALVA-PROGRESSO
                   END-IF
               END-IF
               EXEC SQL
                   FETCH C-SOLLECITO INTO :P-ISBN, :P-USERNAME,
                       :P-DATA-PREN, :P-TITOLO, :P-NOME, :P-COGNOME,
                       :P-TELEFONO, :P-EMAIL, :P-CATEGORIA, :P-RUOLO,
                   :P-ORGANIZZAZIONE, :P-RESPONSABILE, :P-TUTORE,
                   :P-SEDE, :P-TIPO, :P-LINGUA, :P-DATA-SCADENZA
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE C-SOLLECITO END-EXEC.

      *    Copie pronte sulla mensola dei ritiri (le IN TRANSITO
      *    si avvisano quando arrivano e passano IN RITIRO).
           EXEC SQL
               DECLARE C-RITIRI CURSOR WITH HOLD FOR
                   SELECT r.codiceISBN, r.Username,
                          r.data_assegnazione, r.data_scadenza,
                          COALESCE(r.filiale_ritiro, l.SEDE, ' '),
                          l.Titolo, u.Nome, u.Cognome, u.Telefono,
                          u.Email, u.Ruolo,
                          COALESCE(u.NomeOrganizzazione, ' '),
                          COALESCE(u.Responsabile, ' '),
                          COALESCE(u.UsernameTutore, ' '),
                          COALESCE(u.LinguaPreferita, 'IT')
                   FROM Ritiri r
                   JOIN Libro l ON r.codiceISBN = l.ISBN
                   JOIN Utente u ON r.Username = u.Username
                   WHERE r.stato = 'IN RITIRO'
                   ORDER BY COALESCE(u.UsernameTutore, u.Username),
                            r.Username, r.codiceISBN
           END-EXEC.

           EXEC SQL OPEN C-RITIRI END-EXEC.

           EXEC SQL
               FETCH C-RITIRI INTO :R-ISBN, :R-USERNAME,
                   :R-ASSEGNAZIONE, :R-SCADENZA, :R-FILIALE,
                   :P-TITOLO, :P-NOME, :P-COGNOME, :P-TELEFONO,
                   :P-EMAIL, :P-RUOLO, :P-ORGANIZZAZIONE,
                   :P-RESPONSABILE, :P-TUTORE, :P-LINGUA
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF P-TUTORE NOT = SPACES
                   MOVE P-TUTORE TO CHIAVE-INTESTATARIO
               ELSE
                   MOVE R-USERNAME TO CHIAVE-INTESTATARIO
               END-IF
               MOVE SPACES TO CHIAVE-CORRENTE
               STRING "2" CHIAVE-INTESTATARIO(1:18) R-USERNAME(1:18)
                   R-ISBN(1:13) DELIMITED BY SIZE
                   INTO CHIAVE-CORRENTE
               IF CHIAVE-RIPRESA = SPACES OR
                  CHIAVE-CORRENTE NOT < CHIAVE-RIPRESA
                   PERFORM VALUTA-RITIRO
                   ADD 1 TO CONTATORE-COMMIT
                   IF CONTATORE-COMMIT >= RECORD-COMMIT-INTERVALLO
                       PERFORM SALVA-PROGRESSO
                   END-IF
               END-IF
               EXEC SQL
                   FETCH C-RITIRI INTO :R-ISBN, :R-USERNAME,
                       :R-ASSEGNAZIONE, :R-SCADENZA, :R-FILIALE,
                       :P-TITOLO, :P-NOME, :P-COGNOME, :P-TELEFONO,
                       :P-EMAIL, :P-RUOLO, :P-ORGANIZZAZIONE,
                       :P-RESPONSABILE, :P-TUTORE, :P-LINGUA
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE C-RITIRI END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           CLOSE SOLLECITO-OUTPUT.

           MOVE "C" TO RC-OPERAZIONE.
           PERFORM CONTA-MESSAGGI.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Prestiti esaminati: " CONTATORE-ESAMINATE.
           DISPLAY "Solleciti esportati: " CONTATORE-RITARDO.
           DISPLAY "Avvisi di ritiro esportati: " CONTATORE-RITIRI.
           DISPLAY "Avvisi di prossima scadenza esportati: "
               CONTATORE-PRESCADENZA.
           DISPLAY "Messaggi trattenuti (senza consenso): "
               CONTATORE-SENZA-CONSENSO.
           IF CHIAVE-RIPRESA NOT = SPACES
               DISPLAY "Messaggi ripresi dal feed interrotto: "
                   CONTATORE-RIPORTATI
           END-IF.

           EXIT PROGRAM.

      *    Il COMMIT periodico salva anche il checkpoint. Prima del
      *    COMMIT il feed si chiude e si riapre in coda: ogni riga
      *    confermata su SollecitiLog e' gia' scritta nel file.
       SALVA-PROGRESSO.
           CLOSE SOLLECITO-OUTPUT.
           OPEN EXTEND SOLLECITO-OUTPUT.
           EXEC SQL COMMIT END-EXEC.
           MOVE "K" TO RC-OPERAZIONE.
           MOVE CHIAVE-CORRENTE TO RC-CHIAVE.
           PERFORM CONTA-MESSAGGI.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           MOVE ZERO TO CONTATORE-COMMIT.

      *    Nel RunLog i messaggi del giorno: ripresi dal feed
      *    interrotto piu' quelli nuovi di questa esecuzione.
       CONTA-MESSAGGI.
           MOVE CONTATORE-ESAMINATE TO RC-ESAMINATE.
           COMPUTE RC-MODIFICATE = CONTATORE-RIPORTATI +
               CONTATORE-RITARDO + CONTATORE-RITIRI +
               CONTATORE-PRESCADENZA.

      *    Ripresa dopo un abend: il feed del run interrotto resta
      *    catalogato e si rilegge qui. Passano nel nuovo feed solo
      *    i messaggi confermati su SollecitiLog oggi; quelli
      *    scritti dopo l'ultimo COMMIT sono stati annullati e il
      *    giro li rigenera con il proprio numero.
       RIPORTA-FEED.
           MOVE "N" TO FINE-PRECEDENTE.
           OPEN INPUT FEED-PRECEDENTE.
           IF PRECEDENTE-STATUS NOT = "00"
               DISPLAY "SOLLECITO-EXPORT: feed del run interrotto "
                   "non disponibile (stato " PRECEDENTE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FINE-PRECEDENTE-SI
               READ FEED-PRECEDENTE
                   AT END
                       MOVE "S" TO FINE-PRECEDENTE
                   NOT AT END
                       PERFORM RIPORTA-MESSAGGIO
               END-READ
           END-PERFORM.
           CLOSE FEED-PRECEDENTE.
      *    Anche i messaggi ripresi vanno su disco subito: un
      *    secondo abend prima del checkpoint non deve perderli.
           CLOSE SOLLECITO-OUTPUT.
           OPEN EXTEND SOLLECITO-OUTPUT.

       RIPORTA-MESSAGGIO.
           MOVE FP-ID-MESSAGGIO TO ID-PRECEDENTE.
           EXEC SQL
               SELECT COUNT(*) INTO :MESSAGGI-CONFERMATI
                   FROM SollecitiLog
                   WHERE id_messaggio = :ID-PRECEDENTE
                     AND data_invio = :OGGI-DATA
           END-EXEC.
           IF MESSAGGI-CONFERMATI > 0
               WRITE SOLLECITO-RECORD FROM FP-RECORD
               ADD 1 TO CONTATORE-RIPORTATI
           END-IF.

       VALUTA-RITARDO.
           CALL 'LEGGI-POLITICA' USING P-CATEGORIA, P-RUOLO,
               GIORNI-PRESTITO, IMPORTO-MULTA-POLITICA.
           MOVE P-DATA-PREN(1:8) TO DATA-DI-LAVORO.
           PERFORM CONVERTI-GIORNI-ASSOLUTI.
      *    Prestito del bibliobus: durata fino alla scadenza scritta
      *    sul prestito, come in OVERDUE-REPORT.
           IF P-DATA-SCADENZA > ZERO
               MOVE GIORNI-ASSOLUTI TO GIORNI-ASSOLUTI-INIZIO
               MOVE P-DATA-SCADENZA TO DATA-DI-LAVORO
               PERFORM CONVERTI-GIORNI-ASSOLUTI
               COMPUTE GIORNI-PRESTITO =
                   GIORNI-ASSOLUTI - GIORNI-ASSOLUTI-INIZIO
               MOVE GIORNI-ASSOLUTI-INIZIO TO GIORNI-ASSOLUTI
           END-IF.

           IF OGGI-GIORNI - GIORNI-ASSOLUTI > GIORNI-PRESTITO
               COMPUTE GIORNI-RITARDO =
                   OGGI-GIORNI - GIORNI-ASSOLUTI - GIORNI-PRESTITO
               PERFORM DETERMINA-LIVELLO
               IF LIVELLO-DOVUTO > LIVELLO-INVIATO
                   MOVE "SOLLECITO" TO TIPO-MESSAGGIO
                   PERFORM PREPARA-MESSAGGIO
                   IF MESSAGGIO-INVIABILE-SI
                       ADD 1 TO CONTATORE-RITARDO
                       MOVE P-ISBN TO SR-ISBN
                       MOVE P-USERNAME TO SR-USERNAME
                       MOVE GIORNI-RITARDO TO SR-GIORNI-RITARDO
                       MOVE LIVELLO-DOVUTO TO SR-LIVELLO
                       MOVE P-SEDE TO SR-FILIALE
                       PERFORM COMPONI-TESTO
                       WRITE SOLLECITO-RECORD
                       PERFORM REGISTRA-SOLLECITO
                   END-IF
               END-IF
           END-IF.

      *    Intestazione comune a tutti i tipi di messaggio.
       PREPARA-MESSAGGIO.
           ADD 1 TO NUMERO-MESSAGGIO.
           MOVE SPACES TO SOLLECITO-RECORD.
           MOVE ZERO TO SR-GIORNI-RITARDO.
           MOVE ZERO TO SR-LIVELLO.
           MOVE ZERO TO SR-DATA-EVENTO.
           MOVE NUMERO-MESSAGGIO TO SR-ID-MESSAGGIO.
           MOVE TIPO-MESSAGGIO TO SR-TIPO-MESSAGGIO.
           MOVE P-TITOLO TO SR-TITOLO.
      *    I conti istituzionali (classi, case di riposo) ricevono
      *    il sollecito intestato all'ente, all'attenzione del
      *    referente, non alla persona che ha la tessera in tasca.
           IF P-RUOLO = "Istituzione"
               MOVE P-RESPONSABILE TO SR-NOME
               MOVE P-ORGANIZZAZIONE TO SR-COGNOME
           ELSE
               MOVE P-NOME TO SR-NOME
               MOVE P-COGNOME TO SR-COGNOME
           END-IF.
           MOVE P-TELEFONO TO SR-TELEFONO.
           MOVE P-EMAIL TO SR-EMAIL.
           MOVE P-LINGUA TO SR-LINGUA.
      *    Minore di un nucleo familiare: destinatario e recapiti
      *    del tutore designato, lettera unica per la famiglia.
           IF P-TUTORE NOT = SPACES
               MOVE P-TUTORE TO SR-INTESTATARIO
               PERFORM INTESTA-AL-TUTORE
           ELSE
               MOVE P-USERNAME TO SR-INTESTATARIO
           END-IF.
           PERFORM APPLICA-CONSENSI.

      *    Consensi dell'intestatario (il tutore per un minore): il
      *    recapito di un canale senza consenso esce a spazio; senza
      *    consenso ne' EMAIL ne' SMS il messaggio resta fuori dal
      *    feed e da SollecitiLog, e parte al primo giro dopo che
      *    il consenso e' stato dato.
       APPLICA-CONSENSI.
           MOVE "V" TO CC-OPERAZIONE.
           MOVE SR-INTESTATARIO TO CC-USERNAME.
           MOVE "SOLLECITI" TO CC-FINALITA.
           MOVE "EMAIL" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           MOVE CC-CONSENSO TO CONSENSO-EMAIL.
           MOVE "SMS" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           IF CONSENSO-EMAIL NOT = "S" AND CC-CONSENSO NOT = "S"
               MOVE "N" TO MESSAGGIO-INVIABILE
               SUBTRACT 1 FROM NUMERO-MESSAGGIO
               ADD 1 TO CONTATORE-SENZA-CONSENSO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO MESSAGGIO-INVIABILE.
           IF CONSENSO-EMAIL NOT = "S"
               MOVE SPACES TO SR-EMAIL
           END-IF.
           IF CC-CONSENSO NOT = "S"
               MOVE SPACES TO SR-TELEFONO
           END-IF.

      *    Cortesia prima della scadenza: stessa scadenza che il
      *    lettore vede in AREA-LETTORE (politica per tipo di
      *    materiale, calendario della Filiale). Chi e' gia' in
      *    ritardo riceve il sollecito, non questo.
       VALUTA-PRESCADENZA.
           CALL 'LEGGI-POLITICA-TIPO' USING P-TIPO, P-CATEGORIA,
               P-RUOLO, GIORNI-PRESTITO, IMPORTO-MULTA-POLITICA,
               DEPOSITO-POLITICA.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE P-SEDE TO DR-FILIALE.
           MOVE P-DATA-PREN(1:8) TO DR-DATA-DA.
           MOVE GIORNI-PRESTITO TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
      *    Bibliobus: il preavviso ricorda il passaggio alla fermata.
           IF P-DATA-SCADENZA > ZERO
               MOVE P-DATA-SCADENZA TO DR-DATA-A
           END-IF.
           IF DR-DATA-A < OGGI-DATA
               EXIT PARAGRAPH
           END-IF.
           MOVE DR-DATA-A TO SR-DATA-EVENTO.
           MOVE "D" TO DR-OPERAZIONE.
           MOVE OGGI-DATA TO DR-DATA-DA.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           IF DR-GIORNI > GIORNI-PREAVVISO
               EXIT PARAGRAPH
           END-IF.

           MOVE "PRESCADENZA" TO TIPO-MESSAGGIO.
           MOVE P-DATA-PREN(1:8) TO CHIAVE-EVENTO.
           MOVE P-USERNAME TO R-USERNAME.
           MOVE P-ISBN TO R-ISBN.
           PERFORM CONTROLLA-GIA-AVVISATO.
           IF AVVISI-GIA-INVIATI > 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM PREPARA-MESSAGGIO.
           IF NOT MESSAGGIO-INVIABILE-SI
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-PRESCADENZA.
           MOVE P-ISBN TO SR-ISBN.
           MOVE P-USERNAME TO SR-USERNAME.
           MOVE DR-DATA-A TO SR-DATA-EVENTO.
           MOVE P-SEDE TO SR-FILIALE.
           PERFORM COMPONI-TESTO.
           WRITE SOLLECITO-RECORD.
           PERFORM REGISTRA-AVVISO.

      *    Copia pronta al ritiro: l'evento e' l'assegnazione (una
      *    riassegnazione o l'arrivo da un'altra Filiale ne fanno
      *    uno nuovo).
       VALUTA-RITIRO.
           MOVE "RITIRO" TO TIPO-MESSAGGIO.
           MOVE R-ASSEGNAZIONE TO CHIAVE-EVENTO.
           PERFORM CONTROLLA-GIA-AVVISATO.
           IF AVVISI-GIA-INVIATI > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE R-USERNAME TO P-USERNAME.
           PERFORM PREPARA-MESSAGGIO.
           IF NOT MESSAGGIO-INVIABILE-SI
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-RITIRI.
           MOVE R-ISBN TO SR-ISBN.
           MOVE R-USERNAME TO SR-USERNAME.
           MOVE R-SCADENZA TO SR-DATA-EVENTO.
           MOVE R-FILIALE TO SR-FILIALE.
           PERFORM COMPONI-TESTO.
           WRITE SOLLECITO-RECORD.
           PERFORM REGISTRA-AVVISO.

      *    Testo nella lingua del destinatario, dai campi del
      *    record gia' valorizzati (segnaposto in GESTIONE-MODELLI).
       COMPONI-TESTO.
           MOVE SPACES TO CA-RICHIESTA.
           MOVE SR-TIPO-MESSAGGIO TO CA-TIPO.
           MOVE SR-LINGUA TO CA-LINGUA.
           MOVE 1 TO CA-RIGA.
           MOVE SR-NOME TO CA-VALORE(1).
           MOVE SR-TITOLO TO CA-VALORE(2).
           EVALUATE SR-TIPO-MESSAGGIO
               WHEN "SOLLECITO"
                   MOVE SR-GIORNI-RITARDO TO GIORNI-EDITATI
                   MOVE GIORNI-EDITATI TO CA-VALORE(3)
                   MOVE SR-LIVELLO TO CA-VALORE(4)
               WHEN OTHER
                   MOVE SR-DATA-EVENTO TO DATA-EVENTO
                   STRING DATA-EVENTO-ANNO "/" DATA-EVENTO-MESE "/"
                       DATA-EVENTO-GIORNO
                       DELIMITED BY SIZE INTO CA-VALORE(3)
                   MOVE SR-FILIALE TO CA-VALORE(4)
           END-EVALUATE.
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           IF CA-ESITO = "S"
               MOVE CA-TESTO TO SR-TESTO
           END-IF.

       CONTROLLA-GIA-AVVISATO.
           EXEC SQL
               SELECT COUNT(*) INTO :AVVISI-GIA-INVIATI
                   FROM SollecitiLog
                   WHERE Username =
                             TRIM(BOTH ' ' FROM :R-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :R-ISBN)
                     AND data_prenotazione = :CHIAVE-EVENTO
                     AND tipo_messaggio =
                             TRIM(BOTH ' ' FROM :TIPO-MESSAGGIO)
           END-EXEC.

       REGISTRA-AVVISO.
           EXEC SQL
               INSERT INTO SollecitiLog (Username, codiceISBN,
                   data_prenotazione, livello, data_invio,
                   tipo_messaggio, id_messaggio)
               VALUES (TRIM(BOTH ' ' FROM :SR-USERNAME),
                       TRIM(BOTH ' ' FROM :SR-ISBN),
                       :CHIAVE-EVENTO, 0, :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :TIPO-MESSAGGIO),
                       :NUMERO-MESSAGGIO)
           END-EXEC.

       INTESTA-AL-TUTORE.
           EXEC SQL
               SELECT Nome, Cognome, Telefono, Email,
                      COALESCE(LinguaPreferita, 'IT')
                   INTO :T-NOME, :T-COGNOME, :T-TELEFONO, :T-EMAIL,
                        :T-LINGUA
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :P-TUTORE)
           END-EXEC.
               MOVE T-COGNOME TO SR-COGNOME
               MOVE T-TELEFONO TO SR-TELEFONO
               MOVE T-EMAIL TO SR-EMAIL
               MOVE T-LINGUA TO SR-LINGUA
           END-IF.

      *    Livello maturato in base ai giorni di ritardo e ultimo
                             TRIM(BOTH ' ' FROM :P-ISBN)
                     AND data_prenotazione =
                             TRIM(BOTH ' ' FROM :P-DATA-PREN)
                     AND COALESCE(tipo_messaggio, 'SOLLECITO') =
                             'SOLLECITO'
           END-EXEC.

      *    Registro delle comunicazioni: una riga per ogni sollecito
       REGISTRA-SOLLECITO.
           EXEC SQL
               INSERT INTO SollecitiLog (Username, codiceISBN,
                   data_prenotazione, livello, data_invio,
                   tipo_messaggio, id_messaggio)
               VALUES (TRIM(BOTH ' ' FROM :P-USERNAME),
                       TRIM(BOTH ' ' FROM :P-ISBN),
                       TRIM(BOTH ' ' FROM :P-DATA-PREN),
                       :LIVELLO-DOVUTO, :OGGI-DATA, 'SOLLECITO',
                       :NUMERO-MESSAGGIO)
           END-EXEC.

       CONVERTI-GIORNI-ASSOLUTI.
