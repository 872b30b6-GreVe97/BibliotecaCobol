       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLLA-IDONEITA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA           PIC 9(8).
           01 RUOLO-UTENTE        PIC X(30).
           01 SCADENZA-TESSERA    PIC 9(8).
           01 DATA-NASCITA-UTENTE PIC 9(8).
           01 CONSENSO-TUTORE     PIC X(1).
           01 SOSPESO-ATTESA      PIC X(1).
           01 ETA-MINIMA-LIBRO    PIC 9(2).
           01 DATA-MAGGIORE-ETA   PIC 9(8).
           01 SOGLIA-MULTE        PIC 9(5)V99 VALUE 10.00.
           01 SOGLIA-TESTO        PIC X(50).
           01 MULTE-DOVUTE        PIC 9(7)V99.
           01 LIMITE-PRENOTAZIONI PIC 9(3) VALUE 5.
           01 LIMITE-ISTITUZIONE  PIC 9(3) VALUE 30.
           01 PRESTITI-UTENTE     PIC 9(5).
           01 IMPEGNI-UTENTE      PIC 9(5).

           01 CP-RICHIESTA.
               03 CP-USERNAME       PIC X(50).
               03 CP-ESITO          PIC X(1).
               03 CP-MOTIVO         PIC X(100).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Controlli del banco per le richieste self-service del
      *    Lettore (lista d'attesa e prenotazione anticipata da
      *    AREA-LETTORE): tessera scaduta, provvedimenti, multe
      *    oltre la soglia di SOGLIA-MULTE-PRENOTAZIONE, massimale
      *    di prestiti e impegni, fascia d'eta' del titolo. Al banco
      *    le stesse regole le applica RESERVE-BOOK, dove il Super
      *    Amministratore puo' sbloccare le multe; qui no.
      *    CI-ISBN a spazio salta il controllo d'eta'.
      *    CI-OPERAZIONE "P" = nuova prenotazione o lista d'attesa;
      *    "R" = rinnovo di un prestito gia' in mano (RINNOVO-
      *    AUTOMATICO): niente massimale ne' sospensione dalle code.
      *    CI-ESITO: 'S' = richiesta bloccata, con il motivo in
      *    CI-MOTIVO.
       01 CI-RICHIESTA.
           03 CI-USERNAME       PIC X(50).
           03 CI-ISBN           PIC X(50).
           03 CI-ESITO          PIC X(1).
           03 CI-MOTIVO         PIC X(100).
           03 CI-OPERAZIONE     PIC X(1).

       PROCEDURE DIVISION USING CI-RICHIESTA.
       CONTROLLA-IDONEITA-PARA.
           MOVE "N" TO CI-ESITO.
           MOVE SPACES TO CI-MOTIVO.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           EXEC SQL
               SELECT RUOLO, COALESCE(DataScadenzaTessera, 0),
                      COALESCE(DataNascita, 0),
                      COALESCE(ConsensoTutore, 'N'),
                      COALESCE(SospesoAttesa, 'N')
                   INTO :RUOLO-UTENTE, :SCADENZA-TESSERA,
                        :DATA-NASCITA-UTENTE, :CONSENSO-TUTORE,
                        :SOSPESO-ATTESA
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :CI-USERNAME)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "S" TO CI-ESITO
               MOVE "utente non trovato" TO CI-MOTIVO
               EXIT PROGRAM
           END-IF.

           IF SCADENZA-TESSERA > 0 AND SCADENZA-TESSERA < OGGI-DATA
               MOVE "S" TO CI-ESITO
               STRING "tessera scaduta il " SCADENZA-TESSERA
                   ": rinnovala al banco"
                   DELIMITED BY SIZE INTO CI-MOTIVO
               EXIT PROGRAM
           END-IF.

           MOVE CI-USERNAME TO CP-USERNAME.
           CALL 'CONTROLLA-PROVVEDIMENTI' USING CP-RICHIESTA.
           IF CP-ESITO = "S"
               MOVE "S" TO CI-ESITO
               STRING "sospensione disciplinare in corso ("
                   CP-MOTIVO(1:50) ")"
                   DELIMITED BY SIZE INTO CI-MOTIVO
               EXIT PROGRAM
           END-IF.

           IF SOSPESO-ATTESA = "S" AND CI-OPERAZIONE NOT = "R"
               MOVE "S" TO CI-ESITO
               MOVE "sospeso per ripetuti mancati ritiri"
                   TO CI-MOTIVO
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT Valore INTO :SOGLIA-TESTO FROM Parametri
                   WHERE Chiave = 'SOGLIA-MULTE-PRENOTAZIONE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(SOGLIA-TESTO) TO SOGLIA-MULTE
           END-IF.
      *    Le multe di un piano di rateizzazione in regola
      *    (PianiRateali ATTIVO) non bloccano il prestito.
           EXEC SQL
               SELECT COALESCE(SUM(importo - importo_pagato), 0)
                   INTO :MULTE-DOVUTE
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :CI-USERNAME)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND NOT EXISTS (SELECT 1 FROM PianiRateali r
                         WHERE r.numero_piano = Multe.numero_piano
                           AND r.stato = 'ATTIVO')
           END-EXEC.
           IF MULTE-DOVUTE > SOGLIA-MULTE
               MOVE "S" TO CI-ESITO
               STRING "multe insolute per " MULTE-DOVUTE
                   " euro oltre la soglia di " SOGLIA-MULTE
                   DELIMITED BY SIZE INTO CI-MOTIVO
               EXIT PROGRAM
           END-IF.

      *    Massimale: i prestiti aperti piu' gli impegni gia' presi
      *    da solo (code d'attesa e prenotazioni anticipate
      *    confermate), cosi' il self-service non scavalca il
      *    limite del banco. Il rinnovo non aggiunge nulla.
           IF CI-OPERAZIONE = "R"
               GO TO CONTROLLA-ETA
           END-IF.
           IF RUOLO-UTENTE = "Istituzione"
               MOVE LIMITE-ISTITUZIONE TO LIMITE-PRENOTAZIONI
               EXEC SQL
                   SELECT Valore INTO :SOGLIA-TESTO FROM Parametri
                       WHERE Chiave = 'LIMITE-PRESTITI-ISTITUZIONE'
               END-EXEC
               IF SQLCODE = 0
                   MOVE FUNCTION NUMVAL(SOGLIA-TESTO)
                       TO LIMITE-PRENOTAZIONI
               END-IF
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-UTENTE
                   FROM Prenotazione
                   WHERE Username = TRIM(BOTH ' ' FROM :CI-USERNAME)
           END-EXEC.
           EXEC SQL
               SELECT (SELECT COUNT(*) FROM Lista-Attesa
                          WHERE Username =
                                TRIM(BOTH ' ' FROM :CI-USERNAME)) +
                      (SELECT COUNT(*) FROM PrenotazioniAnticipate
                          WHERE Username =
                                TRIM(BOTH ' ' FROM :CI-USERNAME)
                            AND stato = 'CONFERMATA')
                   INTO :IMPEGNI-UTENTE
           END-EXEC.
           IF PRESTITI-UTENTE + IMPEGNI-UTENTE >= LIMITE-PRENOTAZIONI
               MOVE "S" TO CI-ESITO
               STRING "raggiunto il massimale di "
                   LIMITE-PRENOTAZIONI " tra prestiti e prenotazioni"
                   DELIMITED BY SIZE INTO CI-MOTIVO
               EXIT PROGRAM
           END-IF.

       CONTROLLA-ETA.
           IF CI-ISBN = SPACES
               EXIT PROGRAM
           END-IF.
           EXEC SQL
               SELECT COALESCE(EtaMinima, 0) INTO :ETA-MINIMA-LIBRO
                   FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :CI-ISBN)
           END-EXEC.
           IF SQLCODE NOT = 0 OR ETA-MINIMA-LIBRO = 0
               OR DATA-NASCITA-UTENTE = 0
               EXIT PROGRAM
           END-IF.
           COMPUTE DATA-MAGGIORE-ETA =
               DATA-NASCITA-UTENTE + (ETA-MINIMA-LIBRO * 10000).
           IF OGGI-DATA < DATA-MAGGIORE-ETA AND
              CONSENSO-TUTORE NOT = "S"
               MOVE "S" TO CI-ESITO
               STRING "titolo riservato ai maggiori di "
                   ETA-MINIMA-LIBRO " anni"
                   DELIMITED BY SIZE INTO CI-MOTIVO
           END-IF.

           EXIT PROGRAM.
