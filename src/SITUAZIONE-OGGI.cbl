               03 A-TITOLO      PIC X(50).
               03 A-IN-CODA     PIC 9(5).

      *    Prestiti orari (portatili, tablet, consultazione in
      *    sede) ancora fuori: vanno rientrati prima della chiusura
      *    di oggi (ORARIO-SETTIMANALE, via ORARIO-CHIUSURA).
           01 ORARIO-REC.
               03 O-NUMERO      PIC 9(9).
               03 O-USERNAME    PIC X(50).
               03 O-TITOLO      PIC X(50).
               03 O-DATA        PIC X(50).
               03 O-SCADENZA    PIC 9(6).
           01 OC-RICHIESTA.
               03 OC-DATA       PIC 9(8).
               03 OC-ORA        PIC 9(6).

      *    Turni di oggi al banco (TurniBanco, da GESTIONE-TURNI).
           01 TURNO-REC.
               03 TU-USERNAME   PIC X(50).
               03 TU-ORA-INIZIO PIC 9(2).
               03 TU-ORA-FINE   PIC 9(2).
               03 TU-STATO      PIC X(12).
               03 TU-MOTIVO     PIC X(50).

      *    Reclami dei lettori (ReclamiLettori, da
      *    GESTIONE-RECLAMI-LETTORI) scaduti o entro il preavviso
      *    RECLAMI-LETTORI-PREAVVISO dalla scadenza della risposta.
           01 RECLAMO-REC.
               03 RL-NUMERO     PIC 9(7).
               03 RL-TIPO       PIC X(12).
               03 RL-CATEGORIA  PIC X(12).
               03 RL-SCADENZA   PIC 9(8).
               03 RL-ASSEGNATO  PIC X(50).
           01 PARAMETRO-TESTO   PIC X(50).
           01 GIORNI-PREAVVISO  PIC 9(3) VALUE 5.
           01 DATA-PREAVVISO    PIC 9(8).

           01 MOSTRA-DETTAGLIO  PIC X(1).

           01 CONTA-SCADENZE    PIC 9(5).
           01 CONTA-RITIRI      PIC 9(5).
           01 CONTA-TRASFERIMENTI PIC 9(5).
           01 CONTA-ATTESE-LIBERE PIC 9(5).
           01 CONTA-ORARI-FUORI PIC 9(5).
           01 CONTA-IN-TURNO    PIC 9(5).
           01 CONTA-ASSENTI     PIC 9(5).
           01 CONTA-RECLAMI     PIC 9(5).
           01 CONTA-RECLAMI-SCADUTI PIC 9(5).
           01 MULTE-IERI        PIC 9(7).
           01 RUN-IERI-TROVATO  PIC 9(5).

      *    coda d'attesa ma una copia libera, e le multe generate
      *    ieri dal giro notturno. Prima dell'apertura si lanciavano
      *    quattro programmi e si incrociavano i tabulati a mano.
      *    In piu' i prestiti orari ancora fuori, da far rientrare
      *    entro l'orario di chiusura, chi e' di turno al banco e i
      *    reclami dei lettori vicini o oltre la scadenza.
       SITUAZIONE-OGGI-PARA.
           DISPLAY "------- SONO SITUAZIONE-OGGI!".
           DISPLAY "Filiale del banco: "
           COMPUTE IERI-DATA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           MOVE OGGI-DATA TO OC-DATA.
           CALL 'ORARIO-CHIUSURA' USING OC-RICHIESTA.

           PERFORM CONTA-TUTTO.

           PERFORM UNTIL NOT PROSEGUI-SI
                   CONTA-TRASFERIMENTI
               DISPLAY "4. Code d'attesa con copia libera: "
                   CONTA-ATTESE-LIBERE
               DISPLAY "5. Prestiti orari fuori (chiusura "
                   OC-ORA(1:2) ":" OC-ORA(3:2) "): "
                   CONTA-ORARI-FUORI
               DISPLAY "6. Personale di turno oggi:        "
                   CONTA-IN-TURNO " (assenti: " CONTA-ASSENTI ")"
               DISPLAY "7. Reclami in scadenza o scaduti:  "
                   CONTA-RECLAMI " (scaduti: " CONTA-RECLAMI-SCADUTI
                   ")"
               DISPLAY "   Multe generate ieri dal giro "
                   "notturno:  " MULTE-IERI
               DISPLAY "Scegli un numero per il dettaglio "
                   WHEN 2 PERFORM DETTAGLIO-RITIRI
                   WHEN 3 PERFORM DETTAGLIO-TRASFERIMENTI
                   WHEN 4 PERFORM DETTAGLIO-ATTESE
                   WHEN 5 PERFORM DETTAGLIO-ORARI
                   WHEN 6 PERFORM DETTAGLIO-TURNI
                   WHEN 7 PERFORM DETTAGLIO-RECLAMI
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
                   JOIN Libro l ON r.codiceISBN = l.ISBN
                   WHERE r.stato = 'IN RITIRO'
                     AND r.data_scadenza <= :OGGI-DATA
                     AND COALESCE(r.filiale_ritiro, l.SEDE) =
                         TRIM(BOTH ' ' FROM :FILIALE-BANCO)
           END-EXEC.

           EXEC SQL
                                      AND e.STATO = 'Disponibile')
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ORARI-FUORI
                   FROM Prenotazione p
                   JOIN Libro l ON p.codiceISBN = l.ISBN
                   WHERE COALESCE(p.ora_scadenza, 0) > 0
                     AND l.SEDE = TRIM(BOTH ' ' FROM :FILIALE-BANCO)
           END-EXEC.

           EXEC SQL
               SELECT COUNT(DISTINCT Username) INTO :CONTA-IN-TURNO
                   FROM TurniBanco
                   WHERE data_turno = :OGGI-DATA
                     AND stato = 'PIANIFICATO'
                     AND Filiale = TRIM(BOTH ' ' FROM :FILIALE-BANCO)
           END-EXEC.

           EXEC SQL
               SELECT COUNT(DISTINCT Username) INTO :CONTA-ASSENTI
                   FROM TurniBanco
                   WHERE data_turno = :OGGI-DATA
                     AND stato = 'ASSENTE'
                     AND Filiale = TRIM(BOTH ' ' FROM :FILIALE-BANCO)
           END-EXEC.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'RECLAMI-LETTORI-PREAVVISO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-PREAVVISO
           END-IF.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) + GIORNI-PREAVVISO.
           COMPUTE DATA-PREAVVISO =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-RECLAMI
                   FROM ReclamiLettori
                   WHERE stato = 'APERTO'
                     AND scadenza_risposta <= :DATA-PREAVVISO
                     AND Filiale = TRIM(BOTH ' ' FROM :FILIALE-BANCO)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-RECLAMI-SCADUTI
                   FROM ReclamiLettori
                   WHERE stato = 'APERTO'
                     AND scadenza_risposta < :OGGI-DATA
                     AND Filiale = TRIM(BOTH ' ' FROM :FILIALE-BANCO)
           END-EXEC.

      *    Il conteggio di ieri arriva dal registro esecuzioni di
      *    CONTROLLO-RUN: "modificate" di CALCOLA-MULTE e' il numero
      *    di multe generate.
                       JOIN Libro l ON r.codiceISBN = l.ISBN
                       WHERE r.stato = 'IN RITIRO'
                         AND r.data_scadenza <= :OGGI-DATA
                         AND COALESCE(r.filiale_ritiro, l.SEDE) =
                             TRIM(BOTH ' ' FROM :FILIALE-BANCO)
                       ORDER BY r.data_scadenza
           END-EXEC.
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-LIBERE END-EXEC.

       DETTAGLIO-ORARI.
           DISPLAY "Prestiti orari ancora fuori (chiusura alle "
               OC-ORA(1:2) ":" OC-ORA(3:2) "):".
           EXEC SQL
               DECLARE C-ORARI CURSOR FOR
                   SELECT COALESCE(p.numero_prestito, 0), p.Username,
                          l.Titolo, p.data_prenotazione,
                          p.ora_scadenza
                       FROM Prenotazione p
                       JOIN Libro l ON p.codiceISBN = l.ISBN
                       WHERE COALESCE(p.ora_scadenza, 0) > 0
                         AND l.SEDE =
                             TRIM(BOTH ' ' FROM :FILIALE-BANCO)
                       ORDER BY p.data_prenotazione, p.ora_scadenza
           END-EXEC.
           EXEC SQL OPEN C-ORARI END-EXEC.
           EXEC SQL
               FETCH C-ORARI INTO :O-NUMERO, :O-USERNAME, :O-TITOLO,
                   :O-DATA, :O-SCADENZA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF O-DATA(1:8) < OGGI-DATA
                   DISPLAY "Prestito " O-NUMERO " - " O-TITOLO(1:40)
                       " a " O-USERNAME(1:20) " (scaduto il "
                       O-DATA(1:8) ")"
               ELSE
                   DISPLAY "Prestito " O-NUMERO " - " O-TITOLO(1:40)
                       " a " O-USERNAME(1:20) " (entro le "
                       O-SCADENZA(1:2) ":" O-SCADENZA(3:2) ")"
               END-IF
               EXEC SQL
                   FETCH C-ORARI INTO :O-NUMERO, :O-USERNAME,
                       :O-TITOLO, :O-DATA, :O-SCADENZA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ORARI END-EXEC.

       DETTAGLIO-TURNI.
           DISPLAY "Personale al banco oggi:".
           EXEC SQL
               DECLARE C-TURNI-OGGI CURSOR FOR
                   SELECT Username, ora_inizio, ora_fine, stato,
                          COALESCE(motivo_assenza, ' ')
                       FROM TurniBanco
                       WHERE data_turno = :OGGI-DATA
                         AND Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-BANCO)
                       ORDER BY stato DESC, ora_inizio, Username
           END-EXEC.
           EXEC SQL OPEN C-TURNI-OGGI END-EXEC.
           EXEC SQL
               FETCH C-TURNI-OGGI INTO :TU-USERNAME, :TU-ORA-INIZIO,
                   :TU-ORA-FINE, :TU-STATO, :TU-MOTIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF TU-STATO = "ASSENTE"
                   DISPLAY TU-USERNAME(1:20) " ASSENTE ("
                       TU-ORA-INIZIO "-" TU-ORA-FINE ") "
                       TU-MOTIVO(1:30)
               ELSE
                   DISPLAY TU-USERNAME(1:20) " dalle " TU-ORA-INIZIO
                       " alle " TU-ORA-FINE
               END-IF
               EXEC SQL
                   FETCH C-TURNI-OGGI INTO :TU-USERNAME,
                       :TU-ORA-INIZIO, :TU-ORA-FINE, :TU-STATO,
                       :TU-MOTIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-TURNI-OGGI END-EXEC.

       DETTAGLIO-RECLAMI.
           DISPLAY "Reclami dei lettori in scadenza o scaduti "
               "(GESTIONE-RECLAMI-LETTORI per rispondere):".
           EXEC SQL
               DECLARE C-RECLAMI-OGGI CURSOR FOR
                   SELECT numero_reclamo, tipo, categoria,
                          scadenza_risposta,
                          COALESCE(assegnato_a, ' ')
                       FROM ReclamiLettori
                       WHERE stato = 'APERTO'
                         AND scadenza_risposta <= :DATA-PREAVVISO
                         AND Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-BANCO)
                       ORDER BY scadenza_risposta, numero_reclamo
           END-EXEC.
           EXEC SQL OPEN C-RECLAMI-OGGI END-EXEC.
           EXEC SQL
               FETCH C-RECLAMI-OGGI INTO :RL-NUMERO, :RL-TIPO,
                   :RL-CATEGORIA, :RL-SCADENZA, :RL-ASSEGNATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF RL-SCADENZA < OGGI-DATA
                   DISPLAY "N. " RL-NUMERO " " RL-TIPO " "
                       RL-CATEGORIA " SCADUTO il " RL-SCADENZA
                       " incaricato " RL-ASSEGNATO(1:20)
               ELSE
                   DISPLAY "N. " RL-NUMERO " " RL-TIPO " "
                       RL-CATEGORIA " scade il " RL-SCADENZA
                       " incaricato " RL-ASSEGNATO(1:20)
               END-IF
               EXEC SQL
                   FETCH C-RECLAMI-OGGI INTO :RL-NUMERO, :RL-TIPO,
                       :RL-CATEGORIA, :RL-SCADENZA, :RL-ASSEGNATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RECLAMI-OGGI END-EXEC.
