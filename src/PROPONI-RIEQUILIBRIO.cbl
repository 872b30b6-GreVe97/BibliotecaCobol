       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPONI-RIEQUILIBRIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO RIEQRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 DATA-INIZIO       PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).

      *    Finestra dei prestiti recenti e soglie (Parametri):
      *    RIEQUILIBRIO-GIORNI (90), RIEQUILIBRIO-MINIMO-ATTESE (2)
      *    e RIEQUILIBRIO-TOLLERANZA (10 punti percentuali attorno
      *    all'obiettivo di riempimento degli scaffali).
           01 PARAMETRO-TESTO   PIC X(50).
           01 GIORNI-FINESTRA   PIC 9(3) VALUE 90.
           01 MINIMO-ATTESE     PIC 9(3) VALUE 2.
           01 TOLLERANZA        PIC 9(3) VALUE 10.

      *    Titolo con coda d'attesa in una Filiale (Filiale di
      *    ritiro, in mancanza la Filiale del lettore, come in
      *    LISTA-PRELIEVI) e copie disponibili da qualche parte
      *    (DisponibilitaLibro).
           01 DOMANDA-REC.
               03 D-ISBN        PIC X(50).
               03 D-FILIALE     PIC X(30).
               03 D-ATTESE      PIC 9(5).
               03 D-TITOLO      PIC X(50).
           01 COPIE-DESTINAZIONE PIC 9(5).
           01 COPIE-IN-ARRIVO   PIC 9(5).
           01 PRESTITI-DESTINAZIONE PIC 9(5).
           01 COPIE-NECESSARIE  PIC S9(5).
           01 COPIE-PROPOSTE    PIC 9(5).

      *    Copia ferma in un'altra Filiale: Disponibile, non
      *    promessa a un prelievo, a un ritiro o a un'altra proposta,
      *    di un titolo che nella sua Filiale non ha coda d'attesa
      *    ne' prestiti nella finestra.
           01 CANDIDATA-REC.
               03 C-BARCODE     PIC X(20).
               03 C-FILIALE     PIC X(30).

           01 NUMERO-PROPOSTA   PIC 9(9).
           01 MAX-PROPOSTA      PIC 9(9).
           01 PROPOSTE-SUPERATE PIC 9(7) VALUE ZERO.

           01 RIEMPIMENTO-REC.
               03 R-FILIALE     PIC X(30).
               03 R-COPIE       PIC 9(7).
               03 R-SCAFFALE    PIC 9(7).
               03 R-FERME       PIC 9(7).
               03 R-OBIETTIVO   PIC 9(7).
               03 R-USCITA      PIC 9(5).
               03 R-ENTRATA     PIC 9(5).
           01 PERCENTUALE       PIC 9(5)V9.
           01 PERCENTUALE-STAMPA PIC ZZZZ9.9.
           01 SEGNALAZIONE      PIC X(16).

           01 CONTATORE-TITOLI  PIC 9(7) VALUE ZERO.
           01 CONTATORE-PROPOSTE PIC 9(7) VALUE ZERO.
           01 CONTATORE-RIGHE   PIC 9(7) VALUE ZERO.

      *    Registro esecuzioni (RunLog, via CONTROLLO-RUN): doppio
      *    lancio nella stessa data rifiutato.
           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Riequilibrio settimanale delle raccolte tra le Filiali:
      *    dove un titolo ha una coda d'attesa di almeno
      *    RIEQUILIBRIO-MINIMO-ATTESE lettori e in Filiale non ci
      *    sono abbastanza copie, propone di spostare le copie
      *    ferme delle altre Filiali (quale barcode, da dove a
      *    dove) in PropostaRiequilibrio. Le proposte si approvano
      *    o si respingono in GESTIONE-RIEQUILIBRIO, che apre il
      *    trasferimento con TRASFERIMENTO-INVIA; le proposte della
      *    settimana prima ancora da decidere passano SUPERATE.
      *    In coda il riempimento degli scaffali di ogni Filiale
      *    contro l'obiettivo (CapienzaScaffali).
       PROPONI-RIEQUILIBRIO-PARA.
           DISPLAY "------- SONO PROPONI-RIEQUILIBRIO (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "PROPONI-RIEQUILIBRIO" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           PERFORM LEGGI-PARAMETRI.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) - GIORNI-FINESTRA.
           COMPUTE DATA-INIZIO =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           EXEC SQL
               SELECT COUNT(*) INTO :PROPOSTE-SUPERATE
                   FROM PropostaRiequilibrio
                   WHERE stato = 'PROPOSTA'
           END-EXEC.
           EXEC SQL
               UPDATE PropostaRiequilibrio
                   SET stato = 'SUPERATA',
                       data_decisione = :OGGI-DATA
                   WHERE stato = 'PROPOSTA'
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(MAX(numero_proposta), 0)
                   INTO :MAX-PROPOSTA
                   FROM PropostaRiequilibrio
           END-EXEC.
           MOVE MAX-PROPOSTA TO NUMERO-PROPOSTA.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RIEQUILIBRIO DELLE RACCOLTE TRA FILIALI - "
               OGGI-DATA " - PRESTITI RECENTI DAL " DATA-INIZIO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROPOSTA  BARCODE              DA FILIALE"
               "                     A FILIALE                      "
               "ATTESE PRESTITI TITOLO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM PROPONI-SPOSTAMENTI.

           MOVE SPACES TO REPORT-LINE.
           STRING "TITOLI CON CODA ESAMINATI: " CONTATORE-TITOLI
               "  PROPOSTE NUOVE: " CONTATORE-PROPOSTE
               "  PROPOSTE PRECEDENTI SUPERATE: " PROPOSTE-SUPERATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RIEMPIMENTO DEGLI SCAFFALI PER FILIALE "
               "(COPIE A SCAFFALE CONTRO OBIETTIVO, TOLLERANZA "
               TOLLERANZA " PUNTI)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILIALE                          COPIE SCAFFALE"
               "   FERME OBIETTIVO  RIEMP.% USCITA ENTRATA"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM STAMPA-RIEMPIMENTO.

           CLOSE REPORT-OUTPUT.
           EXEC SQL COMMIT END-EXEC.

           MOVE "PROPONI-RIEQUILIBRIO" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.RIEQRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-TITOLI TO RC-ESAMINATE.
           MOVE CONTATORE-PROPOSTE TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Titoli con coda esaminati: " CONTATORE-TITOLI.
           DISPLAY "Proposte di spostamento: " CONTATORE-PROPOSTE.
           DISPLAY "Proposte precedenti superate: " PROPOSTE-SUPERATE.

           EXIT PROGRAM.

       LEGGI-PARAMETRI.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'RIEQUILIBRIO-GIORNI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-FINESTRA
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'RIEQUILIBRIO-MINIMO-ATTESE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO MINIMO-ATTESE
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'RIEQUILIBRIO-TOLLERANZA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO) TO TOLLERANZA
           END-IF.

      *    Le code piu' lunghe prima: le copie ferme vanno dove
      *    servono di piu'.
       PROPONI-SPOSTAMENTI.
           EXEC SQL
               DECLARE C-DOMANDA CURSOR FOR
                   SELECT a.codiceISBN,
                          COALESCE(a.filiale_ritiro, u.Filiale, ' '),
                          COUNT(*), MAX(l.TITOLO)
                       FROM Lista-Attesa a
                       JOIN Utente u ON a.Username = u.Username
                       JOIN Libro l ON a.codiceISBN = l.ISBN
                       JOIN DisponibilitaLibro d
                         ON d.codiceISBN = a.codiceISBN
                       WHERE d.copie_disponibili > 0
                       GROUP BY a.codiceISBN,
                                COALESCE(a.filiale_ritiro, u.Filiale,
                                         ' ')
                       HAVING COUNT(*) >= :MINIMO-ATTESE
                       ORDER BY 3 DESC, 1
           END-EXEC.
           EXEC SQL OPEN C-DOMANDA END-EXEC.
           EXEC SQL
               FETCH C-DOMANDA INTO :D-ISBN, :D-FILIALE, :D-ATTESE,
                   :D-TITOLO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF D-FILIALE NOT = SPACES
                   ADD 1 TO CONTATORE-TITOLI
                   PERFORM PROPONI-TITOLO
               END-IF
               EXEC SQL
                   FETCH C-DOMANDA INTO :D-ISBN, :D-FILIALE,
                       :D-ATTESE, :D-TITOLO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-DOMANDA END-EXEC.

      *    Servono tante copie quanti sono i lettori in coda, meno
      *    quelle che la Filiale ha gia' (a scaffale o in prestito)
      *    e quelle gia' in viaggio verso di lei.
       PROPONI-TITOLO.
           EXEC SQL
               SELECT COUNT(*) INTO :COPIE-DESTINAZIONE
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.codiceISBN = TRIM(BOTH ' ' FROM :D-ISBN)
                     AND e.STATO IN ('Disponibile', 'IN PRESTITO')
                     AND COALESCE(e.Filiale, l.SEDE) =
                         TRIM(BOTH ' ' FROM :D-FILIALE)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :COPIE-IN-ARRIVO
                   FROM Trasferimenti
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :D-ISBN)
                     AND stato = 'APERTO'
                     AND sede_destinazione =
                         TRIM(BOTH ' ' FROM :D-FILIALE)
           END-EXEC.
           COMPUTE COPIE-NECESSARIE =
               D-ATTESE - COPIE-DESTINAZIONE - COPIE-IN-ARRIVO.
           IF COPIE-NECESSARIE <= 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-DESTINAZIONE
                   FROM (SELECT s.Username
                             FROM PrenotazioneStorico s
                             WHERE s.codiceISBN =
                                   TRIM(BOTH ' ' FROM :D-ISBN)
                               AND s.data_prenotazione >=
                                   CAST(:DATA-INIZIO AS CHAR(8))
                         UNION ALL
                         SELECT p.Username
                             FROM Prenotazione p
                             WHERE p.codiceISBN =
                                   TRIM(BOTH ' ' FROM :D-ISBN)) AS x
                   JOIN Utente u ON x.Username = u.Username
                   WHERE u.Filiale = TRIM(BOTH ' ' FROM :D-FILIALE)
           END-EXEC.

           MOVE ZERO TO COPIE-PROPOSTE.
           EXEC SQL
               DECLARE C-CANDIDATE CURSOR FOR
                   SELECT e.Barcode, COALESCE(e.Filiale, l.SEDE)
                       FROM Esemplare e
                       JOIN Libro l ON e.codiceISBN = l.ISBN
                       WHERE e.codiceISBN =
                             TRIM(BOTH ' ' FROM :D-ISBN)
                         AND e.STATO = 'Disponibile'
                         AND COALESCE(e.DaVerificare, 'N') <> 'S'
                         AND COALESCE(e.Filiale, l.SEDE) <>
                             TRIM(BOTH ' ' FROM :D-FILIALE)
                         AND NOT EXISTS
                             (SELECT 1 FROM PrelieviAttesa pa
                                 WHERE pa.barcode = e.Barcode
                                   AND pa.stato = 'DA PRELEVARE')
                         AND NOT EXISTS
                             (SELECT 1 FROM Ritiri r
                                 WHERE r.barcode = e.Barcode
                                   AND r.stato IN ('IN RITIRO',
                                                   'IN TRANSITO'))
                         AND NOT EXISTS
                             (SELECT 1 FROM PropostaRiequilibrio q
                                 WHERE q.barcode = e.Barcode
                                   AND q.stato = 'PROPOSTA')
                         AND NOT EXISTS
                             (SELECT 1 FROM Lista-Attesa a
                                 JOIN Utente u
                                   ON a.Username = u.Username
                                 WHERE a.codiceISBN = e.codiceISBN
                                   AND COALESCE(a.filiale_ritiro,
                                                u.Filiale) =
                                       COALESCE(e.Filiale, l.SEDE))
                         AND NOT EXISTS
                             (SELECT 1 FROM PrenotazioneStorico s
                                 JOIN Utente u
                                   ON s.Username = u.Username
                                 WHERE s.codiceISBN = e.codiceISBN
                                   AND s.data_prenotazione >=
                                       CAST(:DATA-INIZIO AS CHAR(8))
                                   AND u.Filiale =
                                       COALESCE(e.Filiale, l.SEDE))
                         AND NOT EXISTS
                             (SELECT 1 FROM Prenotazione p
                                 JOIN Utente u
                                   ON p.Username = u.Username
                                 WHERE p.codiceISBN = e.codiceISBN
                                   AND u.Filiale =
                                       COALESCE(e.Filiale, l.SEDE))
                       ORDER BY 2, e.Barcode
           END-EXEC.
           EXEC SQL OPEN C-CANDIDATE END-EXEC.
           EXEC SQL
               FETCH C-CANDIDATE INTO :C-BARCODE, :C-FILIALE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR COPIE-PROPOSTE >= COPIE-NECESSARIE
               PERFORM REGISTRA-PROPOSTA
               EXEC SQL
                   FETCH C-CANDIDATE INTO :C-BARCODE, :C-FILIALE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CANDIDATE END-EXEC.

       REGISTRA-PROPOSTA.
           ADD 1 TO NUMERO-PROPOSTA.
           EXEC SQL
               INSERT INTO PropostaRiequilibrio (numero_proposta,
                   data_proposta, barcode, codiceISBN,
                   filiale_origine, filiale_destinazione,
                   attese_destinazione, prestiti_destinazione, stato)
               VALUES (:NUMERO-PROPOSTA, :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :C-BARCODE),
                       TRIM(BOTH ' ' FROM :D-ISBN),
                       TRIM(BOTH ' ' FROM :C-FILIALE),
                       TRIM(BOTH ' ' FROM :D-FILIALE),
                       :D-ATTESE, :PRESTITI-DESTINAZIONE, 'PROPOSTA')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore sulla proposta per " C-BARCODE ": "
                   SQLERRMC
               SUBTRACT 1 FROM NUMERO-PROPOSTA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO COPIE-PROPOSTE.
           ADD 1 TO CONTATORE-PROPOSTE.
           MOVE SPACES TO REPORT-LINE.
           STRING NUMERO-PROPOSTA " " C-BARCODE " " C-FILIALE " "
               D-FILIALE " " D-ATTESE "  " PRESTITI-DESTINAZIONE " "
               D-TITOLO(1:30)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO CONTATORE-RIGHE.

      *    Copie "della" Filiale: a scaffale o in prestito (tornano
      *    li'). Lo scaffale conta le sole Disponibili; le ferme sono
      *    quelle dei titoli senza coda ne' prestiti dei lettori
      *    della Filiale nella finestra. Uscita ed entrata sono le
      *    proposte di questo giro.
       STAMPA-RIEMPIMENTO.
           EXEC SQL
               DECLARE C-RIEMPIMENTO CURSOR FOR
                   SELECT COALESCE(e.Filiale, l.SEDE), COUNT(*),
                          SUM(CASE WHEN e.STATO = 'Disponibile'
                                   THEN 1 ELSE 0 END)
                       FROM Esemplare e
                       JOIN Libro l ON e.codiceISBN = l.ISBN
                       WHERE e.STATO IN ('Disponibile', 'IN PRESTITO')
                         AND COALESCE(e.Filiale, l.SEDE) IS NOT NULL
                       GROUP BY COALESCE(e.Filiale, l.SEDE)
                       ORDER BY 1
           END-EXEC.
           EXEC SQL OPEN C-RIEMPIMENTO END-EXEC.
           EXEC SQL
               FETCH C-RIEMPIMENTO INTO :R-FILIALE, :R-COPIE,
                   :R-SCAFFALE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM STAMPA-FILIALE
               EXEC SQL
                   FETCH C-RIEMPIMENTO INTO :R-FILIALE, :R-COPIE,
                       :R-SCAFFALE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RIEMPIMENTO END-EXEC.

       STAMPA-FILIALE.
           EXEC SQL
               SELECT COUNT(*) INTO :R-FERME
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.STATO = 'Disponibile'
                     AND COALESCE(e.Filiale, l.SEDE) =
                         TRIM(BOTH ' ' FROM :R-FILIALE)
                     AND NOT EXISTS
                         (SELECT 1 FROM Lista-Attesa a
                             JOIN Utente u ON a.Username = u.Username
                             WHERE a.codiceISBN = e.codiceISBN
                               AND COALESCE(a.filiale_ritiro,
                                            u.Filiale) =
                                   TRIM(BOTH ' ' FROM :R-FILIALE))
                     AND NOT EXISTS
                         (SELECT 1 FROM PrenotazioneStorico s
                             JOIN Utente u ON s.Username = u.Username
                             WHERE s.codiceISBN = e.codiceISBN
                               AND s.data_prenotazione >=
                                   CAST(:DATA-INIZIO AS CHAR(8))
                               AND u.Filiale =
                                   TRIM(BOTH ' ' FROM :R-FILIALE))
                     AND NOT EXISTS
                         (SELECT 1 FROM Prenotazione p
                             JOIN Utente u ON p.Username = u.Username
                             WHERE p.codiceISBN = e.codiceISBN
                               AND u.Filiale =
                                   TRIM(BOTH ' ' FROM :R-FILIALE))
           END-EXEC.
           MOVE ZERO TO R-OBIETTIVO.
           EXEC SQL
               SELECT copie_obiettivo INTO :R-OBIETTIVO
                   FROM CapienzaScaffali
                   WHERE Filiale = TRIM(BOTH ' ' FROM :R-FILIALE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO R-OBIETTIVO
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :R-USCITA
                   FROM PropostaRiequilibrio
                   WHERE stato = 'PROPOSTA'
                     AND data_proposta = :OGGI-DATA
                     AND filiale_origine =
                         TRIM(BOTH ' ' FROM :R-FILIALE)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :R-ENTRATA
                   FROM PropostaRiequilibrio
                   WHERE stato = 'PROPOSTA'
                     AND data_proposta = :OGGI-DATA
                     AND filiale_destinazione =
                         TRIM(BOTH ' ' FROM :R-FILIALE)
           END-EXEC.

           MOVE SPACES TO SEGNALAZIONE.
           MOVE ZERO TO PERCENTUALE.
           IF R-OBIETTIVO = 0
               MOVE "SENZA OBIETTIVO" TO SEGNALAZIONE
           ELSE
               COMPUTE PERCENTUALE ROUNDED =
                   R-SCAFFALE * 100 / R-OBIETTIVO
               IF PERCENTUALE > 100 + TOLLERANZA
                   MOVE "SOPRA OBIETTIVO" TO SEGNALAZIONE
               END-IF
               IF PERCENTUALE + TOLLERANZA < 100
                   MOVE "SOTTO OBIETTIVO" TO SEGNALAZIONE
               END-IF
           END-IF.
           MOVE PERCENTUALE TO PERCENTUALE-STAMPA.
           MOVE SPACES TO REPORT-LINE.
           STRING R-FILIALE " " R-COPIE " " R-SCAFFALE " " R-FERME
               "   " R-OBIETTIVO " " PERCENTUALE-STAMPA "  " R-USCITA
               "   " R-ENTRATA " " SEGNALAZIONE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO CONTATORE-RIGHE.
