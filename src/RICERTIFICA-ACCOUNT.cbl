       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICERTIFICA-ACCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO RICRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 ANNO-CORRENTE     PIC 9(4).
           01 MESE-CORRENTE     PIC 9(2).
           01 TRIMESTRE-NUMERO  PIC 9(1).
           01 TRIMESTRE         PIC 9(5).

      *    Durata della campagna e limite di inattivita' in giorni
      *    (Parametri 'RICERTIFICAZIONE-GIORNI' e
      *    'RICERTIFICAZIONE-INATTIVITA').
           01 GIORNI-CAMPAGNA   PIC 9(3) VALUE 30.
           01 GIORNI-INATTIVITA PIC 9(3) VALUE 90.
           01 PARAMETRO-TESTO   PIC X(50).
           01 DATA-SCADENZA     PIC 9(8).
           01 DATA-LIMITE       PIC 9(8).

           01 NUMERO-CAMPAGNA   PIC 9(9).
           01 CAMPAGNE-TROVATE  PIC 9(5).
           01 ACCOUNT-CAMPAGNA  PIC 9(7).

           01 ACCOUNT-REC.
               03 R-USERNAME    PIC X(50).
               03 R-RUOLO       PIC X(30).
               03 R-FILIALE     PIC X(30).
               03 R-ULTIMO      PIC 9(14).
               03 R-DECISIONE   PIC X(20).
               03 R-DECISORE    PIC X(50).
               03 R-DATA-DEC    PIC 9(8).
           01 R-PROGRAMMA       PIC X(30).
           01 PUNTATORE         PIC 9(3).

      *    Mai disabilitare l'ultimo Super Amministratore attivo:
      *    resterebbe nessuno a sbloccare gli altri.
           01 SUPER-ATTIVI      PIC 9(5).
           01 DISABILITA-OK     PIC X(1).
             88 DISABILITA-OK-SI VALUE "S".

           01 CONTATORE-SCADUTI   PIC 9(5) VALUE ZERO.
           01 CONTATORE-INATTIVI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-RISPARMIATI PIC 9(5) VALUE ZERO.
           01 CONTATORE-RIGHE     PIC 9(7) VALUE ZERO.

           01 AUDIT-OPERATORE       PIC X(50)
                                    VALUE "RICERTIFICA-ACCOUNT".
           01 AUDIT-PROGRAMMA       PIC X(30)
                                    VALUE "RICERTIFICA-ACCOUNT".
           01 AUDIT-OPERAZIONE      PIC X(20).
           01 AUDIT-CHIAVE          PIC X(50).

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Ricertificazione trimestrale degli account del personale
      *    (ogni Utente che non e' Lettore, Ospite o Istituzione):
      *    - al primo giro del trimestre apre la campagna e
      *      fotografa ogni account con ruolo, Filiale, ultimo
      *      accesso riuscito (AccessiLog) e permessi effettivi;
      *      i responsabili di Filiale confermano o revocano da
      *      GESTIONE-RICERTIFICAZIONE;
      *    - passata la scadenza disabilita gli account non
      *      confermati, chiude la campagna e stampa il rendiconto
      *      (RICRPT) che resta agli atti per i revisori;
      *    - ogni notte disabilita il personale senza accessi da
      *      piu' di GIORNI-INATTIVITA giorni.
      *    Disabilitare vuol dire BLOCCATO = 'S': si riattiva solo
      *    con lo sblocco del Super Amministratore. Ogni
      *    disabilitazione va in AuditLog.
       RICERTIFICA-ACCOUNT-PARA.
           DISPLAY "------- SONO RICERTIFICA-ACCOUNT (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.
           MOVE OGGI-DATA(5:2) TO MESE-CORRENTE.
           COMPUTE TRIMESTRE-NUMERO = (MESE-CORRENTE - 1) / 3 + 1.
           COMPUTE TRIMESTRE = ANNO-CORRENTE * 10 + TRIMESTRE-NUMERO.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RICERTIFICAZIONE-GIORNI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-CAMPAGNA
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RICERTIFICAZIONE-INATTIVITA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-INATTIVITA
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SUPER-ATTIVI FROM Utente
                   WHERE Ruolo = 'Super Amministratore'
                     AND COALESCE(BLOCCATO, 'N') <> 'S'
           END-EXEC.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RICERTIFICAZIONE ACCOUNT DEL PERSONALE AL "
               OGGI-DATA DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.

           PERFORM CHIUDI-CAMPAGNE-SCADUTE.
           PERFORM APRI-CAMPAGNA.
           PERFORM DISABILITA-INATTIVI.

           MOVE SPACES TO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "Disabilitati non confermati: " CONTATORE-SCADUTI
               " - inattivi: " CONTATORE-INATTIVI
               " - Super Amministratori risparmiati: "
               CONTATORE-RISPARMIATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           CLOSE REPORT-OUTPUT.

           MOVE "RICERTIFICA-ACCOUNT" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.RICRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Disabilitati non confermati: " CONTATORE-SCADUTI
               " - inattivi: " CONTATORE-INATTIVI.

           EXIT PROGRAM.

      *****************APERTURA DELLA CAMPAGNA DEL TRIMESTRE************
       APRI-CAMPAGNA.
           EXEC SQL
               SELECT COUNT(*) INTO :CAMPAGNE-TROVATE
                   FROM CampagneRicertificazione
                   WHERE trimestre = :TRIMESTRE
           END-EXEC.
           IF CAMPAGNE-TROVATE > 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) + GIORNI-CAMPAGNA.
           COMPUTE DATA-SCADENZA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           EXEC SQL
               SELECT COALESCE(MAX(numero_campagna), 0) + 1
                   INTO :NUMERO-CAMPAGNA
                   FROM CampagneRicertificazione
           END-EXEC.
           EXEC SQL
               INSERT INTO CampagneRicertificazione (numero_campagna,
                   trimestre, data_apertura, scadenza, stato)
               VALUES (:NUMERO-CAMPAGNA, :TRIMESTRE, :OGGI-DATA,
                       :DATA-SCADENZA, 'APERTA')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

      *    Fotografia degli account e dei permessi effettivi al
      *    momento dell'apertura: e' quello che il responsabile
      *    certifica. Il Super Amministratore non passa da Permessi
      *    ed e' abilitato a tutto ('*').
           EXEC SQL
               INSERT INTO RicertificazioneAccount (numero_campagna,
                   Username, Ruolo, Filiale, ultimo_accesso,
                   decisione)
               SELECT :NUMERO-CAMPAGNA, u.Username, u.Ruolo,
                      COALESCE(u.Filiale, ' '),
                      COALESCE((SELECT MAX(l.Timestamp)
                                   FROM AccessiLog l
                                   WHERE l.Username = u.Username
                                     AND l.Esito = 'S'), 0),
                      'IN ATTESA'
                   FROM Utente u
                   WHERE u.Ruolo NOT IN ('Lettore', 'Ospite',
                                         'Istituzione')
                     AND u.Username NOT LIKE 'ANON%'
           END-EXEC.
           EXEC SQL
               INSERT INTO RicertificazionePermessi (numero_campagna,
                   Username, Programma)
               SELECT :NUMERO-CAMPAGNA, r.Username, p.Programma
                   FROM RicertificazioneAccount r
                   JOIN Permessi p ON p.Ruolo = r.Ruolo
                   WHERE r.numero_campagna = :NUMERO-CAMPAGNA
           END-EXEC.
           EXEC SQL
               INSERT INTO RicertificazionePermessi (numero_campagna,
                   Username, Programma)
               SELECT :NUMERO-CAMPAGNA, r.Username, '*'
                   FROM RicertificazioneAccount r
                   WHERE r.numero_campagna = :NUMERO-CAMPAGNA
                     AND r.Ruolo = 'Super Amministratore'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :ACCOUNT-CAMPAGNA
                   FROM RicertificazioneAccount
                   WHERE numero_campagna = :NUMERO-CAMPAGNA
           END-EXEC.
           MOVE "APRI CAMPAGNA" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-CAMPAGNA TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING AUDIT-OPERATORE,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING "Aperta la campagna n. " NUMERO-CAMPAGNA
               " del trimestre " TRIMESTRE " con " ACCOUNT-CAMPAGNA
               " account, scadenza " DATA-SCADENZA
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.

      *****************SCADENZA: DISABILITAZIONE E RENDICONTO***********
       CHIUDI-CAMPAGNE-SCADUTE.
           MOVE ZERO TO NUMERO-CAMPAGNA.
           EXEC SQL
               SELECT COALESCE(MIN(numero_campagna), 0)
                   INTO :NUMERO-CAMPAGNA
                   FROM CampagneRicertificazione
                   WHERE stato = 'APERTA'
                     AND scadenza < :OGGI-DATA
           END-EXEC.
           IF NUMERO-CAMPAGNA = 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE C-NON-CONFERMATI CURSOR FOR
                   SELECT Username, Ruolo
                       FROM RicertificazioneAccount
                       WHERE numero_campagna = :NUMERO-CAMPAGNA
                         AND decisione = 'IN ATTESA'
                       ORDER BY Username
           END-EXEC.
           EXEC SQL OPEN C-NON-CONFERMATI END-EXEC.
           EXEC SQL
               FETCH C-NON-CONFERMATI INTO :R-USERNAME, :R-RUOLO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CONTROLLA-SUPER-ATTIVI
               IF DISABILITA-OK-SI
                   MOVE "NON CONFERMATO" TO R-DECISIONE
                   MOVE "NON CONFERMATO" TO AUDIT-OPERAZIONE
                   PERFORM DISABILITA-ACCOUNT
                   ADD 1 TO CONTATORE-SCADUTI
               ELSE
                   MOVE "ULTIMO SUPER AMM." TO R-DECISIONE
               END-IF
               EXEC SQL
                   UPDATE RicertificazioneAccount
                       SET decisione = :R-DECISIONE,
                           decisore = 'RICERTIFICA-ACCOUNT',
                           data_decisione = :OGGI-DATA
                       WHERE numero_campagna = :NUMERO-CAMPAGNA
                         AND Username =
                             TRIM(BOTH ' ' FROM :R-USERNAME)
               END-EXEC
               EXEC SQL
                   FETCH C-NON-CONFERMATI INTO :R-USERNAME, :R-RUOLO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-NON-CONFERMATI END-EXEC.

           EXEC SQL
               UPDATE CampagneRicertificazione
                   SET stato = 'CHIUSA',
                       data_chiusura = :OGGI-DATA
                   WHERE numero_campagna = :NUMERO-CAMPAGNA
           END-EXEC.
           MOVE "CHIUDI CAMPAGNA" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-CAMPAGNA TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING AUDIT-OPERATORE,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           EXEC SQL COMMIT END-EXEC.

           PERFORM STAMPA-RENDICONTO.

      *    Rendiconto finale per i revisori: ogni account con la
      *    decisione, chi l'ha presa e quando, e i permessi
      *    fotografati all'apertura.
       STAMPA-RENDICONTO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "RENDICONTO FINALE DELLA CAMPAGNA N. "
               NUMERO-CAMPAGNA
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "UTENTE               RUOLO                FILIALE"
               "              ULTIMO ACCESSO DECISIONE"
               "            DECISORE             DATA"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           EXEC SQL
               DECLARE C-RENDICONTO CURSOR FOR
                   SELECT Username, Ruolo, Filiale, ultimo_accesso,
                          decisione, COALESCE(decisore, ' '),
                          COALESCE(data_decisione, 0)
                       FROM RicertificazioneAccount
                       WHERE numero_campagna = :NUMERO-CAMPAGNA
                       ORDER BY Filiale, Username
           END-EXEC.
           EXEC SQL OPEN C-RENDICONTO END-EXEC.
           EXEC SQL
               FETCH C-RENDICONTO INTO :R-USERNAME, :R-RUOLO,
                   :R-FILIALE, :R-ULTIMO, :R-DECISIONE, :R-DECISORE,
                   :R-DATA-DEC
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING R-USERNAME(1:20) " " R-RUOLO(1:20) " "
                   R-FILIALE(1:20) " " R-ULTIMO " " R-DECISIONE " "
                   R-DECISORE(1:20) " " R-DATA-DEC
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM SCRIVI-RIGA
               PERFORM STAMPA-PERMESSI
               EXEC SQL
                   FETCH C-RENDICONTO INTO :R-USERNAME, :R-RUOLO,
                       :R-FILIALE, :R-ULTIMO, :R-DECISIONE,
                       :R-DECISORE, :R-DATA-DEC
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RENDICONTO END-EXEC.

       STAMPA-PERMESSI.
           MOVE SPACES TO REPORT-LINE.
           MOVE "    permessi:" TO REPORT-LINE.
           MOVE 15 TO PUNTATORE.
           EXEC SQL
               DECLARE C-PERMESSI CURSOR FOR
                   SELECT Programma FROM RicertificazionePermessi
                       WHERE numero_campagna = :NUMERO-CAMPAGNA
                         AND Username =
                             TRIM(BOTH ' ' FROM :R-USERNAME)
                       ORDER BY Programma
           END-EXEC.
           EXEC SQL OPEN C-PERMESSI END-EXEC.
           EXEC SQL FETCH C-PERMESSI INTO :R-PROGRAMMA END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF PUNTATORE > 100
                   PERFORM SCRIVI-RIGA
                   MOVE SPACES TO REPORT-LINE
                   MOVE 15 TO PUNTATORE
               END-IF
               STRING R-PROGRAMMA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER PUNTATORE
               EXEC SQL FETCH C-PERMESSI INTO :R-PROGRAMMA END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERMESSI END-EXEC.
           PERFORM SCRIVI-RIGA.

      *****************INATTIVITA'**************************************
      *    Senza alcun accesso riuscito conta la data di creazione
      *    della password (UltimaModificaPassword), cosi' un
      *    account appena creato non viene spento subito.
       DISABILITA-INATTIVI.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) - GIORNI-INATTIVITA.
           COMPUTE DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           EXEC SQL
               DECLARE C-INATTIVI CURSOR FOR
                   SELECT u.Username, u.Ruolo
                       FROM Utente u
                       WHERE u.Ruolo NOT IN ('Lettore', 'Ospite',
                                             'Istituzione')
                         AND u.Username NOT LIKE 'ANON%'
                         AND COALESCE(u.BLOCCATO, 'N') <> 'S'
                         AND COALESCE((SELECT MAX(l.Timestamp)
                                          FROM AccessiLog l
                                          WHERE l.Username =
                                              u.Username
                                            AND l.Esito = 'S')
                                      / 1000000,
                                      u.UltimaModificaPassword, 0)
                             < :DATA-LIMITE
                       ORDER BY u.Username
           END-EXEC.
           EXEC SQL OPEN C-INATTIVI END-EXEC.
           EXEC SQL
               FETCH C-INATTIVI INTO :R-USERNAME, :R-RUOLO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM CONTROLLA-SUPER-ATTIVI
               IF DISABILITA-OK-SI
                   MOVE "INATTIVO" TO AUDIT-OPERAZIONE
                   PERFORM DISABILITA-ACCOUNT
                   ADD 1 TO CONTATORE-INATTIVI
                   EXEC SQL
                       UPDATE RicertificazioneAccount
                           SET decisione = 'INATTIVO',
                               decisore = 'RICERTIFICA-ACCOUNT',
                               data_decisione = :OGGI-DATA
                           WHERE Username =
                                 TRIM(BOTH ' ' FROM :R-USERNAME)
                             AND decisione = 'IN ATTESA'
                   END-EXEC
               END-IF
               EXEC SQL
                   FETCH C-INATTIVI INTO :R-USERNAME, :R-RUOLO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-INATTIVI END-EXEC.
      *    Un solo COMMIT a fine giro: un COMMIT dentro il ciclo
      *    chiuderebbe il cursore aperto.
           EXEC SQL COMMIT END-EXEC.

       CONTROLLA-SUPER-ATTIVI.
           MOVE "S" TO DISABILITA-OK.
           IF R-RUOLO = "Super Amministratore"
               IF SUPER-ATTIVI > 1
                   SUBTRACT 1 FROM SUPER-ATTIVI
               ELSE
                   MOVE "N" TO DISABILITA-OK
                   ADD 1 TO CONTATORE-RISPARMIATI
                   MOVE SPACES TO REPORT-LINE
                   STRING "NON DISABILITATO (ultimo Super "
                       "Amministratore attivo): " R-USERNAME(1:30)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM SCRIVI-RIGA
               END-IF
           END-IF.

       DISABILITA-ACCOUNT.
           EXEC SQL
               UPDATE Utente SET BLOCCATO = 'S'
                   WHERE Username = TRIM(BOTH ' ' FROM :R-USERNAME)
           END-EXEC.
           EXEC SQL
               DELETE FROM SessioniAttive
                   WHERE Username = TRIM(BOTH ' ' FROM :R-USERNAME)
           END-EXEC.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE R-USERNAME TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING AUDIT-OPERATORE,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DISABILITATO (" AUDIT-OPERAZIONE DELIMITED BY "  "
               "): " R-USERNAME(1:30) " " R-RUOLO
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.

       SCRIVI-RIGA.
           WRITE REPORT-LINE.
           ADD 1 TO CONTATORE-RIGHE.
