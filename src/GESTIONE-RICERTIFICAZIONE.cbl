       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-RICERTIFICAZIONE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".
           01 DECISIONE         PIC X(1).

           01 OGGI-DATA         PIC 9(8).
           01 NUMERO-CAMPAGNA   PIC 9(9).
           01 CAMPAGNA-REC.
               03 A-TRIMESTRE   PIC 9(5).
               03 A-APERTURA    PIC 9(8).
               03 A-SCADENZA    PIC 9(8).
               03 A-STATO       PIC X(10).

           01 FILIALE-OPERATORE PIC X(30).
           01 FILIALE-RICHIESTA PIC X(30).

           01 ACCOUNT-REC.
               03 R-USERNAME    PIC X(50).
               03 R-RUOLO       PIC X(30).
               03 R-FILIALE     PIC X(30).
               03 R-ULTIMO      PIC 9(14).
               03 R-DECISIONE   PIC X(20).
           01 R-PROGRAMMA       PIC X(30).
           01 R-CONTEGGIO       PIC 9(5).

           01 CONTATORE-DECISI  PIC 9(5).
           01 MOTIVO-REVOCA     PIC X(100).

           01 AUDIT-PROGRAMMA   PIC X(30)
                                VALUE "GESTIONE-RICERTIFICAZIONE".
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).
           01 RUOLO-OPERATORE    PIC X(30).

       PROCEDURE DIVISION USING OPERATORE-USERNAME, RUOLO-OPERATORE.
      *    Revisione della campagna di ricertificazione aperta da
      *    RICERTIFICA-ACCOUNT: il responsabile di Filiale conferma
      *    o revoca ogni account del personale della sua Filiale,
      *    vedendo ruolo, ultimo accesso e permessi effettivi. Gli
      *    account Amministratore e Super Amministratore li rivede
      *    il Super Amministratore, che puo' lavorare su qualsiasi
      *    Filiale; nessuno certifica se stesso. La revoca
      *    disabilita subito l'account (BLOCCATO = 'S'); ogni
      *    decisione va in AuditLog.
       GESTIONE-RICERTIFICAZIONE-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-RICERTIFICAZIONE!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE SPACES TO FILIALE-OPERATORE.
           EXEC SQL
               SELECT COALESCE(Filiale, ' ') INTO :FILIALE-OPERATORE
                   FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
           END-EXEC.

           MOVE ZERO TO NUMERO-CAMPAGNA.
           EXEC SQL
               SELECT COALESCE(MAX(numero_campagna), 0)
                   INTO :NUMERO-CAMPAGNA
                   FROM CampagneRicertificazione
                   WHERE stato = 'APERTA'
           END-EXEC.
           IF NUMERO-CAMPAGNA = 0
               DISPLAY "Nessuna campagna di ricertificazione aperta."
               EXIT PROGRAM
           END-IF.
           EXEC SQL
               SELECT trimestre, data_apertura, scadenza, stato
                   INTO :A-TRIMESTRE, :A-APERTURA, :A-SCADENZA,
                        :A-STATO
                   FROM CampagneRicertificazione
                   WHERE numero_campagna = :NUMERO-CAMPAGNA
           END-EXEC.

           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Ricertificazione account del personale "
                   "-----"
               DISPLAY "Campagna n. " NUMERO-CAMPAGNA " trimestre "
                   A-TRIMESTRE " scadenza " A-SCADENZA
               DISPLAY "1. Rivedi gli account in attesa"
               DISPLAY "2. Situazione della campagna"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM RIVEDI-ACCOUNT
                   WHEN 2 PERFORM SITUAZIONE-CAMPAGNA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *****************REVISIONE DEGLI ACCOUNT**************************
       RIVEDI-ACCOUNT.
           IF RUOLO-OPERATORE = "Super Amministratore"
               DISPLAY "Filiale da rivedere (* = tutte): "
               ACCEPT FILIALE-RICHIESTA
               IF FILIALE-RICHIESTA = SPACES
                   MOVE "*" TO FILIALE-RICHIESTA
               END-IF
           ELSE
               MOVE FILIALE-OPERATORE TO FILIALE-RICHIESTA
           END-IF.
           MOVE ZERO TO CONTATORE-DECISI.

           EXEC SQL
               DECLARE C-ATTESA CURSOR FOR
                   SELECT Username, Ruolo, Filiale, ultimo_accesso,
                          decisione
                       FROM RicertificazioneAccount
                       WHERE numero_campagna = :NUMERO-CAMPAGNA
                         AND decisione = 'IN ATTESA'
                         AND (:FILIALE-RICHIESTA = '*'
                              OR Filiale =
                                 TRIM(BOTH ' ' FROM
                                     :FILIALE-RICHIESTA))
                       ORDER BY Filiale, Username
           END-EXEC.
           EXEC SQL OPEN C-ATTESA END-EXEC.
           EXEC SQL
               FETCH C-ATTESA INTO :R-USERNAME, :R-RUOLO, :R-FILIALE,
                   :R-ULTIMO, :R-DECISIONE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM DECIDI-ACCOUNT
               EXEC SQL
                   FETCH C-ATTESA INTO :R-USERNAME, :R-RUOLO,
                       :R-FILIALE, :R-ULTIMO, :R-DECISIONE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ATTESA END-EXEC.
      *    Un solo COMMIT a fine revisione: un COMMIT dentro il ciclo
      *    chiuderebbe il cursore aperto.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY CONTATORE-DECISI " account decisi. Nessun altro "
               "account in attesa.".

       DECIDI-ACCOUNT.
           DISPLAY " ".
           DISPLAY R-USERNAME(1:30) " " R-RUOLO " " R-FILIALE.
           IF R-ULTIMO = 0
               DISPLAY "  ultimo accesso: mai"
           ELSE
               DISPLAY "  ultimo accesso: " R-ULTIMO
           END-IF.
           PERFORM MOSTRA-PERMESSI.

           IF R-USERNAME = OPERATORE-USERNAME
               DISPLAY "  Account tuo: lo certifica un altro "
                   "responsabile."
               EXIT PARAGRAPH
           END-IF.
           IF (R-RUOLO = "Amministratore" OR
               R-RUOLO = "Super Amministratore")
              AND RUOLO-OPERATORE NOT = "Super Amministratore"
               DISPLAY "  Account privilegiato: lo certifica il "
                   "Super Amministratore."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confermare (C), Revocare (R), Saltare (INVIO): "
           ACCEPT DECISIONE.
           EVALUATE DECISIONE
               WHEN "C"
               WHEN "c"
                   MOVE "CONFERMATO" TO R-DECISIONE
                   MOVE SPACES TO MOTIVO-REVOCA
                   PERFORM REGISTRA-DECISIONE
               WHEN "R"
               WHEN "r"
                   DISPLAY "Motivo della revoca: "
                   ACCEPT MOTIVO-REVOCA
                   MOVE "REVOCATO" TO R-DECISIONE
                   PERFORM REGISTRA-DECISIONE
                   EXEC SQL
                       UPDATE Utente SET BLOCCATO = 'S'
                           WHERE Username =
                               TRIM(BOTH ' ' FROM :R-USERNAME)
                   END-EXEC
                   EXEC SQL
                       DELETE FROM SessioniAttive
                           WHERE Username =
                               TRIM(BOTH ' ' FROM :R-USERNAME)
                   END-EXEC
                   DISPLAY "Account disabilitato."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGISTRA-DECISIONE.
           EXEC SQL
               UPDATE RicertificazioneAccount
                   SET decisione = :R-DECISIONE,
                       decisore =
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       data_decisione = :OGGI-DATA,
                       motivo = NULLIF(TRIM(BOTH ' ' FROM
                           :MOTIVO-REVOCA), '')
                   WHERE numero_campagna = :NUMERO-CAMPAGNA
                     AND Username = TRIM(BOTH ' ' FROM :R-USERNAME)
           END-EXEC.
           MOVE R-DECISIONE TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE R-USERNAME TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           ADD 1 TO CONTATORE-DECISI.

      *    Permessi fotografati all'apertura della campagna.
       MOSTRA-PERMESSI.
           DISPLAY "  permessi effettivi:".
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
           IF SQLCODE NOT = ZERO
               DISPLAY "    (nessuno)"
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF R-PROGRAMMA = "*"
                   DISPLAY "    * tutti i programmi"
               ELSE
                   DISPLAY "    - " R-PROGRAMMA
               END-IF
               EXEC SQL FETCH C-PERMESSI INTO :R-PROGRAMMA END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PERMESSI END-EXEC.

      *****************SITUAZIONE DELLA CAMPAGNA************************
       SITUAZIONE-CAMPAGNA.
           EXEC SQL
               DECLARE C-SITUAZIONE CURSOR FOR
                   SELECT Filiale, decisione, COUNT(*)
                       FROM RicertificazioneAccount
                       WHERE numero_campagna = :NUMERO-CAMPAGNA
                       GROUP BY Filiale, decisione
                       ORDER BY Filiale, decisione
           END-EXEC.
           EXEC SQL OPEN C-SITUAZIONE END-EXEC.
           EXEC SQL
               FETCH C-SITUAZIONE INTO :R-FILIALE, :R-DECISIONE,
                   :R-CONTEGGIO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY R-FILIALE(1:20) " " R-DECISIONE " "
                   R-CONTEGGIO
               EXEC SQL
                   FETCH C-SITUAZIONE INTO :R-FILIALE, :R-DECISIONE,
                       :R-CONTEGGIO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SITUAZIONE END-EXEC.
           DISPLAY "Gli account ancora in attesa alla scadenza "
               A-SCADENZA " saranno disabilitati.".
