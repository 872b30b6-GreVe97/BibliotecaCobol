               03 P-OPERAZIONE  PIC X(10).
               03 P-RICHIEDENTE PIC X(50).
               03 P-DATA-RICH   PIC 9(8).
               03 P-MOTIVO      PIC X(100).
           01 DECISIONE         PIC X(1).
           01 OGGI-DATA         PIC 9(8).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Separazione dei compiti: coppie di programmi che lo stesso
      *    ruolo non deve avere insieme (ConflittiPermessi) e
      *    eccezioni approvate a quattro occhi (EccezioniConflitti).
           01 CONFLITTO-REC.
               03 C-PROGRAMMA-A PIC X(30).
               03 C-PROGRAMMA-B PIC X(30).
               03 C-DESCRIZIONE PIC X(100).
           01 CONTA-CONFLITTI   PIC 9(5).
           01 PROGRAMMA-CONFLITTO PIC X(30).
           01 CONTROLLO-PENDENTI PIC X(1).
           01 MOTIVO-ECCEZIONE  PIC X(100).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
                   "altro"
               DISPLAY "6. Confronta i permessi di due ruoli"
               DISPLAY "7. Dismetti un ruolo"
               DISPLAY "8. Elenca le coppie di programmi in conflitto"
               DISPLAY "9. Aggiungi una coppia in conflitto"
               DISPLAY "10. Togli una coppia in conflitto"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
                   WHEN 5 PERFORM CLONA-RUOLO
                   WHEN 6 PERFORM CONFRONTA-RUOLI
                   WHEN 7 PERFORM DISMETTI-RUOLO
                   WHEN 8 PERFORM ELENCA-CONFLITTI
                   WHEN 9 PERFORM AGGIUNGI-CONFLITTO
                   WHEN 10 PERFORM TOGLI-CONFLITTO
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
                     AND Programma =
                         TRIM(BOTH ' ' FROM :PROGRAMMA-INPUT)
           END-EXEC.
           MOVE SPACES TO MOTIVO-ECCEZIONE.
           IF CONTA-PERMESSO > 0
               DISPLAY "Il ruolo ha gia' questo permesso."
               EXIT PARAGRAPH
           END-IF.

      *    Il conflitto si cerca sui permessi gia' concessi e sulle
      *    concessioni ancora in coda: la combinazione tossica si
      *    forma anche con due richieste approvate in tempi diversi.
           MOVE "S" TO CONTROLLO-PENDENTI.
           PERFORM CERCA-CONFLITTO.
           IF CONTA-CONFLITTI > 0
               DISPLAY "CONFLITTO DI SEPARAZIONE DEI COMPITI: il "
                   "ruolo ha gia' (o ha in richiesta) "
                   PROGRAMMA-CONFLITTO
               DISPLAY "Coppie in conflitto toccate: " CONTA-CONFLITTI
               DISPLAY "Chiedere un'eccezione motivata? (S/N): "
               ACCEPT RISPOSTA-CONFERMA
               IF RISPOSTA-CONFERMA NOT = "S" AND
                  RISPOSTA-CONFERMA NOT = "s"
                   DISPLAY "Richiesta rifiutata."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Motivo dell'eccezione: "
               ACCEPT MOTIVO-ECCEZIONE
               IF MOTIVO-ECCEZIONE = SPACES
                   DISPLAY "Motivo obbligatorio: richiesta rifiutata."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "CONCEDI" TO P-OPERAZIONE.
           PERFORM ACCODA-RICHIESTA.

       RICHIEDI-REVOCA.
           DISPLAY "Ruolo: "
                     AND Programma =
                         TRIM(BOTH ' ' FROM :PROGRAMMA-INPUT)
           END-EXEC.
           MOVE SPACES TO MOTIVO-ECCEZIONE.
           IF CONTA-PERMESSO = 0
               DISPLAY "Il ruolo non ha questo permesso."
           ELSE
               EXEC SQL
                   INSERT INTO PermessiPendenti (Ruolo, Programma,
                       operazione, richiedente, data_richiesta,
                       stato, motivo_eccezione)
                   VALUES (TRIM(BOTH ' ' FROM :RUOLO-INPUT),
                           TRIM(BOTH ' ' FROM :PROGRAMMA-INPUT),
                           TRIM(BOTH ' ' FROM :P-OPERAZIONE),
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                           :OGGI-DATA, 'RICHIESTO',
                           NULLIF(TRIM(BOTH ' ' FROM
                               :MOTIVO-ECCEZIONE), ''))
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
           EXEC SQL
               DECLARE C-PENDENTI CURSOR FOR
                   SELECT Ruolo, Programma, operazione, richiedente,
                          data_richiesta,
                          COALESCE(motivo_eccezione, ' ')
                       FROM PermessiPendenti
                       WHERE stato = 'RICHIESTO'
                       ORDER BY data_richiesta
           EXEC SQL OPEN C-PENDENTI END-EXEC.
           EXEC SQL
               FETCH C-PENDENTI INTO :P-RUOLO, :P-PROGRAMMA,
                   :P-OPERAZIONE, :P-RICHIEDENTE, :P-DATA-RICH,
                   :P-MOTIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM DECIDI-RICHIESTA
               EXEC SQL
                   FETCH C-PENDENTI INTO :P-RUOLO, :P-PROGRAMMA,
                       :P-OPERAZIONE, :P-RICHIEDENTE, :P-DATA-RICH,
                       :P-MOTIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PENDENTI END-EXEC.
           DISPLAY " ".
           DISPLAY P-OPERAZIONE " " P-RUOLO " / " P-PROGRAMMA.
           DISPLAY "Richiesta da " P-RICHIEDENTE " il " P-DATA-RICH.
           IF P-MOTIVO NOT = SPACES
               DISPLAY "ECCEZIONE AI CONFLITTI DI SEPARAZIONE DEI "
                   "COMPITI - motivo: " P-MOTIVO
           END-IF.

      *    Quattro occhi: chi ha chiesto non puo' approvarsi da solo.
           IF P-RICHIEDENTE = OPERATORE-USERNAME
           END-IF.

       APPLICA-RICHIESTA.
      *    All'approvazione il conflitto si ricontrolla sui permessi
      *    in essere: senza eccezione motivata la concessione non
      *    passa e la richiesta resta in coda (da respingere).
           MOVE ZERO TO CONTA-CONFLITTI.
           IF P-OPERAZIONE = "CONCEDI"
               MOVE P-RUOLO TO RUOLO-INPUT
               MOVE P-PROGRAMMA TO PROGRAMMA-INPUT
               MOVE "N" TO CONTROLLO-PENDENTI
               PERFORM CERCA-CONFLITTO
               IF CONTA-CONFLITTI > 0 AND P-MOTIVO = SPACES
                   DISPLAY "APPROVAZIONE RIFIUTATA: il ruolo ha gia' "
                       PROGRAMMA-CONFLITTO ", in conflitto. Serve "
                       "una richiesta con eccezione motivata."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF P-OPERAZIONE = "CONCEDI"
               EXEC SQL
                   INSERT INTO Permessi (Ruolo, Programma)
                   DELIMITED BY SIZE INTO AUDIT-CHIAVE
               CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
                   AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE
               IF CONTA-CONFLITTI > 0
                   PERFORM REGISTRA-ECCEZIONE
               END-IF
               IF P-OPERAZIONE = "REVOCA"
                   PERFORM CHIUDI-ECCEZIONI
               END-IF
               DISPLAY "Modifica applicata a Permessi."
           ELSE
               DISPLAY "Errore nell'applicazione: " SQLERRMC
                     AND stato = 'RICHIESTO'
           END-EXEC.
           DISPLAY "Richiesta respinta.".

      ***********************SEPARAZIONE DEI COMPITI********************
      *    Coppie in conflitto non coperte da eccezione per il ruolo
      *    RUOLO-INPUT se ricevesse PROGRAMMA-INPUT; con
      *    CONTROLLO-PENDENTI 'S' contano anche le concessioni ancora
      *    in coda. PROGRAMMA-CONFLITTO riporta il primo programma
      *    dell'altro lato.
       CERCA-CONFLITTO.
           MOVE SPACES TO PROGRAMMA-CONFLITTO.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MIN(CASE WHEN c.ProgrammaA =
                               TRIM(BOTH ' ' FROM :PROGRAMMA-INPUT)
                           THEN c.ProgrammaB ELSE c.ProgrammaA END),
                           ' ')
                   INTO :CONTA-CONFLITTI, :PROGRAMMA-CONFLITTO
                   FROM ConflittiPermessi c
                   WHERE (c.ProgrammaA =
                             TRIM(BOTH ' ' FROM :PROGRAMMA-INPUT)
                          OR c.ProgrammaB =
                             TRIM(BOTH ' ' FROM :PROGRAMMA-INPUT))
                     AND (EXISTS
                           (SELECT 1 FROM Permessi p
                               WHERE p.Ruolo =
                                   TRIM(BOTH ' ' FROM :RUOLO-INPUT)
                                 AND p.Programma =
                                   CASE WHEN c.ProgrammaA =
                                     TRIM(BOTH ' ' FROM
                                         :PROGRAMMA-INPUT)
                                   THEN c.ProgrammaB
                                   ELSE c.ProgrammaA END)
                          OR (:CONTROLLO-PENDENTI = 'S' AND EXISTS
                           (SELECT 1 FROM PermessiPendenti q
                               WHERE q.Ruolo =
                                   TRIM(BOTH ' ' FROM :RUOLO-INPUT)
                                 AND q.operazione = 'CONCEDI'
                                 AND q.stato = 'RICHIESTO'
                                 AND q.Programma =
                                   CASE WHEN c.ProgrammaA =
                                     TRIM(BOTH ' ' FROM
                                         :PROGRAMMA-INPUT)
                                   THEN c.ProgrammaB
                                   ELSE c.ProgrammaA END)))
                     AND NOT EXISTS
                           (SELECT 1 FROM EccezioniConflitti e
                               WHERE e.Ruolo =
                                   TRIM(BOTH ' ' FROM :RUOLO-INPUT)
                                 AND e.ProgrammaA = c.ProgrammaA
                                 AND e.ProgrammaB = c.ProgrammaB)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO CONTA-CONFLITTI
           END-IF.

      *    L'eccezione approvata copre tutte le coppie toccate dalla
      *    concessione, con richiedente e approvatore distinti.
       REGISTRA-ECCEZIONE.
           EXEC SQL
               INSERT INTO EccezioniConflitti (Ruolo, ProgrammaA,
                   ProgrammaB, motivo, richiedente, approvatore,
                   data_approvazione)
               SELECT TRIM(BOTH ' ' FROM :P-RUOLO), c.ProgrammaA,
                      c.ProgrammaB, TRIM(BOTH ' ' FROM :P-MOTIVO),
                      TRIM(BOTH ' ' FROM :P-RICHIEDENTE),
                      TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                      :OGGI-DATA
                   FROM ConflittiPermessi c
                   WHERE (c.ProgrammaA =
                             TRIM(BOTH ' ' FROM :P-PROGRAMMA)
                          OR c.ProgrammaB =
                             TRIM(BOTH ' ' FROM :P-PROGRAMMA))
                     AND EXISTS
                           (SELECT 1 FROM Permessi p
                               WHERE p.Ruolo =
                                   TRIM(BOTH ' ' FROM :P-RUOLO)
                                 AND p.Programma =
                                   CASE WHEN c.ProgrammaA =
                                     TRIM(BOTH ' ' FROM :P-PROGRAMMA)
                                   THEN c.ProgrammaB
                                   ELSE c.ProgrammaA END)
                     AND NOT EXISTS
                           (SELECT 1 FROM EccezioniConflitti e
                               WHERE e.Ruolo =
                                   TRIM(BOTH ' ' FROM :P-RUOLO)
                                 AND e.ProgrammaA = c.ProgrammaA
                                 AND e.ProgrammaB = c.ProgrammaB)
           END-EXEC.
           MOVE "ECCEZIONE-SOD" TO AUDIT-OPERAZIONE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           DISPLAY "Eccezione ai conflitti registrata per "
               CONTA-CONFLITTI " coppie.".

      *    Con la revoca l'eccezione non serve piu': una nuova
      *    concessione dovra' ripassare dai quattro occhi.
       CHIUDI-ECCEZIONI.
           EXEC SQL
               DELETE FROM EccezioniConflitti
                   WHERE Ruolo = TRIM(BOTH ' ' FROM :P-RUOLO)
                     AND (ProgrammaA =
                             TRIM(BOTH ' ' FROM :P-PROGRAMMA)
                          OR ProgrammaB =
                             TRIM(BOTH ' ' FROM :P-PROGRAMMA))
           END-EXEC.

       ELENCA-CONFLITTI.
           EXEC SQL
               DECLARE C-CONFLITTI CURSOR FOR
                   SELECT ProgrammaA, ProgrammaB,
                          COALESCE(descrizione, ' ')
                       FROM ConflittiPermessi
                       ORDER BY ProgrammaA, ProgrammaB
           END-EXEC.
           EXEC SQL OPEN C-CONFLITTI END-EXEC.
           EXEC SQL
               FETCH C-CONFLITTI INTO :C-PROGRAMMA-A, :C-PROGRAMMA-B,
                   :C-DESCRIZIONE
           END-EXEC.
           DISPLAY "Coppie di programmi in conflitto:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "  - " C-PROGRAMMA-A " / " C-PROGRAMMA-B
               DISPLAY "      " C-DESCRIZIONE
               EXEC SQL
                   FETCH C-CONFLITTI INTO :C-PROGRAMMA-A,
                       :C-PROGRAMMA-B, :C-DESCRIZIONE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CONFLITTI END-EXEC.

      *    La coppia si tiene in ordine alfabetico (ProgrammaA <
      *    ProgrammaB), cosi' A/B e B/A sono la stessa riga.
       AGGIUNGI-CONFLITTO.
           PERFORM LEGGI-COPPIA.
           IF C-PROGRAMMA-A = SPACES OR
              C-PROGRAMMA-A = C-PROGRAMMA-B
               DISPLAY "Coppia non valida."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-CONFLITTI
                   FROM ConflittiPermessi
                   WHERE ProgrammaA = :C-PROGRAMMA-A
                     AND ProgrammaB = :C-PROGRAMMA-B
           END-EXEC.
           IF CONTA-CONFLITTI > 0
               DISPLAY "Coppia gia' presente."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Descrizione del rischio: "
           ACCEPT C-DESCRIZIONE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               INSERT INTO ConflittiPermessi (ProgrammaA, ProgrammaB,
                   descrizione, inserito_da, data_inserimento)
               VALUES (:C-PROGRAMMA-A, :C-PROGRAMMA-B,
                       TRIM(BOTH ' ' FROM :C-DESCRIZIONE),
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       :OGGI-DATA)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "CONFLITTO-AGGIUNTO" TO AUDIT-OPERAZIONE
               PERFORM AUDIT-CONFLITTO
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Coppia registrata. I ruoli che gia' la "
                   "violano escono nel report notturno."
           ELSE
               DISPLAY "Errore: " SQLERRMC
           END-IF.

      *    Togliendo la coppia cadono anche le eccezioni concesse su
      *    di essa.
       TOGLI-CONFLITTO.
           PERFORM LEGGI-COPPIA.
           EXEC SQL
               DELETE FROM ConflittiPermessi
                   WHERE ProgrammaA = :C-PROGRAMMA-A
                     AND ProgrammaB = :C-PROGRAMMA-B
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Coppia non trovata."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM EccezioniConflitti
                   WHERE ProgrammaA = :C-PROGRAMMA-A
                     AND ProgrammaB = :C-PROGRAMMA-B
           END-EXEC.
           MOVE "CONFLITTO-TOLTO" TO AUDIT-OPERAZIONE.
           PERFORM AUDIT-CONFLITTO.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Coppia tolta.".

       LEGGI-COPPIA.
           DISPLAY "Primo programma (PROGRAM-ID): "
           ACCEPT C-PROGRAMMA-A.
           DISPLAY "Secondo programma (PROGRAM-ID): "
           ACCEPT C-PROGRAMMA-B.
           MOVE FUNCTION UPPER-CASE(C-PROGRAMMA-A) TO C-PROGRAMMA-A.
           MOVE FUNCTION UPPER-CASE(C-PROGRAMMA-B) TO C-PROGRAMMA-B.
           IF C-PROGRAMMA-A > C-PROGRAMMA-B
               MOVE C-PROGRAMMA-A TO PROGRAMMA-CONFLITTO
               MOVE C-PROGRAMMA-B TO C-PROGRAMMA-A
               MOVE PROGRAMMA-CONFLITTO TO C-PROGRAMMA-B
           END-IF.

       AUDIT-CONFLITTO.
           MOVE "GESTIONE-PERMESSI" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           STRING C-PROGRAMMA-A(1:24) "/" C-PROGRAMMA-B(1:24)
               DELIMITED BY SIZE INTO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
