       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-RIEQUILIBRIO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 NUMERO-PROPOSTA   PIC 9(9).
           01 RECORD-TROVATI    PIC 9(5).
           01 FILIALE-FILTRO    PIC X(30).
           01 FILIALE-ATTUALE   PIC X(30).
           01 MOTIVO-RIFIUTO    PIC X(100).
           01 CONFERMA          PIC X(1).
           01 APPROVATE         PIC 9(5).
           01 NON-APPROVATE     PIC 9(5).
           01 COPIE-OBIETTIVO   PIC 9(7).

           01 PROPOSTA-REC.
               03 Q-NUMERO      PIC 9(9).
               03 Q-DATA        PIC 9(8).
               03 Q-BARCODE     PIC X(20).
               03 Q-ISBN        PIC X(50).
               03 Q-ORIGINE     PIC X(30).
               03 Q-DESTINAZIONE PIC X(30).
               03 Q-ATTESE      PIC 9(5).
               03 Q-PRESTITI    PIC 9(5).
               03 Q-STATO       PIC X(10).
               03 Q-TITOLO      PIC X(50).

      *    Richiesta a TRASFERIMENTO-INVIA per la copia della
      *    proposta: la spedizione, i controlli sulla copia e
      *    l'aggiornamento della disponibilita' restano li'.
           01 TRASFERIMENTO-RICHIESTA.
               03 TI-MODO           PIC X(1).
               03 TI-BARCODE        PIC X(20).
               03 TI-DESTINAZIONE   PIC X(30).
               03 TI-ESITO          PIC X(1).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Decisione sulle proposte di spostamento delle copie ferme
      *    verso le Filiali con coda d'attesa, preparate ogni
      *    settimana da PROPONI-RIEQUILIBRIO in PropostaRiequilibrio.
      *    L'approvazione apre il trasferimento della copia con
      *    TRASFERIMENTO-INVIA (la copia va IN TRANSITO e sara'
      *    TRASFERIMENTO-RICEVI a chiuderlo all'arrivo); il rifiuto
      *    chiede il motivo. Qui si fissa anche l'obiettivo di
      *    riempimento degli scaffali di ogni Filiale
      *    (CapienzaScaffali), stampato dal batch.
       GESTIONE-RIEQUILIBRIO-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-RIEQUILIBRIO!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Riequilibrio delle raccolte -----"
               DISPLAY "1. Elenca proposte da decidere"
               DISPLAY "2. Approva una proposta"
               DISPLAY "3. Respingi una proposta"
               DISPLAY "4. Approva tutte le proposte di una Filiale "
                   "di origine"
               DISPLAY "5. Obiettivo di riempimento degli scaffali"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-PROPOSTE
                   WHEN 2 PERFORM APPROVA-SINGOLA
                   WHEN 3 PERFORM RESPINGI-PROPOSTA
                   WHEN 4 PERFORM APPROVA-FILIALE
                   WHEN 5 PERFORM IMPOSTA-OBIETTIVO
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       ELENCA-PROPOSTE.
           DISPLAY "Filiale di origine o di destinazione "
               "(INVIO per tutte): "
           ACCEPT FILIALE-FILTRO.
           IF FILIALE-FILTRO = SPACES
               MOVE "*" TO FILIALE-FILTRO
           END-IF.
           MOVE ZERO TO RECORD-TROVATI.
           EXEC SQL
               DECLARE C-PROPOSTE CURSOR FOR
                   SELECT q.numero_proposta, q.data_proposta,
                          q.barcode, q.codiceISBN, q.filiale_origine,
                          q.filiale_destinazione,
                          q.attese_destinazione,
                          q.prestiti_destinazione, l.TITOLO
                       FROM PropostaRiequilibrio q
                       JOIN Libro l ON q.codiceISBN = l.ISBN
                       WHERE q.stato = 'PROPOSTA'
                         AND (TRIM(BOTH ' ' FROM :FILIALE-FILTRO)
                                  = '*'
                           OR q.filiale_origine =
                              TRIM(BOTH ' ' FROM :FILIALE-FILTRO)
                           OR q.filiale_destinazione =
                              TRIM(BOTH ' ' FROM :FILIALE-FILTRO))
                       ORDER BY q.filiale_origine, q.numero_proposta
           END-EXEC.
           EXEC SQL OPEN C-PROPOSTE END-EXEC.
           EXEC SQL
               FETCH C-PROPOSTE INTO :Q-NUMERO, :Q-DATA, :Q-BARCODE,
                   :Q-ISBN, :Q-ORIGINE, :Q-DESTINAZIONE, :Q-ATTESE,
                   :Q-PRESTITI, :Q-TITOLO
           END-EXEC.
           DISPLAY "Proposte da decidere:".
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO RECORD-TROVATI
               DISPLAY "N. " Q-NUMERO " del " Q-DATA " copia "
                   Q-BARCODE " " Q-TITOLO(1:30)
               DISPLAY "   da " Q-ORIGINE(1:20) " a "
                   Q-DESTINAZIONE(1:20) " - in attesa: " Q-ATTESE
                   " prestiti recenti: " Q-PRESTITI
               EXEC SQL
                   FETCH C-PROPOSTE INTO :Q-NUMERO, :Q-DATA,
                       :Q-BARCODE, :Q-ISBN, :Q-ORIGINE,
                       :Q-DESTINAZIONE, :Q-ATTESE, :Q-PRESTITI,
                       :Q-TITOLO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PROPOSTE END-EXEC.
           IF RECORD-TROVATI = 0
               DISPLAY "Nessuna proposta da decidere."
           END-IF.

       LEGGI-PROPOSTA.
           EXEC SQL
               SELECT numero_proposta, barcode, codiceISBN,
                      filiale_origine, filiale_destinazione, stato
                   INTO :Q-NUMERO, :Q-BARCODE, :Q-ISBN, :Q-ORIGINE,
                        :Q-DESTINAZIONE, :Q-STATO
                   FROM PropostaRiequilibrio
                   WHERE numero_proposta = :NUMERO-PROPOSTA
           END-EXEC.

       APPROVA-SINGOLA.
           DISPLAY "Numero della proposta da approvare: "
           ACCEPT NUMERO-PROPOSTA.
           PERFORM LEGGI-PROPOSTA.
           IF SQLCODE NOT = 0
               DISPLAY "Proposta non trovata."
               EXIT PARAGRAPH
           END-IF.
           IF Q-STATO NOT = "PROPOSTA"
               DISPLAY "La proposta e' gia' " Q-STATO "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPROVA-PROPOSTA.
           IF TI-ESITO = "S"
               DISPLAY "Proposta " Q-NUMERO " approvata: copia "
                   Q-BARCODE " in viaggio verso " Q-DESTINAZIONE
           END-IF.

      *    La copia deve trovarsi ancora nella Filiale di origine:
      *    se nel frattempo si e' spostata la proposta non vale
      *    piu' e va respinta o lasciata superare.
       APPROVA-PROPOSTA.
           MOVE "N" TO TI-ESITO.
           MOVE SPACES TO FILIALE-ATTUALE.
           EXEC SQL
               SELECT COALESCE(e.Filiale, l.SEDE)
                   INTO :FILIALE-ATTUALE
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.Barcode = TRIM(BOTH ' ' FROM :Q-BARCODE)
           END-EXEC.
           IF SQLCODE NOT = 0 OR FILIALE-ATTUALE NOT = Q-ORIGINE
               DISPLAY "Proposta " Q-NUMERO ": la copia " Q-BARCODE
                   " non e' piu' in " Q-ORIGINE
               EXIT PARAGRAPH
           END-IF.
      *    La proposta passa APPROVATA nella stessa unita' di
      *    lavoro del trasferimento: il COMMIT di TRASFERIMENTO-INVIA
      *    le conferma insieme, e se la copia non parte l'UPDATE si
      *    annulla.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               UPDATE PropostaRiequilibrio
                   SET stato = 'APPROVATA',
                       data_decisione = :OGGI-DATA,
                       decisore = TRIM(BOTH ' ' FROM
                                       :OPERATORE-USERNAME)
                   WHERE numero_proposta = :Q-NUMERO
                     AND stato = 'PROPOSTA'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore durante l'approvazione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO TI-MODO.
           MOVE Q-BARCODE TO TI-BARCODE.
           MOVE Q-DESTINAZIONE TO TI-DESTINAZIONE.
           CALL 'TRASFERIMENTO-INVIA' USING OPERATORE-USERNAME,
               TRASFERIMENTO-RICHIESTA.
           IF TI-ESITO NOT = "S"
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Proposta " Q-NUMERO ": trasferimento non "
                   "aperto, la proposta resta da decidere."
               EXIT PARAGRAPH
           END-IF.
           MOVE Q-NUMERO TO NUMERO-PROPOSTA.
           MOVE "APPROVA" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.

       RESPINGI-PROPOSTA.
           DISPLAY "Numero della proposta da respingere: "
           ACCEPT NUMERO-PROPOSTA.
           PERFORM LEGGI-PROPOSTA.
           IF SQLCODE NOT = 0
               DISPLAY "Proposta non trovata."
               EXIT PARAGRAPH
           END-IF.
           IF Q-STATO NOT = "PROPOSTA"
               DISPLAY "La proposta e' gia' " Q-STATO "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo del rifiuto: "
           ACCEPT MOTIVO-RIFIUTO.
           IF MOTIVO-RIFIUTO = SPACES
               DISPLAY "Il motivo e' obbligatorio."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               UPDATE PropostaRiequilibrio
                   SET stato = 'RESPINTA',
                       data_decisione = :OGGI-DATA,
                       decisore = TRIM(BOTH ' ' FROM
                                       :OPERATORE-USERNAME),
                       motivo_rifiuto =
                           TRIM(BOTH ' ' FROM :MOTIVO-RIFIUTO)
                   WHERE numero_proposta = :NUMERO-PROPOSTA
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore durante il rifiuto: " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           MOVE "RESPINGI" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           DISPLAY "Proposta " NUMERO-PROPOSTA " respinta.".

      *    Una proposta per volta: quelle la cui copia non parte
      *    restano da decidere e vengono contate a parte.
       APPROVA-FILIALE.
           DISPLAY "Filiale di origine: "
           ACCEPT FILIALE-FILTRO.
           IF FILIALE-FILTRO = SPACES
               DISPLAY "La Filiale e' obbligatoria."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :RECORD-TROVATI
                   FROM PropostaRiequilibrio
                   WHERE stato = 'PROPOSTA'
                     AND filiale_origine =
                         TRIM(BOTH ' ' FROM :FILIALE-FILTRO)
           END-EXEC.
           IF RECORD-TROVATI = 0
               DISPLAY "Nessuna proposta da decidere per "
                   FILIALE-FILTRO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Approvare " RECORD-TROVATI " proposte in "
               "partenza da " FILIALE-FILTRO "? (S/N): "
           ACCEPT CONFERMA.
           IF FUNCTION UPPER-CASE(CONFERMA) NOT = "S"
               DISPLAY "Nessuna proposta approvata."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO APPROVATE.
           MOVE ZERO TO NON-APPROVATE.
           MOVE ZERO TO NUMERO-PROPOSTA.
           PERFORM PROSSIMA-PROPOSTA.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM APPROVA-PROPOSTA
               IF TI-ESITO = "S"
                   ADD 1 TO APPROVATE
               ELSE
                   ADD 1 TO NON-APPROVATE
               END-IF
               MOVE Q-NUMERO TO NUMERO-PROPOSTA
               PERFORM PROSSIMA-PROPOSTA
           END-PERFORM.
           DISPLAY "Proposte approvate: " APPROVATE
               " - rimaste da decidere: " NON-APPROVATE.

      *    Ogni approvazione fa COMMIT: la proposta successiva si
      *    rilegge per numero invece di tenere aperto un cursore.
       PROSSIMA-PROPOSTA.
           EXEC SQL
               SELECT numero_proposta, barcode, codiceISBN,
                      filiale_origine, filiale_destinazione, stato
                   INTO :Q-NUMERO, :Q-BARCODE, :Q-ISBN, :Q-ORIGINE,
                        :Q-DESTINAZIONE, :Q-STATO
                   FROM PropostaRiequilibrio
                   WHERE numero_proposta =
                         (SELECT MIN(numero_proposta)
                              FROM PropostaRiequilibrio
                              WHERE stato = 'PROPOSTA'
                                AND filiale_origine =
                                    TRIM(BOTH ' ' FROM :FILIALE-FILTRO)
                                AND numero_proposta >
                                    :NUMERO-PROPOSTA)
           END-EXEC.

       IMPOSTA-OBIETTIVO.
           DISPLAY "Filiale: "
           ACCEPT FILIALE-FILTRO.
           IF FILIALE-FILTRO = SPACES
               DISPLAY "La Filiale e' obbligatoria."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO COPIE-OBIETTIVO.
           EXEC SQL
               SELECT copie_obiettivo INTO :COPIE-OBIETTIVO
                   FROM CapienzaScaffali
                   WHERE Filiale = TRIM(BOTH ' ' FROM :FILIALE-FILTRO)
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY "Obiettivo attuale: " COPIE-OBIETTIVO " copie."
           ELSE
               DISPLAY "Nessun obiettivo fissato per la Filiale."
           END-IF.
           DISPLAY "Copie a scaffale obiettivo (0 = nessuno): "
           ACCEPT COPIE-OBIETTIVO.
           IF COPIE-OBIETTIVO IS NOT NUMERIC
               DISPLAY "Valore non valido."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DELETE FROM CapienzaScaffali
                   WHERE Filiale = TRIM(BOTH ' ' FROM :FILIALE-FILTRO)
           END-EXEC.
           IF COPIE-OBIETTIVO > 0
               EXEC SQL
                   INSERT INTO CapienzaScaffali (Filiale,
                       copie_obiettivo)
                   VALUES (TRIM(BOTH ' ' FROM :FILIALE-FILTRO),
                           :COPIE-OBIETTIVO)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Errore durante il salvataggio: " SQLERRMC
                   EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           MOVE "OBIETTIVO" TO AUDIT-OPERAZIONE.
           MOVE "GESTIONE-RIEQUILIBRIO" TO AUDIT-PROGRAMMA.
           MOVE FILIALE-FILTRO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           DISPLAY "Obiettivo salvato.".

       REGISTRA-AUDIT.
           MOVE "GESTIONE-RIEQUILIBRIO" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-PROPOSTA TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
