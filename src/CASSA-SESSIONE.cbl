       FILE-CONTROL.
           SELECT DISTINTA-OUTPUT ASSIGN TO DISTINTA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RICEVUTA-OUTPUT ASSIGN TO RICEVUTA
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTINTA-OUTPUT.
       01  DISTINTA-LINE PIC X(132).

       FD  RICEVUTA-OUTPUT.
       01  RICEVUTA-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
           01 DIFFERENZA-ED     PIC +9(7).99.
           01 PAGAMENTI-MULTE   PIC 9(5).
           01 PAGAMENTI-QUOTE   PIC 9(5).
           01 TOTALE-RICARICHE  PIC 9(7)V99.
           01 RICARICHE         PIC 9(5).
      *    Scontrini dei servizi a tariffa (VENDITA-SERVIZI).
           01 TOTALE-VENDITE    PIC 9(7)V99.
           01 VENDITE           PIC 9(5).

      *    Terminale POS della cassa (TerminaliPOS, assegnato a una
      *    Filiale): i pagamenti con carta non entrano nel cassetto
      *    ma si sommano a parte, per l'abbinamento con i regolamenti
      *    della banca (IMPORTA-REGOLAMENTI-POS).
           01 TERMINALE-CASSA   PIC X(10).
           01 FILIALE-TERMINALE PIC X(30).
           01 TOTALE-CARTE      PIC 9(7)V99.
           01 PAGAMENTI-CARTA   PIC 9(5).
           01 PARZIALE-CARTE    PIC 9(7)V99.
           01 PARZIALE-PAGAMENTI PIC 9(5).

      *    Borsellino prepagato (MOVIMENTA-BORSELLINO): le ricariche
      *    entrano in contanti nel cassetto della sessione; i
      *    pagamenti tratti dal borsellino invece no.
           01 USERNAME-BORSELLINO PIC X(50).
           01 IMPORTO-RICARICA  PIC 9(7)V99.
           01 SALDO-BORSELLINO  PIC 9(7)V99.
           01 STATO-BORSELLINO  PIC X(12).
           01 MOVIMENTO-REC.
               03 MV-DATA       PIC 9(8).
               03 MV-TIPO       PIC X(20).
               03 MV-SEGNO      PIC X(1).
               03 MV-IMPORTO    PIC 9(7)V99.
               03 MV-SALDO      PIC 9(7)V99.
               03 MV-RIFERIMENTO PIC X(50).
           01 MAX-RIMBORSO      PIC 9(7).
           01 NUMERO-RIMBORSO   PIC 9(7).
           01 MB-RICHIESTA.
               03 MB-USERNAME        PIC X(50).
               03 MB-TIPO            PIC X(20).
               03 MB-SEGNO           PIC X(1).
               03 MB-IMPORTO         PIC 9(7)V99.
               03 MB-RIFERIMENTO     PIC X(50).
               03 MB-OPERATORE       PIC X(50).
               03 MB-SESSIONE        PIC 9(7).
               03 MB-SALDO           PIC 9(7)V99.
               03 MB-ESITO           PIC X(1).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Sessione di cassa dell'operatore: si apre il cassetto con
      *    un fondo, ogni incasso dello sportello (PAGA-MULTA,
      *    INCASSA-QUOTA, VENDITA-SERVIZI) viene agganciato alla
      *    sessione aperta, e a fine turno la conta del cassetto
      *    produce il quadro ammanchi/eccedenze e la distinta di
      *    versamento per la banca sul file DISTINTA. Prima di
      *    questo registro la quadratura serale era calcolatrice e
      *    file RICEVUTA.
      *    Dalla cassa passa anche il borsellino prepagato del
      *    tesserato: ricarica in contanti con ricevuta, saldo con
      *    i movimenti, e richiesta di chiusura, che restituisce il
      *    residuo solo dopo l'approvazione in GESTIONE-RIMBORSI.
       CASSA-SESSIONE-PARA.
           DISPLAY "------- SONO CASSA-SESSIONE!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY "1. Apri la cassa (inizio turno)"
               DISPLAY "2. Situazione della cassa aperta"
               DISPLAY "3. Chiudi la cassa (conta e distinta)"
               DISPLAY "4. Ricarica borsellino"
               DISPLAY "5. Saldo e movimenti di un borsellino"
               DISPLAY "6. Chiusura di un borsellino (rimborso)"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
                   WHEN 1 PERFORM APRI-CASSA
                   WHEN 2 PERFORM SITUAZIONE-CASSA
                   WHEN 3 PERFORM CHIUDI-CASSA
                   WHEN 4 PERFORM RICARICA-BORSELLINO
                   WHEN 5 PERFORM SALDO-BORSELLINO-TESSERATO
                   WHEN 6 PERFORM CHIUDI-BORSELLINO
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           ACCEPT FILIALE-CASSA.
           DISPLAY "Fondo cassa iniziale: "
           ACCEPT FONDO-CASSA.
           DISPLAY "Terminale POS della cassa (INVIO = nessuno): "
           ACCEPT TERMINALE-CASSA.
           IF TERMINALE-CASSA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(TERMINALE-CASSA)
                   TO TERMINALE-CASSA
               EXEC SQL
                   SELECT Filiale INTO :FILIALE-TERMINALE
                       FROM TerminaliPOS
                       WHERE codice_terminale =
                             TRIM(BOTH ' ' FROM :TERMINALE-CASSA)
                         AND attivo = 'S'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "ERRORE: terminale POS non censito o non "
                       "attivo."
                   EXIT PARAGRAPH
               END-IF
               IF FILIALE-TERMINALE NOT = FILIALE-CASSA
                   DISPLAY "ERRORE: il terminale e' assegnato alla "
                       "Filiale " FILIALE-TERMINALE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_sessione), 0)
           EXEC SQL
               INSERT INTO CasseSessioni (numero_sessione, operatore,
                   Filiale, data_apertura, ora_apertura, fondo_cassa,
                   stato, terminale_pos)
               VALUES (:NUMERO-SESSIONE,
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       TRIM(BOTH ' ' FROM :FILIALE-CASSA),
                       :OGGI-DATA, :ADESSO-ORA, :FONDO-CASSA,
                       'APERTA',
                       NULLIF(TRIM(BOTH ' ' FROM :TERMINALE-CASSA),
                              ''))
           END-EXEC.
           IF SQLCODE = 0
               MOVE "APERTURA-CASSA" TO AUDIT-OPERAZIONE
               TOTALE-MULTE.
           DISPLAY "Incassi quote (" PAGAMENTI-QUOTE "): "
               TOTALE-QUOTE.
           DISPLAY "Ricariche borsellino (" RICARICHE "): "
               TOTALE-RICARICHE.
           DISPLAY "Vendite servizi (" VENDITE " scontrini): "
               TOTALE-VENDITE.
           DISPLAY "Totale atteso in cassetto: " TOTALE-ATTESO.
           IF TERMINALE-CASSA NOT = SPACES
               DISPLAY "Incassi con carta sul POS " TERMINALE-CASSA
                   " (" PAGAMENTI-CARTA "): " TOTALE-CARTE
                   " (fuori cassetto)"
           END-IF.

       CHIUDI-CASSA.
           PERFORM TROVA-CASSA-APERTA.
                       ora_chiusura = :ADESSO-ORA,
                       totale_atteso = :TOTALE-ATTESO,
                       totale_contato = :CONTATO-CASSA,
                       differenza = :DIFFERENZA,
                       totale_carte = :TOTALE-CARTE
                   WHERE numero_sessione = :NUMERO-SESSIONE
           END-EXEC.
           IF SQLCODE NOT = 0
       TROVA-CASSA-APERTA.
           MOVE ZERO TO NUMERO-SESSIONE.
           EXEC SQL
               SELECT numero_sessione, Filiale, fondo_cassa,
                      COALESCE(terminale_pos, ' ')
                   INTO :NUMERO-SESSIONE, :FILIALE-CASSA,
                        :FONDO-CASSA, :TERMINALE-CASSA
                   FROM CasseSessioni
                   WHERE operatore =
                         TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
               MOVE ZERO TO NUMERO-SESSIONE
           END-IF.

      *    I pagamenti tratti dal borsellino o con carta non muovono
      *    contanti: restano fuori dal cassetto, dove entrano le
      *    ricariche. Le carte si totalizzano a parte.
       SOMMA-INCASSI.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo_pagamento), 0)
                   INTO :PAGAMENTI-MULTE, :TOTALE-MULTE
                   FROM PagamentiMulte
                   WHERE sessione_cassa = :NUMERO-SESSIONE
                     AND COALESCE(mezzo_pagamento, 'CONTANTI')
                         NOT IN ('BORSELLINO', 'CARTA')
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo_pagamento), 0)
                   INTO :PAGAMENTI-QUOTE, :TOTALE-QUOTE
                   FROM PagamentiQuote
                   WHERE sessione_cassa = :NUMERO-SESSIONE
                     AND COALESCE(mezzo_pagamento, 'CONTANTI')
                         NOT IN ('BORSELLINO', 'CARTA')
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo), 0)
                   INTO :RICARICHE, :TOTALE-RICARICHE
                   FROM MovimentiBorsellino
                   WHERE sessione_cassa = :NUMERO-SESSIONE
                     AND tipo = 'RICARICA'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(DISTINCT numero_vendita),
                      COALESCE(SUM(importo), 0)
                   INTO :VENDITE, :TOTALE-VENDITE
                   FROM VenditeServizi
                   WHERE sessione_cassa = :NUMERO-SESSIONE
                     AND COALESCE(mezzo_pagamento, 'CONTANTI')
                         NOT IN ('BORSELLINO', 'CARTA')
           END-EXEC.
           COMPUTE TOTALE-ATTESO = FONDO-CASSA + TOTALE-MULTE +
               TOTALE-QUOTE + TOTALE-RICARICHE + TOTALE-VENDITE.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo_pagamento), 0)
                   INTO :PAGAMENTI-CARTA, :TOTALE-CARTE
                   FROM PagamentiMulte
                   WHERE sessione_cassa = :NUMERO-SESSIONE
                     AND mezzo_pagamento = 'CARTA'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(importo_pagamento), 0)
                   INTO :PARZIALE-PAGAMENTI, :PARZIALE-CARTE
                   FROM PagamentiQuote
                   WHERE sessione_cassa = :NUMERO-SESSIONE
                     AND mezzo_pagamento = 'CARTA'
           END-EXEC.
           ADD PARZIALE-PAGAMENTI TO PAGAMENTI-CARTA.
           ADD PARZIALE-CARTE TO TOTALE-CARTE.
           EXEC SQL
               SELECT COUNT(DISTINCT numero_vendita),
                      COALESCE(SUM(importo), 0)
                   INTO :PARZIALE-PAGAMENTI, :PARZIALE-CARTE
                   FROM VenditeServizi
                   WHERE sessione_cassa = :NUMERO-SESSIONE
                     AND mezzo_pagamento = 'CARTA'
           END-EXEC.
           ADD PARZIALE-PAGAMENTI TO PAGAMENTI-CARTA.
           ADD PARZIALE-CARTE TO TOTALE-CARTE.

      *****************DISTINTA DI VERSAMENTO**************************
       STAMPA-DISTINTA.
               DELIMITED BY SIZE INTO DISTINTA-LINE.
           WRITE DISTINTA-LINE.
           MOVE SPACES TO DISTINTA-LINE.
           STRING "RICARICHE BORSELLINO: " TOTALE-RICARICHE
               " (" RICARICHE " RICARICHE)"
               DELIMITED BY SIZE INTO DISTINTA-LINE.
           WRITE DISTINTA-LINE.
           MOVE SPACES TO DISTINTA-LINE.
           STRING "VENDITE SERVIZI:    " TOTALE-VENDITE
               " (" VENDITE " SCONTRINI)"
               DELIMITED BY SIZE INTO DISTINTA-LINE.
           WRITE DISTINTA-LINE.
           IF TERMINALE-CASSA NOT = SPACES
               MOVE SPACES TO DISTINTA-LINE
               STRING "INCASSI CARTA POS " TERMINALE-CASSA ": "
                   TOTALE-CARTE " (" PAGAMENTI-CARTA
                   " PAGAMENTI, NON VERSATI)"
                   DELIMITED BY SIZE INTO DISTINTA-LINE
               WRITE DISTINTA-LINE
           END-IF.
           MOVE SPACES TO DISTINTA-LINE.
           STRING "TOTALE ATTESO:      " TOTALE-ATTESO
               DELIMITED BY SIZE INTO DISTINTA-LINE.
           WRITE DISTINTA-LINE.
           CLOSE DISTINTA-OUTPUT.
           DISPLAY "Distinta di versamento stampata.".

      *****************BORSELLINO PREPAGATO****************************
      *    La ricarica e' un incasso in contanti: serve una cassa
      *    aperta, cosi' entra nella quadratura del turno.
       RICARICA-BORSELLINO.
           PERFORM TROVA-CASSA-APERTA.
           IF NUMERO-SESSIONE = 0
               DISPLAY "Nessuna cassa aperta per questo operatore: "
                   "aprirla prima di ricaricare un borsellino."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Username del tesserato: "
           ACCEPT USERNAME-BORSELLINO.
           EXEC SQL
               SELECT Username INTO :USERNAME-BORSELLINO FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-BORSELLINO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Tesserato non trovato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Importo della ricarica: "
           ACCEPT IMPORTO-RICARICA.
           IF IMPORTO-RICARICA = ZERO
               DISPLAY "Importo non valido."
               EXIT PARAGRAPH
           END-IF.

           MOVE USERNAME-BORSELLINO TO MB-USERNAME.
           MOVE "RICARICA" TO MB-TIPO.
           MOVE "+" TO MB-SEGNO.
           MOVE IMPORTO-RICARICA TO MB-IMPORTO.
           MOVE SPACES TO MB-RIFERIMENTO.
           STRING "CASSA " NUMERO-SESSIONE
               DELIMITED BY SIZE INTO MB-RIFERIMENTO.
           MOVE OPERATORE-USERNAME TO MB-OPERATORE.
           MOVE NUMERO-SESSIONE TO MB-SESSIONE.
           CALL 'MOVIMENTA-BORSELLINO' USING MB-RICHIESTA.
           IF MB-ESITO NOT = "S"
               EXEC SQL ROLLBACK END-EXEC
               IF MB-ESITO = "N"
                   DISPLAY "Borsellino non ricaricabile (in "
                       "chiusura o chiuso)."
               ELSE
                   DISPLAY "ERRORE nella ricarica: " SQLERRMC
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "RICARICA-BORS" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT-BORSELLINO.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Ricarica registrata. Nuovo saldo: " MB-SALDO.
           PERFORM STAMPA-RICEVUTA-RICARICA.

       SALDO-BORSELLINO-TESSERATO.
           DISPLAY "Username del tesserato: "
           ACCEPT USERNAME-BORSELLINO.
           EXEC SQL
               SELECT saldo, stato
                   INTO :SALDO-BORSELLINO, :STATO-BORSELLINO
                   FROM Borsellini
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-BORSELLINO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Il tesserato non ha un borsellino."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Borsellino di " USERNAME-BORSELLINO(1:25)
               " - saldo " SALDO-BORSELLINO " [" STATO-BORSELLINO "]".
           EXEC SQL
               DECLARE C-MOVIMENTI-BORS CURSOR FOR
                   SELECT data_movimento, tipo, segno, importo,
                          saldo_dopo, COALESCE(riferimento, ' ')
                       FROM MovimentiBorsellino
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-BORSELLINO)
                       ORDER BY numero_movimento
           END-EXEC.
           EXEC SQL OPEN C-MOVIMENTI-BORS END-EXEC.
           EXEC SQL
               FETCH C-MOVIMENTI-BORS INTO :MV-DATA, :MV-TIPO,
                   :MV-SEGNO, :MV-IMPORTO, :MV-SALDO,
                   :MV-RIFERIMENTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY MV-DATA " " MV-TIPO " " MV-SEGNO MV-IMPORTO
                   " saldo " MV-SALDO " " MV-RIFERIMENTO(1:20)
               EXEC SQL
                   FETCH C-MOVIMENTI-BORS INTO :MV-DATA, :MV-TIPO,
                       :MV-SEGNO, :MV-IMPORTO, :MV-SALDO,
                       :MV-RIFERIMENTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MOVIMENTI-BORS END-EXEC.

      *    Un borsellino a zero si chiude subito; con un residuo
      *    passa IN CHIUSURA (non piu' utilizzabile) e il residuo
      *    entra nel registro Rimborsi come RILEVATO: la
      *    restituzione parte solo con la firma del Super
      *    Amministratore in GESTIONE-RIMBORSI.
       CHIUDI-BORSELLINO.
           DISPLAY "Username del tesserato: "
           ACCEPT USERNAME-BORSELLINO.
           EXEC SQL
               SELECT saldo, stato
                   INTO :SALDO-BORSELLINO, :STATO-BORSELLINO
                   FROM Borsellini
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-BORSELLINO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Il tesserato non ha un borsellino."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-BORSELLINO NOT = "ATTIVO"
               DISPLAY "Borsellino gia' " STATO-BORSELLINO "."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           IF SALDO-BORSELLINO = ZERO
               EXEC SQL
                   UPDATE Borsellini
                       SET stato = 'CHIUSO',
                           data_chiusura = :OGGI-DATA
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-BORSELLINO)
               END-EXEC
               MOVE "CHIUSURA-BORS" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT-BORSELLINO
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Borsellino a saldo zero chiuso."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_rimborso), 0)
                   INTO :MAX-RIMBORSO
                   FROM Rimborsi
           END-EXEC.
           COMPUTE NUMERO-RIMBORSO = MAX-RIMBORSO + 1.
           EXEC SQL
               INSERT INTO Rimborsi (numero_rimborso, Username,
                   codiceISBN, data_multa, importo, motivo,
                   data_rilevazione, stato)
               VALUES (:NUMERO-RIMBORSO,
                       TRIM(BOTH ' ' FROM :USERNAME-BORSELLINO),
                       'BORSELLINO', CAST(:OGGI-DATA AS CHAR(8)),
                       :SALDO-BORSELLINO, 'CHIUSURA BORSELLINO',
                       :OGGI-DATA, 'RILEVATO')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella richiesta di rimborso: "
                   SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Borsellini
                   SET stato = 'IN CHIUSURA'
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :USERNAME-BORSELLINO)
           END-EXEC.
           MOVE "CHIUSURA-BORS" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT-BORSELLINO.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Borsellino in chiusura: rimborso " NUMERO-RIMBORSO
               " di " SALDO-BORSELLINO " euro in attesa di "
               "approvazione (GESTIONE-RIMBORSI).".

       STAMPA-RICEVUTA-RICARICA.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.
           OPEN OUTPUT RICEVUTA-OUTPUT.

           MOVE SPACES TO RICEVUTA-LINE.
           STRING "------- RICEVUTA DI RICARICA BORSELLINO -------"
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "TESSERATO: " USERNAME-BORSELLINO
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "IMPORTO RICARICATO: " IMPORTO-RICARICA
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "SALDO DISPONIBILE:  " MB-SALDO
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "DATA: " OGGI-DATA " ORE " ADESSO-ORA
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.
           MOVE SPACES TO RICEVUTA-LINE.
           STRING "CASSA: " NUMERO-SESSIONE " OPERATORE: "
               OPERATORE-USERNAME
               DELIMITED BY SIZE INTO RICEVUTA-LINE.
           WRITE RICEVUTA-LINE.

           CLOSE RICEVUTA-OUTPUT.
           DISPLAY "Ricevuta stampata.".

       REGISTRA-AUDIT.
           MOVE "CASSA-SESSIONE" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-SESSIONE TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

       REGISTRA-AUDIT-BORSELLINO.
           MOVE "CASSA-SESSIONE" TO AUDIT-PROGRAMMA.
           MOVE USERNAME-BORSELLINO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
