       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-FATTURE-ENTI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 USERNAME-ENTE     PIC X(50).
           01 ORGANIZZAZIONE    PIC X(100).
           01 CONTA-RIGHE       PIC 9(5).
           01 CONFERMA          PIC X(1).

           01 DATI-FATTURAZIONE.
               03 D-CODICE-DEST     PIC X(7).
               03 D-PEC             PIC X(100).
               03 D-PARTITA-IVA     PIC X(11).
               03 D-CODICE-FISCALE  PIC X(16).

           01 FATTURA-REC.
               03 F-NUMERO          PIC X(20).
               03 F-USERNAME        PIC X(50).
               03 F-DATA            PIC 9(8).
               03 F-RIGHE           PIC 9(3).
               03 F-TOTALE          PIC 9(9)V99.
               03 F-STATO           PIC X(20).
               03 F-MOTIVO          PIC X(100).
           01 FATTURE-TROVATE   PIC 9(5).

           01 RIGA-REC.
               03 R-RIGA            PIC 9(3).
               03 R-TIPO            PIC X(1).
               03 R-USERNAME        PIC X(50).
               03 R-ISBN            PIC X(50).
               03 R-DATA-MULTA      PIC X(50).
               03 R-ANNO            PIC 9(4).
               03 R-TIPO-QUOTA      PIC X(12).
               03 R-DESCRIZIONE     PIC X(80).
               03 R-IMPORTO         PIC 9(7)V99.

      *    Pagamento della fattura: bonifico dell'ente, per intero.
      *    Ogni addebito coperto si salda con un movimento nello
      *    storico dei pagamenti (mezzo FATTURA, nessuna cassa),
      *    datato alla registrazione perche' il giro contabile lo
      *    prenda; la data del bonifico resta sulla fattura.
           01 NUMERO-FATTURA    PIC X(20).
           01 IMPORTO-VERSATO   PIC 9(9)V99.
           01 DATA-BONIFICO     PIC 9(8).
           01 RIFERIMENTO-BONIFICO PIC X(35).
           01 MEZZO-PAGAMENTO   PIC X(12) VALUE "FATTURA".
           01 SESSIONE-CASSA    PIC 9(7) VALUE ZERO.
           01 ESITO-RIGHE       PIC X(1).
           01 RIGHE-SALDATE     PIC 9(3).

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
      *    Fatture elettroniche agli enti (EMETTI-FATTURE-ENTI): dati
      *    di fatturazione dell'ente (codice destinatario SdI o PEC,
      *    partita IVA o codice fiscale), consultazione delle
      *    fatture con gli esiti dello SdI e registrazione del
      *    pagamento, che salda tutti gli addebiti della fattura.
       GESTIONE-FATTURE-ENTI-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-FATTURE-ENTI!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Fatture elettroniche agli enti -----"
               DISPLAY "1. Dati di fatturazione di un ente"
               DISPLAY "2. Fatture di un ente"
               DISPLAY "3. Dettaglio di una fattura"
               DISPLAY "4. Registra il pagamento di una fattura"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM DATI-ENTE
                   WHEN 2 PERFORM ELENCA-FATTURE
                   WHEN 3 PERFORM DETTAGLIO-FATTURA
                   WHEN 4 PERFORM PAGA-FATTURA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *****************DATI DI FATTURAZIONE****************************
       DATI-ENTE.
           PERFORM LEGGI-ENTE.
           IF USERNAME-ENTE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DATI-FATTURAZIONE.
           EXEC SQL
               SELECT COALESCE(codice_destinatario, ' '),
                      COALESCE(pec, ' '),
                      COALESCE(partita_iva, ' '),
                      COALESCE(codice_fiscale, ' ')
                   INTO :D-CODICE-DEST, :D-PEC, :D-PARTITA-IVA,
                        :D-CODICE-FISCALE
                   FROM DatiFatturazione
                   WHERE Username = TRIM(BOTH ' ' FROM :USERNAME-ENTE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO CONTA-RIGHE
               DISPLAY "Codice destinatario: " D-CODICE-DEST
               DISPLAY "PEC:                 " D-PEC(1:60)
               DISPLAY "Partita IVA:         " D-PARTITA-IVA
               DISPLAY "Codice fiscale:      " D-CODICE-FISCALE
           ELSE
               MOVE 0 TO CONTA-RIGHE
               DISPLAY "Nessun dato di fatturazione registrato."
           END-IF.
           DISPLAY "Modificare i dati? (S/N): "
           ACCEPT CONFERMA.
           IF CONFERMA NOT = "S" AND CONFERMA NOT = "s"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Codice destinatario SdI (7 caratteri, INVIO se "
               "solo PEC): "
           ACCEPT D-CODICE-DEST.
           MOVE FUNCTION UPPER-CASE(D-CODICE-DEST) TO D-CODICE-DEST.
           DISPLAY "PEC di ricezione: "
           ACCEPT D-PEC.
           DISPLAY "Partita IVA: "
           ACCEPT D-PARTITA-IVA.
           DISPLAY "Codice fiscale: "
           ACCEPT D-CODICE-FISCALE.
           MOVE FUNCTION UPPER-CASE(D-CODICE-FISCALE)
               TO D-CODICE-FISCALE.
           IF (D-CODICE-DEST = SPACES AND D-PEC = SPACES)
              OR (D-PARTITA-IVA = SPACES AND D-CODICE-FISCALE = SPACES)
               DISPLAY "Servono il codice destinatario o la PEC, e "
                   "la partita IVA o il codice fiscale."
               EXIT PARAGRAPH
           END-IF.

           IF CONTA-RIGHE > 0
               EXEC SQL
                   UPDATE DatiFatturazione
                       SET codice_destinatario =
                               TRIM(BOTH ' ' FROM :D-CODICE-DEST),
                           pec = TRIM(BOTH ' ' FROM :D-PEC),
                           partita_iva =
                               TRIM(BOTH ' ' FROM :D-PARTITA-IVA),
                           codice_fiscale =
                               TRIM(BOTH ' ' FROM :D-CODICE-FISCALE)
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-ENTE)
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO DatiFatturazione (Username,
                       codice_destinatario, pec, partita_iva,
                       codice_fiscale)
                   VALUES (TRIM(BOTH ' ' FROM :USERNAME-ENTE),
                           TRIM(BOTH ' ' FROM :D-CODICE-DEST),
                           TRIM(BOTH ' ' FROM :D-PEC),
                           TRIM(BOTH ' ' FROM :D-PARTITA-IVA),
                           TRIM(BOTH ' ' FROM :D-CODICE-FISCALE))
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE "DATI FATTURAZIONE" TO AUDIT-OPERAZIONE
               MOVE USERNAME-ENTE TO AUDIT-CHIAVE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Dati di fatturazione registrati."
           ELSE
               DISPLAY "ERRORE nella registrazione: " SQLERRMC
           END-IF.

      *    L'ente e' un tesserato con NomeOrganizzazione.
       LEGGI-ENTE.
           DISPLAY "Username dell'ente: "
           ACCEPT USERNAME-ENTE.
           EXEC SQL
               SELECT COALESCE(NomeOrganizzazione, ' ')
                   INTO :ORGANIZZAZIONE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :USERNAME-ENTE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Utente non trovato."
               MOVE SPACES TO USERNAME-ENTE
               EXIT PARAGRAPH
           END-IF.
           IF ORGANIZZAZIONE = SPACES
               DISPLAY "L'utente non e' un ente (NomeOrganizzazione "
                   "vuoto)."
               MOVE SPACES TO USERNAME-ENTE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ente: " ORGANIZZAZIONE(1:60).

      *****************CONSULTAZIONE***********************************
       ELENCA-FATTURE.
           PERFORM LEGGI-ENTE.
           IF USERNAME-ENTE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO FATTURE-TROVATE.
           EXEC SQL
               DECLARE C-FATTURE CURSOR FOR
                   SELECT numero_fattura, data_emissione, righe,
                          totale, stato, COALESCE(motivo_scarto, ' ')
                       FROM FattureEnti
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :USERNAME-ENTE)
                       ORDER BY anno DESC, progressivo DESC
           END-EXEC.
           EXEC SQL OPEN C-FATTURE END-EXEC.
           EXEC SQL
               FETCH C-FATTURE INTO :F-NUMERO, :F-DATA, :F-RIGHE,
                   :F-TOTALE, :F-STATO, :F-MOTIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO FATTURE-TROVATE
               DISPLAY F-NUMERO " del " F-DATA " righe " F-RIGHE
                   " totale " F-TOTALE " " F-STATO
               IF F-STATO = "SCARTATA"
                   DISPLAY "    scarto: " F-MOTIVO(1:60)
               END-IF
               EXEC SQL
                   FETCH C-FATTURE INTO :F-NUMERO, :F-DATA,
                       :F-RIGHE, :F-TOTALE, :F-STATO, :F-MOTIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-FATTURE END-EXEC.
           IF FATTURE-TROVATE = ZERO
               DISPLAY "Nessuna fattura per questo ente."
           END-IF.

       DETTAGLIO-FATTURA.
           DISPLAY "Numero della fattura: "
           ACCEPT NUMERO-FATTURA.
           PERFORM LEGGI-FATTURA.
           IF F-NUMERO = SPACES
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               DECLARE C-DETTAGLIO CURSOR FOR
                   SELECT riga, descrizione, importo
                       FROM FattureEntiRighe
                       WHERE numero_fattura =
                             TRIM(BOTH ' ' FROM :NUMERO-FATTURA)
                       ORDER BY riga
           END-EXEC.
           EXEC SQL OPEN C-DETTAGLIO END-EXEC.
           EXEC SQL
               FETCH C-DETTAGLIO INTO :R-RIGA, :R-DESCRIZIONE,
                   :R-IMPORTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY R-RIGA " " R-DESCRIZIONE(1:55) " " R-IMPORTO
               EXEC SQL
                   FETCH C-DETTAGLIO INTO :R-RIGA, :R-DESCRIZIONE,
                       :R-IMPORTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-DETTAGLIO END-EXEC.

       LEGGI-FATTURA.
           EXEC SQL
               SELECT numero_fattura, Username, data_emissione,
                      righe, totale, stato
                   INTO :F-NUMERO, :F-USERNAME, :F-DATA, :F-RIGHE,
                        :F-TOTALE, :F-STATO
                   FROM FattureEnti
                   WHERE numero_fattura =
                         TRIM(BOTH ' ' FROM :NUMERO-FATTURA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Fattura non trovata."
               MOVE SPACES TO F-NUMERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fattura " F-NUMERO " del " F-DATA " a "
               F-USERNAME(1:30).
           DISPLAY "Righe " F-RIGHE " totale " F-TOTALE
               " stato " F-STATO.

      *****************PAGAMENTO DELLA FATTURA*************************
       PAGA-FATTURA.
           DISPLAY "Numero della fattura: "
           ACCEPT NUMERO-FATTURA.
           PERFORM LEGGI-FATTURA.
           IF F-NUMERO = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF F-STATO NOT = "EMESSA"
              AND F-STATO NOT = "CONSEGNATA"
              AND F-STATO NOT = "MANCATA CONSEGNA"
               DISPLAY "La fattura non e' in attesa di pagamento."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Importo accreditato: "
           ACCEPT IMPORTO-VERSATO.
           IF IMPORTO-VERSATO NOT = F-TOTALE
               DISPLAY "La fattura si salda solo per intero ("
                   F-TOTALE "): verificare il bonifico con "
                   "l'ente."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           DISPLAY "Data del bonifico (AAAAMMGG, INVIO = oggi): "
           ACCEPT DATA-BONIFICO.
           IF DATA-BONIFICO = ZERO
               MOVE OGGI-DATA TO DATA-BONIFICO
           END-IF.
           DISPLAY "Riferimento del bonifico (CRO/TRN): "
           ACCEPT RIFERIMENTO-BONIFICO.

           MOVE "S" TO ESITO-RIGHE.
           MOVE ZERO TO RIGHE-SALDATE.
           EXEC SQL
               DECLARE C-RIGHE CURSOR FOR
                   SELECT riga, tipo_addebito, Username,
                          COALESCE(codiceISBN, ' '),
                          COALESCE(data_multa, ' '),
                          COALESCE(anno_quota, 0),
                          COALESCE(tipo_quota, ' '), importo
                       FROM FattureEntiRighe
                       WHERE numero_fattura =
                             TRIM(BOTH ' ' FROM :NUMERO-FATTURA)
                       ORDER BY riga
           END-EXEC.
           EXEC SQL OPEN C-RIGHE END-EXEC.
           EXEC SQL
               FETCH C-RIGHE INTO :R-RIGA, :R-TIPO, :R-USERNAME,
                   :R-ISBN, :R-DATA-MULTA, :R-ANNO, :R-TIPO-QUOTA,
                   :R-IMPORTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO OR ESITO-RIGHE NOT = "S"
               PERFORM SALDA-RIGA
               IF ESITO-RIGHE = "S"
                   EXEC SQL
                       FETCH C-RIGHE INTO :R-RIGA, :R-TIPO,
                           :R-USERNAME, :R-ISBN, :R-DATA-MULTA,
                           :R-ANNO, :R-TIPO-QUOTA, :R-IMPORTO
                   END-EXEC
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE C-RIGHE END-EXEC.

           IF ESITO-RIGHE NOT = "S" OR RIGHE-SALDATE NOT = F-RIGHE
               DISPLAY "ERRORE nel saldo della riga " R-RIGA
                   ": pagamento annullato."
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE FattureEnti
                   SET stato = 'PAGATA',
                       data_pagamento = :DATA-BONIFICO,
                       riferimento_pagamento =
                           TRIM(BOTH ' ' FROM :RIFERIMENTO-BONIFICO)
                   WHERE numero_fattura =
                         TRIM(BOTH ' ' FROM :NUMERO-FATTURA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nell'aggiornamento della fattura: "
                   SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "PAGAMENTO FATTURA" TO AUDIT-OPERAZIONE.
           MOVE NUMERO-FATTURA TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Fattura " NUMERO-FATTURA " pagata: saldati "
               RIGHE-SALDATE " addebiti.".

      *    Saldo di un addebito della fattura: l'addebito deve essere
      *    ancora IN FATTURA con questo numero.
       SALDA-RIGA.
           IF R-TIPO = "M"
               EXEC SQL
                   UPDATE Multe
                       SET importo_pagato = importo,
                           stato = 'PAGATA'
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :R-USERNAME)
                         AND codiceISBN = TRIM(BOTH ' ' FROM :R-ISBN)
                         AND data_multa =
                             TRIM(BOTH ' ' FROM :R-DATA-MULTA)
                         AND numero_fattura =
                             TRIM(BOTH ' ' FROM :NUMERO-FATTURA)
                         AND stato = 'IN FATTURA'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO ESITO-RIGHE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   INSERT INTO PagamentiMulte (Username, codiceISBN,
                       data_multa, importo_pagamento, data_pagamento,
                       operatore, sessione_cassa, mezzo_pagamento)
                   VALUES (TRIM(BOTH ' ' FROM :R-USERNAME),
                           TRIM(BOTH ' ' FROM :R-ISBN),
                           TRIM(BOTH ' ' FROM :R-DATA-MULTA),
                           :R-IMPORTO, :OGGI-DATA,
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                           :SESSIONE-CASSA,
                           TRIM(BOTH ' ' FROM :MEZZO-PAGAMENTO))
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE QuoteIscrizione
                       SET importo_pagato = importo,
                           stato = 'PAGATA',
                           data_pagamento = :DATA-BONIFICO
                       WHERE Username =
                             TRIM(BOTH ' ' FROM :R-USERNAME)
                         AND anno = :R-ANNO
                         AND COALESCE(tipo, 'ISCRIZIONE') =
                             TRIM(BOTH ' ' FROM :R-TIPO-QUOTA)
                         AND numero_fattura =
                             TRIM(BOTH ' ' FROM :NUMERO-FATTURA)
                         AND stato = 'IN FATTURA'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO ESITO-RIGHE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   INSERT INTO PagamentiQuote (Username, anno,
                       importo_pagamento, data_pagamento, operatore,
                       sessione_cassa, mezzo_pagamento)
                   VALUES (TRIM(BOTH ' ' FROM :R-USERNAME),
                           :R-ANNO, :R-IMPORTO, :OGGI-DATA,
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                           :SESSIONE-CASSA,
                           TRIM(BOTH ' ' FROM :MEZZO-PAGAMENTO))
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "N" TO ESITO-RIGHE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RIGHE-SALDATE.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-FATTURE-ENTI" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
