       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELIEVO-ATTESA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 BARCODE-LETTO      PIC X(20).
           01 RISPOSTA-TROVATA   PIC X(1).
             88 COPIA-TROVATA-SI VALUE "S" "s".
             88 COPIA-TROVATA-NO VALUE "N" "n".

           01 PRELIEVO-REC.
               03 PA-NUMERO      PIC 9(9).
               03 PA-ISBN        PIC X(50).
               03 PA-USERNAME    PIC X(50).
               03 PA-FILIALE     PIC X(30).

           01 ATTESA-PRESENTI      PIC 9(5).
           01 PROSSIMO-USERNAME    PIC X(50).
           01 POSIZIONE-SERVITA    PIC 9(5).
      *    Filiale di ritiro scelta in Lista-Attesa: se non e' quella
      *    della copia prelevata, la copia parte in Trasferimenti e
      *    il ritiro resta IN TRANSITO fino a TRASFERIMENTO-RICEVI.
           01 FILIALE-RITIRO       PIC X(30).

           01 OGGI-DATA             PIC 9(8).
           01 GIORNI-RITIRO         PIC 9(3) VALUE 3.
           01 DATA-DI-LAVORO        PIC 9(8).
           01 DATA-DI-LAVORO-ANNO   PIC 9(4).
           01 DATA-DI-LAVORO-MESE   PIC 9(2).
           01 DATA-DI-LAVORO-GIORNO PIC 9(2).
           01 GIORNI-ASSOLUTI       PIC 9(9).
           01 GIORNI-SCADENZA       PIC 9(9).
           01 GIORNI-RESTO          PIC 9(9).
           01 DATA-SCADENZA-RITIRO.
               03 SCADENZA-RITIRO-ANNO   PIC 9(4).
               03 SCADENZA-RITIRO-MESE   PIC 9(2).
               03 SCADENZA-RITIRO-GIORNO PIC 9(2).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).

      *    Copia disponibile che parte in transito: esce dal
      *    conteggio delle disponibili fino a TRASFERIMENTO-RICEVI.
           01 AD-RICHIESTA.
               03 AD-ISBN           PIC X(50).
               03 AD-DELTA          PIC S9(3).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Esito del giro di prelievo della lista LISTA-PRELIEVI:
      *    - copia trovata: il prelievo passa PRELEVATO e la copia
      *      va IN RITIRO (Ritiri, con il barcode) per l'utente in
      *      attesa, come fa RETURN-BOOK al rientro di un libro;
      *    - copia non trovata: il prelievo passa NON TROVATO e
      *      l'esemplare viene segnalato DaVerificare, cosi' esce
      *      dalle prossime liste e compare nel prossimo
      *      INVENTARIO-SCAFFALE della sua Filiale.
       PRELIEVO-ATTESA-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO PRELIEVO-ATTESA!".
           DISPLAY "Barcode della copia in lista prelievi: "
           ACCEPT BARCODE-LETTO.

           EXEC SQL
               SELECT numero_prelievo, codiceISBN, Username,
                      COALESCE(Filiale, ' ')
                   INTO :PA-NUMERO, :PA-ISBN, :PA-USERNAME,
                        :PA-FILIALE
                   FROM PrelieviAttesa
                   WHERE barcode = TRIM(BOTH ' ' FROM :BARCODE-LETTO)
                     AND stato = 'DA PRELEVARE'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Nessun prelievo aperto per questo barcode."
               EXIT PROGRAM
           END-IF.

           DISPLAY "Prelievo " PA-NUMERO " per " PA-USERNAME.
           DISPLAY "Copia trovata a scaffale? (S/N): "
           ACCEPT RISPOSTA-TROVATA.

           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           IF COPIA-TROVATA-SI
               PERFORM CONFERMA-PRELIEVO
           ELSE
               IF COPIA-TROVATA-NO
                   PERFORM SEGNALA-NON-TROVATA
               ELSE
                   DISPLAY "Risposta non valida: nessuna modifica."
               END-IF
           END-IF.

           EXIT PROGRAM.

      *    La copia va all'utente del prelievo se e' ancora in
      *    Lista-Attesa; altrimenti (ritirato da un rientro nel
      *    frattempo, o uscito dalla lista) al primo in attesa. Con
      *    la lista vuota il prelievo si annulla e la copia torna a
      *    scaffale.
       CONFERMA-PRELIEVO.
           MOVE PA-USERNAME TO PROSSIMO-USERNAME.
           EXEC SQL
               SELECT COUNT(*) INTO :ATTESA-PRESENTI FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :PA-ISBN)
                     AND Username = TRIM(BOTH ' ' FROM :PA-USERNAME)
           END-EXEC.

           IF ATTESA-PRESENTI = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :ATTESA-PRESENTI
                       FROM Lista-Attesa
                       WHERE codiceISBN = TRIM(BOTH ' ' FROM :PA-ISBN)
               END-EXEC
               IF ATTESA-PRESENTI = 0
                   EXEC SQL
                       UPDATE PrelieviAttesa
                           SET stato = 'ANNULLATO',
                               data_esito = :OGGI-DATA
                           WHERE numero_prelievo = :PA-NUMERO
                   END-EXEC
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Nessuno e' piu' in attesa per questo "
                       "titolo: rimettere la copia a scaffale."
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   SELECT Username INTO :PROSSIMO-USERNAME
                       FROM Lista-Attesa
                       WHERE codiceISBN = TRIM(BOTH ' ' FROM :PA-ISBN)
                       ORDER BY posizione
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF.

           EXEC SQL
               SELECT posizione, COALESCE(filiale_ritiro, ' ')
                   INTO :POSIZIONE-SERVITA, :FILIALE-RITIRO
                   FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :PA-ISBN)
                     AND Username =
                         TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME)
           END-EXEC.
           IF FILIALE-RITIRO = SPACES
               MOVE PA-FILIALE TO FILIALE-RITIRO
           END-IF.

           IF FILIALE-RITIRO NOT = PA-FILIALE
               EXEC SQL
                   INSERT INTO Ritiri (codiceISBN, Username,
                       data_assegnazione, data_scadenza, stato,
                       barcode, filiale_ritiro)
                   VALUES (TRIM(BOTH ' ' FROM :PA-ISBN),
                           TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                           :OGGI-DATA, 0, 'IN TRANSITO',
                           TRIM(BOTH ' ' FROM :BARCODE-LETTO),
                           TRIM(BOTH ' ' FROM :FILIALE-RITIRO))
               END-EXEC
           ELSE
               PERFORM CALCOLA-SCADENZA-RITIRO
               EXEC SQL
                   INSERT INTO Ritiri (codiceISBN, Username,
                       data_assegnazione, data_scadenza, stato,
                       barcode, filiale_ritiro)
                   VALUES (TRIM(BOTH ' ' FROM :PA-ISBN),
                           TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                           :OGGI-DATA, :DATA-SCADENZA-RITIRO,
                           'IN RITIRO',
                           TRIM(BOTH ' ' FROM :BARCODE-LETTO),
                           TRIM(BOTH ' ' FROM :FILIALE-RITIRO))
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella creazione del ritiro: "
                   SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

      *    Chi e' stato servito esce dalla lista; scala di un posto
      *    solo chi gli stava dietro.
           EXEC SQL
               DELETE FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :PA-ISBN)
                     AND Username =
                         TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME)
           END-EXEC.
           EXEC SQL
               UPDATE Lista-Attesa
                   SET posizione = posizione - 1
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :PA-ISBN)
                     AND posizione > :POSIZIONE-SERVITA
           END-EXEC.
           EXEC SQL
               UPDATE PrelieviAttesa
                   SET stato = 'PRELEVATO',
                       Username =
                           TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                       data_esito = :OGGI-DATA
                   WHERE numero_prelievo = :PA-NUMERO
           END-EXEC.

           IF FILIALE-RITIRO NOT = PA-FILIALE
               PERFORM APRI-TRASFERIMENTO-RITIRO
           END-IF.

           MOVE "PRELEVATO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           IF FILIALE-RITIRO NOT = PA-FILIALE
               DISPLAY "La copia " BARCODE-LETTO
                   " e' riservata a " PROSSIMO-USERNAME
               DISPLAY "Spedirla alla Filiale di ritiro "
                   FILIALE-RITIRO ": il ritiro decorre dall'arrivo."
           ELSE
               DISPLAY "La copia " BARCODE-LETTO
                   " e' stata messa IN RITIRO per " PROSSIMO-USERNAME
               DISPLAY "Scadenza del ritiro: " DATA-SCADENZA-RITIRO
                   "."
           END-IF.

      *    Trasferimento automatico verso la Filiale di ritiro, come
      *    in RETURN-BOOK.
       APRI-TRASFERIMENTO-RITIRO.
           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode)
               VALUES (TRIM(BOTH ' ' FROM :PA-ISBN),
                       TRIM(BOTH ' ' FROM :PA-FILIALE),
                       TRIM(BOTH ' ' FROM :FILIALE-RITIRO),
                       :OGGI-DATA, 'APERTO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       TRIM(BOTH ' ' FROM :BARCODE-LETTO))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione del "
                   "trasferimento: " SQLERRMC
           END-IF.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'IN TRANSITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE-LETTO)
                     AND STATO = 'Disponibile'
           END-EXEC.
           IF SQLCODE = 0
               MOVE PA-ISBN TO AD-ISBN
               MOVE -1 TO AD-DELTA
               CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA
           END-IF.

      *    L'utente resta in attesa: la prossima LISTA-PRELIEVI gli
      *    propone un'altra copia, se c'e'.
       SEGNALA-NON-TROVATA.
           EXEC SQL
               UPDATE PrelieviAttesa
                   SET stato = 'NON TROVATO',
                       data_esito = :OGGI-DATA
                   WHERE numero_prelievo = :PA-NUMERO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nell'aggiornamento del prelievo: "
                   SQLERRMC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE Esemplare
                   SET DaVerificare = 'S'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE-LETTO)
           END-EXEC.

           MOVE "NON TROVATO" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Copia " BARCODE-LETTO " segnalata per il "
               "prossimo inventario di scaffale.".

       REGISTRA-AUDIT.
           MOVE "PRELIEVO-ATTESA" TO AUDIT-PROGRAMMA.
           MOVE BARCODE-LETTO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

       CALCOLA-SCADENZA-RITIRO.
           MOVE OGGI-DATA TO DATA-DI-LAVORO.
           PERFORM CONVERTI-GIORNI-ASSOLUTI.
           COMPUTE GIORNI-SCADENZA = GIORNI-ASSOLUTI + GIORNI-RITIRO.
           COMPUTE SCADENZA-RITIRO-ANNO = GIORNI-SCADENZA / 360.
           COMPUTE GIORNI-RESTO =
               GIORNI-SCADENZA - (SCADENZA-RITIRO-ANNO * 360).
           COMPUTE SCADENZA-RITIRO-MESE = GIORNI-RESTO / 30.
           COMPUTE SCADENZA-RITIRO-GIORNO =
               GIORNI-RESTO - (SCADENZA-RITIRO-MESE * 30).

       CONVERTI-GIORNI-ASSOLUTI.
      * Converte una data YYYYMMDD in un numero progressivo di
      * giorni usando la convenzione commerciale a 360 giorni/anno,
      * sufficiente per confrontare due date tra loro.
           MOVE DATA-DI-LAVORO(1:4) TO DATA-DI-LAVORO-ANNO.
           MOVE DATA-DI-LAVORO(5:2) TO DATA-DI-LAVORO-MESE.
           MOVE DATA-DI-LAVORO(7:2) TO DATA-DI-LAVORO-GIORNO.
           COMPUTE GIORNI-ASSOLUTI =
               (DATA-DI-LAVORO-ANNO * 360) +
               (DATA-DI-LAVORO-MESE * 30) +
               DATA-DI-LAVORO-GIORNO.
