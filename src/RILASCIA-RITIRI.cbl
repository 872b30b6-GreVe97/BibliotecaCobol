               03 R-ISBN             PIC X(50).
               03 R-USERNAME         PIC X(50).
               03 R-SCADENZA         PIC 9(8).
      *        Copia messa da parte dal giro prelievi: al mancato
      *        ritiro resta sulla mensola per il successivo in coda.
               03 R-BARCODE          PIC X(20).
      *        Mensola su cui si trova la copia (Filiale di ritiro).
               03 R-FILIALE-RITIRO   PIC X(30).

           01 NO-SHOW-UTENTE        PIC 9(3).
           01 ATTESA-PRESENTI       PIC 9(5).
           01 PROSSIMO-USERNAME     PIC X(50).
      *    Filiale di ritiro del successivo in coda: se e' un'altra,
      *    la copia parte in Trasferimenti come in RETURN-BOOK.
           01 FILIALE-RITIRO        PIC X(30).

           01 DATA-DI-LAVORO        PIC 9(8).
           01 DATA-DI-LAVORO-ANNO   PIC 9(4).
           01 CONTATORE-ANTICIPATE  PIC 9(5) VALUE ZERO.
           01 A-NUMERO              PIC 9(7).

      *    Registro esecuzioni (RunLog, via CONTROLLO-RUN): doppio
      *    lancio nella stessa data rifiutato, ripartenza dal
      *    checkpoint per i run interrotti. La chiave porta la fase
      *    in testa ("1" mensola dei ritiri, "2" prenotazioni
      *    anticipate), cosi' un rerun salta anche la fase finita.
      *    Esaminati e rilasciati proseguono dal checkpoint; sospesi
      *    e anticipate valgono per la sola esecuzione.
           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).
           01 CHIAVE-RIPRESA        PIC X(50).
           01 CHIAVE-CORRENTE       PIC X(50).
           01 RECORD-COMMIT-INTERVALLO PIC 9(3) VALUE 50.
           01 CONTATORE-COMMIT      PIC 9(3) VALUE ZERO.

      *    Copia disponibile che parte in transito: esce dal
      *    conteggio delle disponibili fino a TRASFERIMENTO-RICEVI.
           01 AD-RICHIESTA.
               03 AD-ISBN           PIC X(50).
               03 AD-DELTA          PIC S9(3).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
           DISPLAY "------- SONO RILASCIA-RITIRI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "RILASCIA-RITIRI" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.
           MOVE RC-CHIAVE TO CHIAVE-RIPRESA.
           MOVE RC-ESAMINATE TO CONTATORE-ESAMINATE.
           MOVE RC-MODIFICATE TO CONTATORE-RILASCIATI.

      *    WITH HOLD e ordinato: il cursore sopravvive ai COMMIT
      *    periodici di SALVA-PROGRESSO e la chiave del checkpoint
      *    cresce con le righe lette.
           EXEC SQL
               DECLARE C-RITIRI CURSOR WITH HOLD FOR
                   SELECT r.codiceISBN, r.Username, r.data_scadenza,
                          COALESCE(r.barcode, ' '),
                          COALESCE(r.filiale_ritiro, l.SEDE, ' ')
                       FROM Ritiri r
                       JOIN Libro l ON r.codiceISBN = l.ISBN
                       WHERE r.stato = 'IN RITIRO'
                         AND r.data_scadenza < :OGGI-DATA
                       ORDER BY r.codiceISBN, r.Username
           END-EXEC.

           EXEC SQL OPEN C-RITIRI END-EXEC.

           EXEC SQL
               FETCH C-RITIRI INTO :R-ISBN, :R-USERNAME, :R-SCADENZA,
                   :R-BARCODE, :R-FILIALE-RITIRO
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO CHIAVE-CORRENTE
               STRING "1" R-ISBN(1:20) R-USERNAME(1:29)
                   DELIMITED BY SIZE INTO CHIAVE-CORRENTE
               IF CHIAVE-RIPRESA = SPACES OR
                  CHIAVE-CORRENTE > CHIAVE-RIPRESA
                   ADD 1 TO CONTATORE-ESAMINATE
                   PERFORM RILASCIA-RITIRO
                   ADD 1 TO CONTATORE-COMMIT
                   IF CONTATORE-COMMIT >= RECORD-COMMIT-INTERVALLO
                       PERFORM SALVA-PROGRESSO
                   END-IF
               END-IF
               EXEC SQL
                   FETCH C-RITIRI INTO :R-ISBN, :R-USERNAME,
                       :R-SCADENZA, :R-BARCODE, :R-FILIALE-RITIRO
               END-EXEC
           END-PERFORM.


           EXEC SQL COMMIT END-EXEC.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-ESAMINATE TO RC-ESAMINATE.
           MOVE CONTATORE-RILASCIATI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Ritiri esaminati: " CONTATORE-ESAMINATE.
           DISPLAY "Ritiri rilasciati per mancato ritiro: "
               CONTATORE-RILASCIATI.

           EXIT PROGRAM.

      *    Il COMMIT periodico salva anche il checkpoint: un rerun
      *    dopo un abend riparte dall'ultima chiave confermata
      *    invece di rielaborare (i cursori sono ordinati apposta).
       SALVA-PROGRESSO.
           EXEC SQL COMMIT END-EXEC.
           MOVE "K" TO RC-OPERAZIONE.
           MOVE CHIAVE-CORRENTE TO RC-CHIAVE.
           MOVE CONTATORE-ESAMINATE TO RC-ESAMINATE.
           MOVE CONTATORE-RILASCIATI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           MOVE ZERO TO CONTATORE-COMMIT.

      *    Prenotazioni anticipate con data di ritiro arrivata
      *    (PRENOTA-ANTICIPATA): la copia va sulla mensola dei
      *    ritiri con la scadenza standard; il mancato ritiro
                   :R-USERNAME
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO CHIAVE-CORRENTE
               STRING "2" A-NUMERO DELIMITED BY SIZE
                   INTO CHIAVE-CORRENTE
               IF CHIAVE-RIPRESA = SPACES OR
                  CHIAVE-CORRENTE > CHIAVE-RIPRESA
                   PERFORM EVADI-ANTICIPATA
                   ADD 1 TO CONTATORE-COMMIT
                   IF CONTATORE-COMMIT >= RECORD-COMMIT-INTERVALLO
                       PERFORM SALVA-PROGRESSO
                   END-IF
               END-IF
               EXEC SQL
                   FETCH C-ANT-SCADUTE INTO :A-NUMERO, :R-ISBN,
           END-PERFORM.
           EXEC SQL CLOSE C-ANT-SCADUTE END-EXEC.

       EVADI-ANTICIPATA.
           PERFORM CALCOLA-SCADENZA-RITIRO.
           EXEC SQL
               INSERT INTO Ritiri (codiceISBN, Username,
                   data_assegnazione, data_scadenza, stato)
               VALUES (TRIM(BOTH ' ' FROM :R-ISBN),
                       TRIM(BOTH ' ' FROM :R-USERNAME),
                       :OGGI-DATA, :DATA-SCADENZA-RITIRO,
                       'IN RITIRO')
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE PrenotazioniAnticipate
                       SET stato = 'EVASA'
                       WHERE numero_prenotazione = :A-NUMERO
               END-EXEC
               ADD 1 TO CONTATORE-ANTICIPATE
               DISPLAY "Prenotazione anticipata " A-NUMERO
                   " sulla mensola dei ritiri per "
                   R-USERNAME(1:20) "."
           END-IF.

       RILASCIA-RITIRO.
           EXEC SQL
               UPDATE Ritiri

           IF ATTESA-PRESENTI > 0
               EXEC SQL
                   SELECT Username, COALESCE(filiale_ritiro, ' ')
                       INTO :PROSSIMO-USERNAME, :FILIALE-RITIRO
                       FROM Lista-Attesa
                       WHERE codiceISBN = TRIM(BOTH ' ' FROM :R-ISBN)
                       ORDER BY posizione
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF FILIALE-RITIRO = SPACES
                   MOVE R-FILIALE-RITIRO TO FILIALE-RITIRO
               END-IF

               IF FILIALE-RITIRO NOT = R-FILIALE-RITIRO
                   EXEC SQL
                       INSERT INTO Ritiri (codiceISBN, Username,
                           data_assegnazione, data_scadenza, stato,
                           barcode, filiale_ritiro)
                       VALUES (TRIM(BOTH ' ' FROM :R-ISBN),
                               TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                               :OGGI-DATA, 0, 'IN TRANSITO',
                               NULLIF(TRIM(BOTH ' ' FROM :R-BARCODE),
                                      ''),
                               TRIM(BOTH ' ' FROM :FILIALE-RITIRO))
                   END-EXEC
               ELSE
                   PERFORM CALCOLA-SCADENZA-RITIRO
                   EXEC SQL
                       INSERT INTO Ritiri (codiceISBN, Username,
                           data_assegnazione, data_scadenza, stato,
                           barcode, filiale_ritiro)
                       VALUES (TRIM(BOTH ' ' FROM :R-ISBN),
                               TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                               :OGGI-DATA, :DATA-SCADENZA-RITIRO,
                               'IN RITIRO',
                               NULLIF(TRIM(BOTH ' ' FROM :R-BARCODE),
                                      ''),
                               TRIM(BOTH ' ' FROM :FILIALE-RITIRO))
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   EXEC SQL
                           WHERE codiceISBN =
                                   TRIM(BOTH ' ' FROM :R-ISBN)
                   END-EXEC
                   IF FILIALE-RITIRO NOT = R-FILIALE-RITIRO
                       PERFORM APRI-TRASFERIMENTO-RITIRO
                       DISPLAY "Il libro " R-ISBN
                           " parte per la Filiale " FILIALE-RITIRO
                           " per " PROSSIMO-USERNAME "."
                   ELSE
                       DISPLAY "Il libro " R-ISBN
                           " passa IN RITIRO a " PROSSIMO-USERNAME "."
                   END-IF
               END-IF
           END-IF.

      *    Trasferimento automatico dalla mensola dei ritiri alla
      *    Filiale di ritiro del successivo in coda (vedi
      *    RETURN-BOOK); l'operatore e' il batch stesso.
       APRI-TRASFERIMENTO-RITIRO.
           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode)
               VALUES (TRIM(BOTH ' ' FROM :R-ISBN),
                       TRIM(BOTH ' ' FROM :R-FILIALE-RITIRO),
                       TRIM(BOTH ' ' FROM :FILIALE-RITIRO),
                       :OGGI-DATA, 'APERTO', 'RILASCIA-RITIRI',
                       NULLIF(TRIM(BOTH ' ' FROM :R-BARCODE), ''))
           END-EXEC.
           IF R-BARCODE NOT = SPACES
               EXEC SQL
                   UPDATE Esemplare
                       SET STATO = 'IN TRANSITO'
                       WHERE Barcode = TRIM(BOTH ' ' FROM :R-BARCODE)
                         AND STATO = 'Disponibile'
               END-EXEC
               IF SQLCODE = 0
                   MOVE R-ISBN TO AD-ISBN
                   MOVE -1 TO AD-DELTA
                   CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA
               END-IF
           END-IF.

