       PROGRAM-ID. RETURN-BOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLIP-OUTPUT ASSIGN TO SMISTAMENTO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SLIP-OUTPUT.
       01  SLIP-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 PRENOTAZIONI PIC 9(5).
               03 DATA-RESTITUZIONE  PIC X(50).
           01 ATTESA-PRESENTI      PIC 9(5).
           01 PROSSIMO-USERNAME    PIC X(50).
      *    Filiale di ritiro scelta dall'utente in attesa e Filiale
      *    in cui si trova la copia: se differiscono la copia parte
      *    in Trasferimenti e il ritiro resta IN TRANSITO, senza
      *    scadenza, finche' TRASFERIMENTO-RICEVI non la riceve.
           01 FILIALE-RITIRO       PIC X(30).
           01 FILIALE-COPIA        PIC X(30).

      *    Reso in qualunque Filiale: il banco che riceve la copia
      *    (di default la Filiale dell'operatore) decide il suo
      *    prossimo passo, stampato sul foglio di smistamento:
      *    mensola dei ritiri qui, spedizione alla Filiale di ritiro,
      *    rientro alla Filiale di appartenenza (SEDE del titolo) o
      *    di nuovo a scaffale qui.
           01 FILIALE-RESTITUZIONE PIC X(30).
           01 FILIALE-DIGITATA     PIC X(30).
           01 FILIALE-CASA         PIC X(30).
           01 TITOLO-LIBRO         PIC X(100).
           01 COLLOCAZIONE-COPIA   PIC X(30).
           01 DESTINAZIONE-COPIA   PIC X(1).
             88 DESTINAZIONE-RITIRO-QUI  VALUE "R".
             88 DESTINAZIONE-RITIRO-FUORI VALUE "P".
             88 DESTINAZIONE-CASA        VALUE "C".
             88 DESTINAZIONE-SCAFFALE    VALUE "S".
           01 COPIA-IN-TRANSITO    PIC X(1).
             88 COPIA-IN-TRANSITO-SI VALUE "S".
           01 BARCODE-PRESTITO     PIC X(20).
           01 NUMERO-PRESTITO      PIC 9(9).
           01 PRESTITO-TROVATO     PIC X(1).
           01 DEPOSITI-APERTI   PIC 9(5).
           01 DEPOSITO-APERTO   PIC 9(5)V99.

      *    Prestito orario reso in ritardo: le ore iniziate si
      *    addebitano al rientro (ADDEBITA-ORE-RITARDO).
           01 AO-RICHIESTA.
               03 AO-NUMERO-PRESTITO PIC 9(9).
               03 AO-ORE-RITARDO     PIC 9(5).
               03 AO-IMPORTO         PIC 9(7)V99.

      *    Campagna di amnistia della Filiale: le multe del prestito
      *    dei tipi coperti si condonano al rientro (APPLICA-AMNISTIA).
           01 AM-RICHIESTA.
               03 AM-USERNAME        PIC X(50).
               03 AM-ISBN            PIC X(50).
               03 AM-FILIALE         PIC X(30).
               03 AM-DATA-PREN       PIC X(50).
               03 AM-OPERATORE       PIC X(50).
               03 AM-NUMERO-CAMPAGNA PIC 9(9).
               03 AM-MULTE           PIC 9(5).
               03 AM-IMPORTO         PIC 9(7)V99.

      *    Contatore mantenuto di disponibilita' (DisponibilitaLibro,
      *    via AGGIORNA-DISPONIBILITA): -1 al prestito, +1 al rientro.
           01 AD-RICHIESTA.
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO RETURN-BOOK!".
           PERFORM LEGGI-FILIALE-RESTITUZIONE.
           PERFORM IDENTIFICA-PRESTITO.

           IF NOT PRESTITO-TROVATO-SI
                   INSERT INTO PrenotazioneStorico (codiceISBN,
                       Username, data_prenotazione,
                       data_restituzione, numero_prestito,
                       ora_prenotazione, ora_restituzione,
                       filiale_restituzione)
                   VALUES (TRIM(BOTH ' ' FROM :ISBN),
                           TRIM(BOTH ' ' FROM :USER-INPUT),
                           :DATA-PRENOTAZIONE, :DATA-RESTITUZIONE,
                           :NUMERO-PRESTITO,
                           :ORA-PRESTITO, :ADESSO-ORA,
                           TRIM(BOTH ' ' FROM :FILIALE-RESTITUZIONE))
               END-EXEC

               IF SQLCODE NOT = 0
      *    barcode non hanno nulla da rilasciare. Il filtro sullo
      *    stato evita di cancellare un Danneggiato/Perso segnato
      *    da MARCA-LIBRO-PERSO a prestito ancora aperto.
      *    La copia e' ora fisicamente nella Filiale che la riceve.
                       IF BARCODE-PRESTITO NOT = SPACES
                           EXEC SQL
                               UPDATE Esemplare
                                   SET STATO = 'Disponibile',
                                       Filiale = TRIM(BOTH ' ' FROM
                                           :FILIALE-RESTITUZIONE)
                                   WHERE Barcode =
                                       TRIM(BOTH ' ' FROM
                                           :BARCODE-PRESTITO)
                                     AND STATO = 'IN PRESTITO'
                           END-EXEC
                       END-IF
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       MOVE SPACES TO GW-DATA-RIF
                       CALL 'GIORNALE-WRITER' USING GW-RICHIESTA
                       PERFORM RIMBORSA-DEPOSITO
                       MOVE "S" TO DESTINAZIONE-COPIA
                       MOVE "N" TO COPIA-IN-TRANSITO
                       PERFORM ASSEGNA-PROSSIMO-IN-ATTESA
                       IF DESTINAZIONE-SCAFFALE
                           PERFORM INSTRADA-RESO
                       END-IF
      *    Una copia in viaggio non e' disponibile: il +1 lo da'
      *    TRASFERIMENTO-RICEVI quando arriva.
                       IF NOT COPIA-IN-TRANSITO-SI
                           MOVE ISBN TO AD-ISBN
                           MOVE +1 TO AD-DELTA
                           CALL 'AGGIORNA-DISPONIBILITA'
                               USING AD-RICHIESTA
                       END-IF
                       EXEC SQL
                           COMMIT
                       END-EXEC
                       PERFORM STAMPA-FOGLIO-SMISTAMENTO
                   ELSE
                       DISPLAY "ERRORE nella chiusura della "
                           "prenotazione: " SQLERRMC
           END-IF.

       CHIUDI-PRENOTAZIONE.
      *    Un prestito in contestazione (dichiarato reso) che rientra
      *    chiude la sua ricerca a scaffale ancora aperta.
           IF NUMERO-PRESTITO > 0
               MOVE NUMERO-PRESTITO TO AO-NUMERO-PRESTITO
               CALL 'ADDEBITA-ORE-RITARDO' USING AO-RICHIESTA
               IF AO-IMPORTO > ZERO
                   DISPLAY "Prestito orario reso con " AO-ORE-RITARDO
                       " ore di ritardo: multa di " AO-IMPORTO
                       " euro."
               END-IF
               PERFORM APPLICA-AMNISTIA-RIENTRO
               EXEC SQL
                   UPDATE ContestazioniReso
                       SET stato = 'CHIUSA',
                           esito = 'RESTITUITO',
                           data_chiusura =
                               TRIM(BOTH ' ' FROM :DATA-RESTITUZIONE)
                       WHERE numero_prestito = :NUMERO-PRESTITO
                         AND stato = 'APERTA'
               END-EXEC
               EXEC SQL
                   DELETE FROM Prenotazione
                       WHERE numero_prestito = :NUMERO-PRESTITO
               END-EXEC
           ELSE
               PERFORM APPLICA-AMNISTIA-RIENTRO
               EXEC SQL
                   DELETE FROM Prenotazione
                       WHERE codiceISBN =
               END-EXEC
           END-IF.

       APPLICA-AMNISTIA-RIENTRO.
           MOVE USER-INPUT TO AM-USERNAME.
           MOVE ISBN TO AM-ISBN.
           MOVE FILIALE-RESTITUZIONE TO AM-FILIALE.
           MOVE DATA-PRENOTAZIONE TO AM-DATA-PREN.
           MOVE OPERATORE-USERNAME TO AM-OPERATORE.
           CALL 'APPLICA-AMNISTIA' USING AM-RICHIESTA.
           IF AM-MULTE > ZERO
               DISPLAY "Amnistia (campagna " AM-NUMERO-CAMPAGNA
                   "): condonate " AM-MULTE " multe per "
                   AM-IMPORTO " euro."
           END-IF.

      *    La copia liberata non torna a scaffale: viene messa da
      *    parte ("IN RITIRO") per il primo della Lista-Attesa, con
      *    una scadenza di ritiro. E' RITIRA-PRENOTAZIONE a

           IF ATTESA-PRESENTI > 0
               EXEC SQL
                   SELECT Username, COALESCE(filiale_ritiro, ' ')
                       INTO :PROSSIMO-USERNAME, :FILIALE-RITIRO
                       FROM Lista-Attesa
                       WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                       ORDER BY posizione
               END-EXEC

               ACCEPT OGGI-DATA FROM DATE YYYYMMDD
               PERFORM DETERMINA-FILIALE-COPIA
               IF FILIALE-RITIRO = SPACES
                   MOVE FILIALE-COPIA TO FILIALE-RITIRO
               END-IF

               IF FILIALE-RITIRO NOT = FILIALE-COPIA
                   EXEC SQL
                       INSERT INTO Ritiri (codiceISBN, Username,
                           data_assegnazione, data_scadenza, stato,
                           barcode, filiale_ritiro)
                       VALUES (TRIM(BOTH ' ' FROM :ISBN),
                               TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                               :OGGI-DATA, 0, 'IN TRANSITO',
                               NULLIF(TRIM(BOTH ' ' FROM
                                   :BARCODE-PRESTITO), ''),
                               TRIM(BOTH ' ' FROM :FILIALE-RITIRO))
                   END-EXEC
               ELSE
                   PERFORM CALCOLA-SCADENZA-RITIRO
                   EXEC SQL
                       INSERT INTO Ritiri (codiceISBN, Username,
                           data_assegnazione, data_scadenza, stato,
                           barcode, filiale_ritiro)
                       VALUES (TRIM(BOTH ' ' FROM :ISBN),
                               TRIM(BOTH ' ' FROM :PROSSIMO-USERNAME),
                               :OGGI-DATA, :DATA-SCADENZA-RITIRO,
                               'IN RITIRO',
                               NULLIF(TRIM(BOTH ' ' FROM
                                   :BARCODE-PRESTITO), ''),
                               TRIM(BOTH ' ' FROM :FILIALE-RITIRO))
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   EXEC SQL
                           WHERE codiceISBN =
                                   TRIM(BOTH ' ' FROM :ISBN)
                   END-EXEC
                   IF FILIALE-RITIRO NOT = FILIALE-COPIA
                       MOVE "P" TO DESTINAZIONE-COPIA
                       PERFORM APRI-TRASFERIMENTO-RITIRO
                   ELSE
                       MOVE "R" TO DESTINAZIONE-COPIA
                   END-IF
                   EXEC SQL COMMIT END-EXEC
                   IF FILIALE-RITIRO NOT = FILIALE-COPIA
                       DISPLAY "Il libro " ISBN
                           " e' riservato a " PROSSIMO-USERNAME
                       DISPLAY "Spedirlo alla Filiale di ritiro "
                           FILIALE-RITIRO ": il ritiro decorre "
                           "dall'arrivo."
                   ELSE
                       DISPLAY "Il libro " ISBN
                           " e' stato messo IN RITIRO per "
                           PROSSIMO-USERNAME
                       DISPLAY "Scadenza del ritiro: "
                           DATA-SCADENZA-RITIRO "."
                   END-IF
               ELSE
                   DISPLAY "ERRORE nella creazione del ritiro: "
                       SQLERRMC
               END-IF
           END-IF.

      *    La copia si trova nella Filiale che ha ricevuto il reso
      *    (operatore senza Filiale: la SEDE del titolo).
       DETERMINA-FILIALE-COPIA.
           MOVE FILIALE-RESTITUZIONE TO FILIALE-COPIA.
           IF FILIALE-COPIA = SPACES
               EXEC SQL
                   SELECT COALESCE(SEDE, ' ') INTO :FILIALE-COPIA
                       FROM Libro
                       WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
               END-EXEC
           END-IF.

      *    Trasferimento automatico verso la Filiale di ritiro: lo
      *    chiude TRASFERIMENTO-RICEVI, che fa partire la scadenza
      *    del ritiro. La copia con barcode viaggia IN TRANSITO; il
      *    titolo resta prestabile dalle altre copie.
       APRI-TRASFERIMENTO-RITIRO.
           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :FILIALE-COPIA),
                       TRIM(BOTH ' ' FROM :FILIALE-RITIRO),
                       :OGGI-DATA, 'APERTO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       NULLIF(TRIM(BOTH ' ' FROM :BARCODE-PRESTITO),
                              ''))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione del "
                   "trasferimento: " SQLERRMC
           END-IF.
           IF BARCODE-PRESTITO NOT = SPACES
               EXEC SQL
                   UPDATE Esemplare
                       SET STATO = 'IN TRANSITO'
                       WHERE Barcode =
                             TRIM(BOTH ' ' FROM :BARCODE-PRESTITO)
                         AND STATO = 'Disponibile'
               END-EXEC
               MOVE "S" TO COPIA-IN-TRANSITO
           END-IF.

      *    Banco che riceve il reso: di default la Filiale
      *    dell'operatore.
       LEGGI-FILIALE-RESTITUZIONE.
           MOVE SPACES TO FILIALE-RESTITUZIONE.
           EXEC SQL
               SELECT COALESCE(Filiale, ' ')
                   INTO :FILIALE-RESTITUZIONE
                   FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
           END-EXEC.
           DISPLAY "Filiale del banco (spazio = "
               FILIALE-RESTITUZIONE "): "
           ACCEPT FILIALE-DIGITATA.
           IF FILIALE-DIGITATA NOT = SPACES
               MOVE FILIALE-DIGITATA TO FILIALE-RESTITUZIONE
           END-IF.

      *    Nessuno in attesa: la copia resta qui se questa e' la sua
      *    Filiale, altrimenti rientra a casa con un trasferimento
      *    (chiuso da TRASFERIMENTO-RICEVI alla Filiale di arrivo).
       INSTRADA-RESO.
           EXEC SQL
               SELECT COALESCE(SEDE, ' ') INTO :FILIALE-CASA
                   FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF FILIALE-CASA = SPACES OR FILIALE-RESTITUZIONE = SPACES
               OR FILIALE-CASA = FILIALE-RESTITUZIONE
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO DESTINAZIONE-COPIA.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode, motivo)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :FILIALE-RESTITUZIONE),
                       TRIM(BOTH ' ' FROM :FILIALE-CASA),
                       :OGGI-DATA, 'APERTO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       NULLIF(TRIM(BOTH ' ' FROM :BARCODE-PRESTITO),
                              ''), 'RIENTRO')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione del "
                   "trasferimento: " SQLERRMC
               MOVE "S" TO DESTINAZIONE-COPIA
               EXIT PARAGRAPH
           END-IF.
           IF BARCODE-PRESTITO NOT = SPACES
               EXEC SQL
                   UPDATE Esemplare
                       SET STATO = 'IN TRANSITO'
                       WHERE Barcode =
                             TRIM(BOTH ' ' FROM :BARCODE-PRESTITO)
                         AND STATO = 'Disponibile'
               END-EXEC
               MOVE "S" TO COPIA-IN-TRANSITO
           END-IF.

      *    Foglio di smistamento: va inserito nella copia resa.
       STAMPA-FOGLIO-SMISTAMENTO.
           MOVE SPACES TO TITOLO-LIBRO.
           MOVE SPACES TO COLLOCAZIONE-COPIA.
           EXEC SQL
               SELECT COALESCE(TITOLO, ' ') INTO :TITOLO-LIBRO
                   FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF BARCODE-PRESTITO NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(Collocazione, ' ')
                       INTO :COLLOCAZIONE-COPIA
                       FROM Esemplare
                       WHERE Barcode =
                             TRIM(BOTH ' ' FROM :BARCODE-PRESTITO)
               END-EXEC
           END-IF.

           OPEN OUTPUT SLIP-OUTPUT.

           MOVE SPACES TO SLIP-LINE.
           STRING "------- FOGLIO DI SMISTAMENTO RESO -------"
               DELIMITED BY SIZE INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "ESEMPLARE: " BARCODE-PRESTITO "  ISBN: " ISBN
               DELIMITED BY SIZE INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "TITOLO: " TITOLO-LIBRO DELIMITED BY SIZE
               INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "RICEVUTO A: " FILIALE-RESTITUZIONE
               "  IL: " DATA-RESTITUZIONE(1:8)
               DELIMITED BY SIZE INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           EVALUATE TRUE
               WHEN DESTINAZIONE-RITIRO-QUI
                   STRING "DESTINAZIONE: MENSOLA RITIRI PER "
                       PROSSIMO-USERNAME(1:30)
                       " SCADENZA " DATA-SCADENZA-RITIRO
                       DELIMITED BY SIZE INTO SLIP-LINE
               WHEN DESTINAZIONE-RITIRO-FUORI
                   STRING "DESTINAZIONE: SPEDIRE A " FILIALE-RITIRO
                       " RITIRO DI " PROSSIMO-USERNAME(1:30)
                       DELIMITED BY SIZE INTO SLIP-LINE
               WHEN DESTINAZIONE-CASA
                   STRING "DESTINAZIONE: RIENTRO A " FILIALE-CASA
                       DELIMITED BY SIZE INTO SLIP-LINE
               WHEN OTHER
                   STRING "DESTINAZIONE: SCAFFALE "
                       COLLOCAZIONE-COPIA
                       DELIMITED BY SIZE INTO SLIP-LINE
           END-EVALUATE.
           WRITE SLIP-LINE.

           CLOSE SLIP-OUTPUT.
           DISPLAY "Foglio di smistamento stampato.".

       CALCOLA-SCADENZA-RITIRO.
           MOVE OGGI-DATA TO DATA-DI-LAVORO.
           PERFORM CONVERTI-GIORNI-ASSOLUTI.
