       PROGRAM-ID. CIRCOLAZIONE.

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
           01 CODICE-LETTO       PIC X(20).
             88 MODO-MASSIVO-SI VALUE "S".
           01 USERNAME-MASSIVO    PIC X(50).

      *    Copia riservata: sulla mensola dei ritiri (Ritiri IN
      *    RITIRO) o promessa dal giro prelievi (PrelieviAttesa DA
      *    PRELEVARE), come in AUTOPRESTITO.
           01 RITIRO-USERNAME     PIC X(50).
           01 PRELIEVI-APERTI     PIC 9(5).

      *    Uso in sede: le copie raccolte dai tavoli delle sale di
      *    lettura si passano allo scanner in questa modalita' e
      *    registrano un uso interno (UsoInterno) al posto di un
      *    movimento di circolazione.
           01 MODO-USO-INTERNO    PIC X(1) VALUE "N".
             88 MODO-USO-INTERNO-SI VALUE "S".

      *    Blocco per fascia d'eta' (EtaMinima su Libro), come in
      *    RESERVE-BOOK: niente deroghe interattive in modalita'
      *    rapida oltre a quella del tutore gia' registrata.
           01 DEPOSITO-APERTO    PIC 9(5)V99.
           01 DEPOSITI-APERTI    PIC 9(5).

      *    Prestito orario (portatili, tablet, consultazione in
      *    sede): scadenza in giornata (CALCOLA-SCADENZA-ORARIA) e
      *    multa per ora iniziata al rientro (ADDEBITA-ORE-RITARDO).
           01 SO-RICHIESTA.
               03 SO-TIPO           PIC X(12).
               03 SO-RUOLO          PIC X(30).
               03 SO-DATA           PIC 9(8).
               03 SO-ORA            PIC 9(6).
               03 SO-ORE            PIC 9(3).
               03 SO-ORA-SCADENZA   PIC 9(6).
           01 AO-RICHIESTA.
               03 AO-NUMERO-PRESTITO PIC 9(9).
               03 AO-ORE-RITARDO     PIC 9(5).
               03 AO-IMPORTO         PIC 9(7)V99.

      *    Amnistia della Filiale del banco, come in RETURN-BOOK.
           01 AM-RICHIESTA.
               03 AM-USERNAME        PIC X(50).
               03 AM-ISBN            PIC X(50).
               03 AM-FILIALE         PIC X(30).
               03 AM-DATA-PREN       PIC X(50).
               03 AM-OPERATORE       PIC X(50).
               03 AM-NUMERO-CAMPAGNA PIC 9(9).
               03 AM-MULTE           PIC 9(5).
               03 AM-IMPORTO         PIC 9(7)V99.

           01 DATE-RICHIESTA.
               03 DR-OPERAZIONE PIC X(1).
               03 DR-FILIALE    PIC X(30).
           01 GIORNI-RITIRO         PIC 9(3) VALUE 3.
           01 ATTESA-PRESENTI       PIC 9(5).
           01 PROSSIMO-USERNAME     PIC X(50).
      *    Filiale di ritiro dell'utente in attesa e Filiale della
      *    copia: se differiscono, trasferimento come in RETURN-BOOK.
           01 FILIALE-RITIRO        PIC X(30).
           01 FILIALE-COPIA         PIC X(30).

      *    Reso in qualunque Filiale, come in RETURN-BOOK: il banco
      *    della sessione riceve la copia e ne decide il prossimo
      *    passo; un foglio di smistamento per ogni copia resa.
           01 FILIALE-BANCO         PIC X(30).
           01 FILIALE-DIGITATA      PIC X(30).
           01 FILIALE-CASA          PIC X(30).
           01 TITOLO-LIBRO          PIC X(100).
           01 COLLOCAZIONE-COPIA    PIC X(30).
           01 DESTINAZIONE-COPIA    PIC X(1).
             88 DESTINAZIONE-RITIRO-QUI  VALUE "R".
             88 DESTINAZIONE-RITIRO-FUORI VALUE "P".
             88 DESTINAZIONE-CASA        VALUE "C".
             88 DESTINAZIONE-SCAFFALE    VALUE "S".
           01 COPIA-IN-TRANSITO     PIC X(1).
             88 COPIA-IN-TRANSITO-SI VALUE "S".
           01 DATA-DI-LAVORO        PIC 9(8).
           01 DATA-DI-LAVORO-ANNO   PIC 9(4).
           01 DATA-DI-LAVORO-MESE   PIC 9(2).
           01 CONTATORE-RESTITUZIONI PIC 9(5) VALUE ZERO.
           01 CONTATORE-RITARDI      PIC 9(5) VALUE ZERO.
           01 CONTATORE-SCARTATI     PIC 9(5) VALUE ZERO.
           01 CONTATORE-USI-INTERNI  PIC 9(5) VALUE ZERO.

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
               ACCEPT USERNAME-MASSIVO
           END-IF.

           PERFORM LEGGI-FILIALE-BANCO.
           OPEN OUTPUT SLIP-OUTPUT.

           PERFORM UNTIL NOT PROSEGUI-SI
               IF MODO-USO-INTERNO-SI
                   DISPLAY "Barcode uso in sede (SEDE per tornare "
                       "al banco, FINE per uscire): "
               ELSE
                   DISPLAY "Barcode (SEDE per l'uso in sede, FINE "
                       "per uscire): "
               END-IF
               ACCEPT CODICE-LETTO
               EVALUATE TRUE
                   WHEN CODICE-LETTO = "FINE" OR CODICE-LETTO = "fine"
                       MOVE "N" TO PROSEGUI
      *    SEDE al posto del barcode alterna banco e uso in sede.
                   WHEN CODICE-LETTO = "SEDE" OR CODICE-LETTO = "sede"
                       IF MODO-USO-INTERNO-SI
                           MOVE "N" TO MODO-USO-INTERNO
                           DISPLAY ">> Modalita' banco"
                       ELSE
                           MOVE "S" TO MODO-USO-INTERNO
                           DISPLAY ">> Modalita' uso in sede"
                       END-IF
                   WHEN MODO-USO-INTERNO-SI
                       PERFORM REGISTRA-USO-INTERNO
      *    Digitando KIT al posto del barcode si passa al prestito
      *    e rientro dei kit di lettura (GESTIONE-KIT): dieci copie
      *    e la guida con un solo numero di prestito.
                   WHEN CODICE-LETTO = "KIT" OR CODICE-LETTO = "kit"
                       CALL 'GESTIONE-KIT' USING
                           OPERATORE-USERNAME
                   WHEN OTHER
                       PERFORM ELABORA-CODICE
               END-EVALUATE
           END-PERFORM.

           CLOSE SLIP-OUTPUT.

           DISPLAY " ".
           DISPLAY "----- Riepilogo sessione -----".
           DISPLAY "Prestiti registrati:    " CONTATORE-PRESTITI.
           DISPLAY "Restituzioni:           " CONTATORE-RESTITUZIONI.
           DISPLAY "Rientri in ritardo:     " CONTATORE-RITARDI
               " (multe a cura del giro notturno)".
           DISPLAY "Usi in sede registrati: " CONTATORE-USI-INTERNI.
           DISPLAY "Codici scartati:        " CONTATORE-SCARTATI.

           EXIT PROGRAM.

      *    Un uso in sede per ogni passaggio allo scanner, con data
      *    e Filiale del banco: LIBRI-MAI-PRESTATI, SCARTO-PROPONI,
      *    SNAPSHOT-MENSILE e RITORNO-ANNUALE li contano accanto ai
      *    prestiti. Una copia che risulta in prestito non puo'
      *    essere sul tavolo: si scarta e va vista al banco.
       REGISTRA-USO-INTERNO.
           EXEC SQL
               SELECT codiceISBN, STATO
                   INTO :ISBN, :STATO-ESEMPLARE
                   FROM Esemplare
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Codice sconosciuto: " CODICE-LETTO
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           IF STATO-ESEMPLARE = "IN PRESTITO"
               DISPLAY ">> La copia risulta in prestito: uso in sede "
                   "non registrato, verificarla al banco"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO UsoInterno (barcode, codiceISBN, data_uso,
                   filiale, operatore)
               VALUES (TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       TRIM(BOTH ' ' FROM :ISBN), :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :FILIALE-BANCO),
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO CONTATORE-USI-INTERNI
               DISPLAY ">> Uso in sede: " CODICE-LETTO
           ELSE
               DISPLAY ">> Errore: " SQLERRMC
               ADD 1 TO CONTATORE-SCARTATI
           END-IF.

       ELABORA-CODICE.
           EXEC SQL
               SELECT codiceISBN, STATO
                   PERFORM RESTITUZIONE-RAPIDA
               ELSE
                   IF STATO-ESEMPLARE = "Disponibile"
                       PERFORM CONTROLLA-COPIA-RISERVATA
                   ELSE
                       IF STATO-ESEMPLARE = "SOLO CONSULT"
                           DISPLAY ">> RIFIUTATO: copia del fondo "
                   INSERT INTO PrenotazioneStorico (codiceISBN,
                       Username, data_prenotazione,
                       data_restituzione, numero_prestito,
                       ora_prenotazione, ora_restituzione,
                       filiale_restituzione)
                   VALUES (TRIM(BOTH ' ' FROM :ISBN),
                           TRIM(BOTH ' ' FROM :USER-INPUT),
                           :DATA-PRENOTAZIONE, :OGGI-DATA,
                           :NUMERO-PRESTITO,
                           :ORA-PRESTITO, :ADESSO-ORA,
                           TRIM(BOTH ' ' FROM :FILIALE-BANCO))
               END-EXEC
               IF SQLCODE = 0
                   IF NUMERO-PRESTITO > 0
                       MOVE NUMERO-PRESTITO TO AO-NUMERO-PRESTITO
                       CALL 'ADDEBITA-ORE-RITARDO' USING AO-RICHIESTA
                       IF AO-IMPORTO > ZERO
                           DISPLAY ">> PRESTITO ORARIO IN RITARDO: "
                               AO-ORE-RITARDO " ore, multa "
                               AO-IMPORTO " euro"
                       END-IF
      *    Rientro di un prestito in contestazione: si chiude anche
      *    la ricerca a scaffale rimasta aperta.
                       EXEC SQL
                           UPDATE ContestazioniReso
                               SET stato = 'CHIUSA',
                                   esito = 'RESTITUITO',
                                   data_chiusura = :OGGI-DATA
                               WHERE numero_prestito = :NUMERO-PRESTITO
                                 AND stato = 'APERTA'
                       END-EXEC
                       EXEC SQL
                           DELETE FROM Prenotazione
                               WHERE numero_prestito =
                                   TRIM(BOTH ' ' FROM :CODICE-LETTO)
                       END-EXEC
                   END-IF
                   MOVE USER-INPUT TO AM-USERNAME
                   MOVE ISBN TO AM-ISBN
                   MOVE FILIALE-BANCO TO AM-FILIALE
                   MOVE DATA-PRENOTAZIONE TO AM-DATA-PREN
                   MOVE OPERATORE-USERNAME TO AM-OPERATORE
                   CALL 'APPLICA-AMNISTIA' USING AM-RICHIESTA
                   IF AM-MULTE > ZERO
                       DISPLAY ">> AMNISTIA campagna "
                           AM-NUMERO-CAMPAGNA ": condonate " AM-MULTE
                           " multe, " AM-IMPORTO " euro"
                   END-IF
                   EXEC SQL
                       UPDATE Esemplare
                           SET STATO = 'Disponibile',
                               Filiale =
                                   TRIM(BOTH ' ' FROM :FILIALE-BANCO)
                           WHERE Barcode =
                               TRIM(BOTH ' ' FROM :CODICE-LETTO)
                             AND STATO = 'IN PRESTITO'
                   CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
                       AUDIT-PROGRAMMA, AUDIT-OPERAZIONE,
                       AUDIT-CHIAVE
                   EXEC SQL COMMIT END-EXEC
                   MOVE "R" TO GW-TIPO
                   MOVE CODICE-LETTO TO GW-CODICE
                   PERFORM CONTROLLA-RITARDO-RIENTRO
                   PERFORM RIMBORSA-DEPOSITO
                   DISPLAY ">> RESO " CODICE-LETTO " da " USER-INPUT
                   MOVE "S" TO DESTINAZIONE-COPIA
                   MOVE "N" TO COPIA-IN-TRANSITO
                   PERFORM ASSEGNA-PROSSIMO-IN-ATTESA
                   IF DESTINAZIONE-SCAFFALE
                       PERFORM INSTRADA-RESO
                   END-IF
      *    Copia in viaggio: il +1 arriva con TRASFERIMENTO-RICEVI.
                   IF NOT COPIA-IN-TRANSITO-SI
                       MOVE ISBN TO AD-ISBN
                       MOVE +1 TO AD-DELTA
                       CALL 'AGGIORNA-DISPONIBILITA'
                           USING AD-RICHIESTA
                   END-IF
                   EXEC SQL COMMIT END-EXEC
                   PERFORM STAMPA-FOGLIO-SMISTAMENTO
               ELSE
                   DISPLAY ">> Errore nella restituzione: " SQLERRMC
                   ADD 1 TO CONTATORE-SCARTATI
               END-IF
           END-IF.

      *    Copia sulla mensola dei ritiri: per il titolare del
      *    ritiro vale come ritiro (RITIRO-RAPIDO), per gli altri
      *    non esce; la copia promessa a un prelievo non esce per
      *    nessuno.
       CONTROLLA-COPIA-RISERVATA.
           EXEC SQL
               SELECT COUNT(*) INTO :PRELIEVI-APERTI
                   FROM PrelieviAttesa
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND stato = 'DA PRELEVARE'
           END-EXEC.
           IF PRELIEVI-APERTI > 0
               DISPLAY ">> Copia riservata a un lettore in attesa "
                   "(giro prelievi): lasciarla al banco"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RITIRO-USERNAME.
           EXEC SQL
               SELECT Username INTO :RITIRO-USERNAME
                   FROM Ritiri
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND stato = 'IN RITIRO'
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM PRESTITO-RAPIDO
               EXIT PARAGRAPH
           END-IF.
           IF MODO-MASSIVO-SI
               MOVE USERNAME-MASSIVO TO USER-INPUT
           ELSE
               DISPLAY "Username del prestatario: "
               ACCEPT USER-INPUT
           END-IF.
           IF RITIRO-USERNAME = USER-INPUT
               PERFORM RITIRO-RAPIDO
           ELSE
               DISPLAY ">> Copia riservata a un altro lettore "
                   "(mensola ritiri): lasciarla al banco"
               ADD 1 TO CONTATORE-SCARTATI
           END-IF.

      *    Ritiro della copia messa da parte per il lettore, come
      *    RITIRA-PRENOTAZIONE e RITIRO-CHIOSCO di AUTOPRESTITO:
      *    il ritiro era gia' nel massimale.
       RITIRO-RAPIDO.
           IF NOT MODO-MASSIVO-SI
               DISPLAY "Numero tessera presentata (spazio per "
                   "saltare): "
               ACCEPT TESSERA-PRESENTATA
               IF TESSERA-PRESENTATA NOT = SPACES
                   EXEC SQL
                       SELECT COUNT(*) INTO :TESSERE-BLOCCATE
                           FROM TessereStorico
                           WHERE numero_tessera =
                                 TRIM(BOTH ' ' FROM
                                     :TESSERA-PRESENTATA)
                             AND stato = 'BLOCCATA'
                   END-EXEC
                   IF TESSERE-BLOCCATE > 0
                       DISPLAY ">> RIFIUTATO: la tessera "
                           "presentata risulta BLOCCATA per "
                           "smarrimento. Ritirarla e avvisare il "
                           "titolare."
                       ADD 1 TO CONTATORE-SCARTATI
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           MOVE USER-INPUT TO CP-USERNAME.
           CALL 'CONTROLLA-PROVVEDIMENTI' USING CP-RICHIESTA.
           IF CP-ESITO = "S"
               DISPLAY ">> RIFIUTATO: sospensione disciplinare ("
                   CP-MOTIVO(1:50) ")"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASSEGNA-NUMERO-PRESTITO.
           ACCEPT ADESSO-ORA FROM TIME.
           EXEC SQL
               INSERT INTO Prenotazione (codiceISBN, Username,
                   data_prenotazione, barcode, numero_prestito,
                   ora_prenotazione)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       :NUMERO-PRESTITO, :ADESSO-ORA)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY ">> Errore nel ritiro: " SQLERRMC
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Ritiri
                   SET stato = 'RITIRATO'
                   WHERE barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND stato = 'IN RITIRO'
           END-EXEC.
           EXEC SQL
               UPDATE Esemplare SET STATO = 'IN PRESTITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'Disponibile'
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY ">> Errore nel ritiro: la copia non risulta "
                   "Disponibile, verificarla"
               ADD 1 TO CONTATORE-SCARTATI
               EXIT PARAGRAPH
           END-IF.
           MOVE "CIRCOLAZIONE" TO AUDIT-PROGRAMMA.
           MOVE "RITIRO" TO AUDIT-OPERAZIONE.
           MOVE CODICE-LETTO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
           MOVE ISBN TO AD-ISBN.
           MOVE -1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.
           MOVE "T" TO GW-TIPO.
           MOVE ISBN TO GW-CODICE.
           MOVE USER-INPUT TO GW-USERNAME.
           MOVE ZERO TO GW-IMPORTO.
           MOVE SPACES TO GW-DATA-RIF.
           CALL 'GIORNALE-WRITER' USING GW-RICHIESTA.
           ADD 1 TO CONTATORE-PRESTITI.
           DISPLAY ">> RITIRO " NUMERO-PRESTITO " - " CODICE-LETTO
               " a " USER-INPUT.

       PRESTITO-RAPIDO.
           IF MODO-MASSIVO-SI
               MOVE USERNAME-MASSIVO TO USER-INPUT
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(SOGLIA-TESTO) TO SOGLIA-MULTE
           END-IF.
      *    Le multe di un piano di rateizzazione in regola
      *    (PianiRateali ATTIVO) non bloccano il prestito.
           EXEC SQL
               SELECT COALESCE(SUM(importo - importo_pagato), 0)
                   INTO :MULTE-DOVUTE
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND NOT EXISTS (SELECT 1 FROM PianiRateali r
                         WHERE r.numero_piano = Multe.numero_piano
                           AND r.stato = 'ATTIVO')
           END-EXEC.

      *    Stesso controllo tessera di RESERVE-BOOK: scaduta =
           PERFORM ASSEGNA-NUMERO-PRESTITO.

           ACCEPT ADESSO-ORA FROM TIME.
           MOVE TIPO-MATERIALE TO SO-TIPO.
           MOVE RUOLO-UTENTE TO SO-RUOLO.
           MOVE OGGI-DATA TO SO-DATA.
           MOVE ADESSO-ORA TO SO-ORA.
           CALL 'CALCOLA-SCADENZA-ORARIA' USING SO-RICHIESTA.
           EXEC SQL
               INSERT INTO Prenotazione (codiceISBN, Username,
                   data_prenotazione, barcode, numero_prestito,
                   ora_prenotazione, ora_scadenza)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :USER-INPUT),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :CODICE-LETTO),
                       :NUMERO-PRESTITO, :ADESSO-ORA,
                       :SO-ORA-SCADENZA)
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO CONTATORE-PRESTITI
               DISPLAY ">> PRESTITO " NUMERO-PRESTITO " - "
                   CODICE-LETTO " a " USER-INPUT
               IF SO-ORA-SCADENZA > ZERO
                   DISPLAY ">> PRESTITO ORARIO: da rendere oggi "
                       "entro le " SO-ORA-SCADENZA(1:2) ":"
                       SO-ORA-SCADENZA(3:2)
               END-IF
               PERFORM INCASSA-DEPOSITO
           ELSE
               DISPLAY ">> Errore nel prestito: " SQLERRMC

           IF ATTESA-PRESENTI > 0
               EXEC SQL
                   SELECT Username, COALESCE(filiale_ritiro, ' ')
                       INTO :PROSSIMO-USERNAME, :FILIALE-RITIRO
                       FROM Lista-Attesa
                       WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                       ORDER BY posizione
                       FETCH FIRST 1 ROW ONLY
               END-EXEC

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
                               TRIM(BOTH ' ' FROM :CODICE-LETTO),
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
                               TRIM(BOTH ' ' FROM :CODICE-LETTO),
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
                       DISPLAY ">> RISERVATO a " PROSSIMO-USERNAME
                           ": spedire alla Filiale " FILIALE-RITIRO
                   ELSE
                       DISPLAY ">> IN RITIRO per " PROSSIMO-USERNAME
                           " (scadenza " DATA-SCADENZA-RITIRO ")"
                   END-IF
               END-IF
           END-IF.

      *    La copia si trova al banco della sessione (operatore
      *    senza Filiale: la SEDE del titolo).
       DETERMINA-FILIALE-COPIA.
           MOVE FILIALE-BANCO TO FILIALE-COPIA.
           IF FILIALE-COPIA = SPACES
               EXEC SQL
                   SELECT COALESCE(SEDE, ' ') INTO :FILIALE-COPIA
                       FROM Libro
                       WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
               END-EXEC
           END-IF.

      *    Trasferimento automatico verso la Filiale di ritiro (vedi
      *    RETURN-BOOK): la scadenza parte da TRASFERIMENTO-RICEVI.
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
                       TRIM(BOTH ' ' FROM :CODICE-LETTO))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Errore nel trasferimento: " SQLERRMC
           END-IF.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'IN TRANSITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'Disponibile'
           END-EXEC.
           MOVE "S" TO COPIA-IN-TRANSITO.

      *    Banco della sessione: di default la Filiale
      *    dell'operatore.
       LEGGI-FILIALE-BANCO.
           MOVE SPACES TO FILIALE-BANCO.
           EXEC SQL
               SELECT COALESCE(Filiale, ' ') INTO :FILIALE-BANCO
                   FROM Utente
                   WHERE Username =
                         TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
           END-EXEC.
           DISPLAY "Filiale del banco (spazio = " FILIALE-BANCO "): "
           ACCEPT FILIALE-DIGITATA.
           IF FILIALE-DIGITATA NOT = SPACES
               MOVE FILIALE-DIGITATA TO FILIALE-BANCO
           END-IF.

      *    Nessuno in attesa: rientro alla Filiale del titolo con un
      *    trasferimento, oppure di nuovo a scaffale qui.
       INSTRADA-RESO.
           EXEC SQL
               SELECT COALESCE(SEDE, ' ') INTO :FILIALE-CASA
                   FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           IF FILIALE-CASA = SPACES OR FILIALE-BANCO = SPACES
               OR FILIALE-CASA = FILIALE-BANCO
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO DESTINAZIONE-COPIA.
           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode, motivo)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :FILIALE-BANCO),
                       TRIM(BOTH ' ' FROM :FILIALE-CASA),
                       :OGGI-DATA, 'APERTO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       TRIM(BOTH ' ' FROM :CODICE-LETTO), 'RIENTRO')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY ">> Errore nel trasferimento: " SQLERRMC
               MOVE "S" TO DESTINAZIONE-COPIA
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'IN TRANSITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
                     AND STATO = 'Disponibile'
           END-EXEC.
           MOVE "S" TO COPIA-IN-TRANSITO.

      *    Foglio di smistamento da inserire nella copia resa; lo
      *    stesso esito compare sulla riga del banco.
       STAMPA-FOGLIO-SMISTAMENTO.
           MOVE SPACES TO TITOLO-LIBRO.
           MOVE SPACES TO COLLOCAZIONE-COPIA.
           EXEC SQL
               SELECT COALESCE(l.TITOLO, ' '),
                      COALESCE(e.Collocazione, ' ')
                   INTO :TITOLO-LIBRO, :COLLOCAZIONE-COPIA
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.Barcode = TRIM(BOTH ' ' FROM :CODICE-LETTO)
           END-EXEC.

           MOVE SPACES TO SLIP-LINE.
           STRING "------- FOGLIO DI SMISTAMENTO RESO -------"
               DELIMITED BY SIZE INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "ESEMPLARE: " CODICE-LETTO "  ISBN: " ISBN
               DELIMITED BY SIZE INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "TITOLO: " TITOLO-LIBRO DELIMITED BY SIZE
               INTO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "RICEVUTO A: " FILIALE-BANCO "  IL: " OGGI-DATA
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
                   DISPLAY ">> SMISTAMENTO: rientro a " FILIALE-CASA
               WHEN OTHER
                   STRING "DESTINAZIONE: SCAFFALE "
                       COLLOCAZIONE-COPIA
                       DELIMITED BY SIZE INTO SLIP-LINE
           END-EVALUATE.
           WRITE SLIP-LINE.

       CALCOLA-SCADENZA-RITIRO.
           MOVE OGGI-DATA TO DATA-DI-LAVORO.
           PERFORM CONVERTI-GIORNI-ASSOLUTI.
