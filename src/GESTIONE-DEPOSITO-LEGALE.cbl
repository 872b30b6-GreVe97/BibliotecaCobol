       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-DEPOSITO-LEGALE.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 CODICE-EDITRICE   PIC 9(6).
           01 NOME-EDITRICE     PIC X(50).
           01 CONTATTO-EDITORE  PIC X(100).
           01 CONTA-EDITRICE    PIC 9(5).
           01 CONTA-OBBLIGATO   PIC 9(5).
           01 STATO-EDITORE     PIC X(1).

           01 NUMERO-DEPOSITO   PIC 9(6).
           01 MAX-DEPOSITO      PIC 9(6).
           01 TITOLO-DEPOSITO   PIC X(100).
           01 CODICE-DEPOSITO   PIC X(13).
           01 DATA-PUBBLICAZIONE PIC 9(8).
           01 COPIE-DOVUTE      PIC 9(2).
           01 COPIE-RICEVUTE    PIC 9(2).
           01 STATO-DEPOSITO    PIC X(12).
           01 RISPOSTA          PIC X(1).

           01 BARCODE           PIC X(20).
           01 COLLOCAZIONE      PIC X(30).
           01 CONTA-ISBN        PIC 9(5).
           01 CONTA-BARCODE     PIC 9(5).
           01 PROVENIENZA       PIC X(30).
           01 ACCESSIONE-FATTA  PIC X(1).
             88 ACCESSIONE-FATTA-SI VALUE "S".

           01 EDITORE-REC.
               03 ED-CODICE     PIC 9(6).
               03 ED-NOME       PIC X(50).
               03 ED-CONTATTO   PIC X(100).
               03 ED-ATTIVO     PIC X(1).
               03 ED-ATTESI     PIC 9(5).

           01 DEPOSITO-REC.
               03 DL-NUMERO     PIC 9(6).
               03 DL-TITOLO     PIC X(100).
               03 DL-CODICE     PIC X(13).
               03 DL-PUBBLICATO PIC 9(8).
               03 DL-STATO      PIC X(12).
               03 DL-SOLLECITI  PIC 9(2).
               03 DL-REGIONALE  PIC X(12).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Numero d'ingresso del registro cronologico
      *    (RegistroIngresso, via ASSEGNA-INGRESSO).
           01 AI-RICHIESTA.
               03 AI-BARCODE        PIC X(20).
               03 AI-PROVENIENZA    PIC X(30).
               03 AI-ANNO           PIC 9(4).
               03 AI-PROGRESSIVO    PIC 9(6).

      *    Contatore mantenuto di disponibilita' (DisponibilitaLibro,
      *    via AGGIORNA-DISPONIBILITA), come in GESTIONE-DONAZIONI.
           01 AD-RICHIESTA.
               03 AD-ISBN           PIC X(50).
               03 AD-DELTA          PIC S9(3).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Deposito legale: la biblioteca e' istituto depositario
      *    per il territorio e riceve le copie d'obbligo degli
      *    editori locali, una da tenere e una da girare alla
      *    biblioteca depositaria regionale. DepositoEditori e' il
      *    registro degli editori obbligati (legati a CasaEditrice),
      *    DepositoPubblicazioni quello delle pubblicazioni attese.
      *    La copia ricevuta entra a scaffale per la via Esemplare
      *    con provenienza DEPOSITO LEGALE n e numero d'ingresso
      *    (ASSEGNA-INGRESSO); la copia regionale resta DA INVIARE
      *    fino al ritorno annuale RITORNO-DEPOSITO-LEGALE. I
      *    solleciti agli editori in ritardo sono del batch
      *    SOLLECITI-DEPOSITO-LEGALE.
       GESTIONE-DEPOSITO-LEGALE-PARA.
           DISPLAY "------- SONO GESTIONE-DEPOSITO-LEGALE!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Deposito legale -----"
               DISPLAY "1. Elenco editori obbligati"
               DISPLAY "2. Iscrivi o sospendi un editore obbligato"
               DISPLAY "3. Registra una pubblicazione attesa"
               DISPLAY "4. Elenco pubblicazioni di un editore"
               DISPLAY "5. Ricevi una pubblicazione in deposito"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-EDITORI
                   WHEN 2 PERFORM ISCRIVI-EDITORE
                   WHEN 3 PERFORM NUOVA-PUBBLICAZIONE
                   WHEN 4 PERFORM ELENCA-PUBBLICAZIONI
                   WHEN 5 PERFORM RICEVI-DEPOSITO
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       ELENCA-EDITORI.
           EXEC SQL
               DECLARE C-EDITORI CURSOR FOR
                   SELECT d.codice_editrice, c.NOME,
                          COALESCE(d.contatto, ' '), d.attivo,
                          (SELECT COUNT(*)
                               FROM DepositoPubblicazioni p
                               WHERE p.codice_editrice =
                                     d.codice_editrice
                                 AND p.stato = 'ATTESO')
                       FROM DepositoEditori d
                       JOIN CasaEditrice c
                         ON c.Codice = d.codice_editrice
                       ORDER BY c.NOME
           END-EXEC.
           EXEC SQL OPEN C-EDITORI END-EXEC.
           EXEC SQL
               FETCH C-EDITORI INTO :ED-CODICE, :ED-NOME,
                   :ED-CONTATTO, :ED-ATTIVO, :ED-ATTESI
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessun editore iscritto al deposito legale."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY ED-CODICE " " ED-NOME(1:40) " attivo "
                   ED-ATTIVO " - attese " ED-ATTESI
               DISPLAY "       " ED-CONTATTO(1:70)
               EXEC SQL
                   FETCH C-EDITORI INTO :ED-CODICE, :ED-NOME,
                       :ED-CONTATTO, :ED-ATTIVO, :ED-ATTESI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-EDITORI END-EXEC.

      *    L'editore deve gia' esistere in CasaEditrice (INSERT-
      *    PUBLISHER): qui si aggiunge solo l'obbligo di deposito,
      *    con il recapito a cui spedire i solleciti. Un editore non
      *    piu' obbligato si sospende (attivo N) e non si cancella,
      *    perche' i suoi depositi passati restano a registro.
       ISCRIVI-EDITORE.
           DISPLAY "Codice della casa editrice: "
           ACCEPT CODICE-EDITRICE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-EDITRICE FROM CasaEditrice
                   WHERE Codice = :CODICE-EDITRICE
           END-EXEC.
           IF CONTA-EDITRICE = 0
               DISPLAY "Casa editrice inesistente: inserirla prima."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT NOME INTO :NOME-EDITRICE FROM CasaEditrice
                   WHERE Codice = :CODICE-EDITRICE
           END-EXEC.
           DISPLAY "Editore: " NOME-EDITRICE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-OBBLIGATO
                   FROM DepositoEditori
                   WHERE codice_editrice = :CODICE-EDITRICE
           END-EXEC.
           DISPLAY "Recapito per i solleciti (indirizzo o e-mail): "
           ACCEPT CONTATTO-EDITORE.
           DISPLAY "Obbligato al deposito? (S = attivo, N = sospeso): "
           ACCEPT STATO-EDITORE.
           MOVE FUNCTION UPPER-CASE(STATO-EDITORE) TO STATO-EDITORE.
           IF STATO-EDITORE NOT = "N"
               MOVE "S" TO STATO-EDITORE
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF CONTA-OBBLIGATO = 0
               EXEC SQL
                   INSERT INTO DepositoEditori (codice_editrice,
                       contatto, attivo, data_iscrizione, operatore)
                   VALUES (:CODICE-EDITRICE,
                           TRIM(BOTH ' ' FROM :CONTATTO-EDITORE),
                           :STATO-EDITORE, :OGGI-DATA,
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME))
               END-EXEC
               MOVE "ISCRIVI EDITORE" TO AUDIT-OPERAZIONE
           ELSE
               EXEC SQL
                   UPDATE DepositoEditori
                       SET contatto =
                           TRIM(BOTH ' ' FROM :CONTATTO-EDITORE),
                           attivo = :STATO-EDITORE,
                           operatore =
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
                       WHERE codice_editrice = :CODICE-EDITRICE
               END-EXEC
               MOVE "AGGIORNA EDITORE" TO AUDIT-OPERAZIONE
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE sul registro editori: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE CODICE-EDITRICE TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Registro editori aggiornato.".

      *    La pubblicazione attesa si registra all'annuncio o al
      *    catalogo dell'editore: dalla data di pubblicazione
      *    decorre il termine di DEPOSITO-LEGALE-GIORNI oltre il
      *    quale parte il sollecito. Codice: l'ISBN o, per cio' che
      *    non ne ha, il numero di controllo interno assegnato alla
      *    catalogazione.
       NUOVA-PUBBLICAZIONE.
           DISPLAY "Codice della casa editrice: "
           ACCEPT CODICE-EDITRICE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-OBBLIGATO
                   FROM DepositoEditori
                   WHERE codice_editrice = :CODICE-EDITRICE
                     AND attivo = 'S'
           END-EXEC.
           IF CONTA-OBBLIGATO = 0
               DISPLAY "Editore non iscritto o sospeso dal deposito "
                   "legale."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titolo della pubblicazione: "
           ACCEPT TITOLO-DEPOSITO.
           DISPLAY "ISBN (spazio se assente): "
           ACCEPT CODICE-DEPOSITO.
           DISPLAY "Data di pubblicazione (AAAAMMGG): "
           ACCEPT DATA-PUBBLICAZIONE.
           DISPLAY "Copie dovute (vuoto = 2): "
           ACCEPT COPIE-DOVUTE.
           IF COPIE-DOVUTE = ZERO
               MOVE 2 TO COPIE-DOVUTE
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_deposito), 0)
                   INTO :MAX-DEPOSITO
                   FROM DepositoPubblicazioni
           END-EXEC.
           COMPUTE NUMERO-DEPOSITO = MAX-DEPOSITO + 1.
           EXEC SQL
               INSERT INTO DepositoPubblicazioni (numero_deposito,
                   codice_editrice, titolo, ISBN, data_pubblicazione,
                   copie_dovute, copie_ricevute, stato,
                   copia_regionale, solleciti, data_ultimo_sollecito)
               VALUES (:NUMERO-DEPOSITO, :CODICE-EDITRICE,
                       TRIM(BOTH ' ' FROM :TITOLO-DEPOSITO),
                       TRIM(BOTH ' ' FROM :CODICE-DEPOSITO),
                       :DATA-PUBBLICAZIONE, :COPIE-DOVUTE, 0,
                       'ATTESO', 'NON DOVUTA', 0, 0)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "ATTESA DEPOSITO" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-DEPOSITO TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Pubblicazione attesa registrata con numero "
               NUMERO-DEPOSITO ".".

       ELENCA-PUBBLICAZIONI.
           DISPLAY "Codice della casa editrice: "
           ACCEPT CODICE-EDITRICE.
           EXEC SQL
               DECLARE C-PUBBLICAZIONI CURSOR FOR
                   SELECT numero_deposito, titolo,
                          COALESCE(ISBN, ' '), data_pubblicazione,
                          stato, solleciti, copia_regionale
                       FROM DepositoPubblicazioni
                       WHERE codice_editrice = :CODICE-EDITRICE
                       ORDER BY data_pubblicazione DESC,
                                numero_deposito
           END-EXEC.
           EXEC SQL OPEN C-PUBBLICAZIONI END-EXEC.
           EXEC SQL
               FETCH C-PUBBLICAZIONI INTO :DL-NUMERO, :DL-TITOLO,
                   :DL-CODICE, :DL-PUBBLICATO, :DL-STATO,
                   :DL-SOLLECITI, :DL-REGIONALE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY "Nessuna pubblicazione a registro."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY DL-NUMERO " " DL-TITOLO(1:40) " " DL-CODICE
                   " del " DL-PUBBLICATO
               DISPLAY "       " DL-STATO " solleciti " DL-SOLLECITI
                   " - copia regionale " DL-REGIONALE
               EXEC SQL
                   FETCH C-PUBBLICAZIONI INTO :DL-NUMERO,
                       :DL-TITOLO, :DL-CODICE, :DL-PUBBLICATO,
                       :DL-STATO, :DL-SOLLECITI, :DL-REGIONALE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-PUBBLICAZIONI END-EXEC.

      *    Ricevimento: la prima copia entra a scaffale come in
      *    GESTIONE-DONAZIONI (il titolo deve gia' essere a
      *    catalogo), la seconda diventa la copia per la
      *    depositaria regionale. Con una sola copia su due dovute
      *    la pubblicazione resta ATTESA e i solleciti continuano
      *    per la copia mancante.
       RICEVI-DEPOSITO.
           DISPLAY "Numero di deposito: "
           ACCEPT NUMERO-DEPOSITO.
           EXEC SQL
               SELECT titolo, COALESCE(ISBN, ' '), copie_dovute,
                      copie_ricevute, stato
                   INTO :TITOLO-DEPOSITO, :CODICE-DEPOSITO,
                        :COPIE-DOVUTE, :COPIE-RICEVUTE,
                        :STATO-DEPOSITO
                   FROM DepositoPubblicazioni
                   WHERE numero_deposito = :NUMERO-DEPOSITO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Deposito non trovato."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-DEPOSITO NOT = "ATTESO"
               DISPLAY "Deposito gia' ricevuto per intero."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pubblicazione: " TITOLO-DEPOSITO(1:60).
           DISPLAY "Copie dovute " COPIE-DOVUTE " - gia' ricevute "
               COPIE-RICEVUTE.
           IF CODICE-DEPOSITO = SPACES
               DISPLAY "ISBN o numero di controllo interno del "
                   "titolo catalogato: "
               ACCEPT CODICE-DEPOSITO
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISBN FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :CODICE-DEPOSITO)
           END-EXEC.
           IF CONTA-ISBN = 0
               DISPLAY "Titolo non a catalogo: inserirlo prima con "
                   "INSERT-BOOK. Deposito lasciato in attesa."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           IF COPIE-RICEVUTE = ZERO
               PERFORM ACCESSIONA-COPIA
               IF NOT ACCESSIONE-FATTA-SI
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COPIE-RICEVUTE
               IF COPIE-RICEVUTE < COPIE-DOVUTE
                   DISPLAY "E' arrivata anche la copia per la "
                       "depositaria regionale? (S/N): "
                   ACCEPT RISPOSTA
                   IF RISPOSTA = "S" OR RISPOSTA = "s"
                       ADD 1 TO COPIE-RICEVUTE
                   END-IF
               END-IF
           ELSE
               DISPLAY "Ricevuta la copia per la depositaria "
                   "regionale? (S/N): "
               ACCEPT RISPOSTA
               IF RISPOSTA NOT = "S" AND RISPOSTA NOT = "s"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COPIE-RICEVUTE
           END-IF.

           IF COPIE-RICEVUTE NOT < COPIE-DOVUTE
               MOVE "RICEVUTO" TO STATO-DEPOSITO
           END-IF.
           EXEC SQL
               UPDATE DepositoPubblicazioni
                   SET copie_ricevute = :COPIE-RICEVUTE,
                       stato = :STATO-DEPOSITO,
                       ISBN = TRIM(BOTH ' ' FROM :CODICE-DEPOSITO),
                       data_ricezione = :OGGI-DATA,
                       copia_regionale =
                           CASE WHEN :COPIE-RICEVUTE > 1
                                THEN 'DA INVIARE'
                                ELSE copia_regionale END
                   WHERE numero_deposito = :NUMERO-DEPOSITO
           END-EXEC.
           MOVE "RICEVI DEPOSITO" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-DEPOSITO TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Deposito " NUMERO-DEPOSITO ": " STATO-DEPOSITO
               " (copie ricevute " COPIE-RICEVUTE ").".

       ACCESSIONA-COPIA.
           MOVE "N" TO ACCESSIONE-FATTA.
           DISPLAY "Barcode di inventario: "
           ACCEPT BARCODE.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-BARCODE FROM Esemplare
                   WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE)
           END-EXEC.
           IF CONTA-BARCODE > 0
               DISPLAY "Barcode gia' assegnato: ricevimento annullato."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Collocazione a scaffale: "
           ACCEPT COLLOCAZIONE.
           MOVE SPACES TO PROVENIENZA.
           STRING "DEPOSITO LEGALE " NUMERO-DEPOSITO
               DELIMITED BY SIZE INTO PROVENIENZA.
           EXEC SQL
               INSERT INTO Esemplare (Barcode, codiceISBN, STATO,
                   Collocazione, Provenienza, DataAccessione)
               VALUES (TRIM(BOTH ' ' FROM :BARCODE),
                       TRIM(BOTH ' ' FROM :CODICE-DEPOSITO),
                       'Disponibile',
                       TRIM(BOTH ' ' FROM :COLLOCAZIONE),
                       TRIM(BOTH ' ' FROM :PROVENIENZA),
                       :OGGI-DATA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE Libro SET NumeroCopie = NumeroCopie + 1
                   WHERE ISBN = TRIM(BOTH ' ' FROM :CODICE-DEPOSITO)
           END-EXEC.
           MOVE CODICE-DEPOSITO TO AD-ISBN.
           MOVE +1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.
           EXEC SQL
               INSERT INTO CodaEtichette (barcode,
                   data_accodamento, stato)
               VALUES (TRIM(BOTH ' ' FROM :BARCODE),
                       :OGGI-DATA, 'IN CODA')
           END-EXEC.
           EXEC SQL
               UPDATE DepositoPubblicazioni
                   SET barcode = TRIM(BOTH ' ' FROM :BARCODE)
                   WHERE numero_deposito = :NUMERO-DEPOSITO
           END-EXEC.
           MOVE BARCODE TO AI-BARCODE.
           MOVE PROVENIENZA TO AI-PROVENIENZA.
           CALL 'ASSEGNA-INGRESSO' USING AI-RICHIESTA.
           DISPLAY "Esemplare registrato con provenienza "
               PROVENIENZA " - ingresso " AI-ANNO "/"
               AI-PROGRESSIVO ".".
           MOVE "S" TO ACCESSIONE-FATTA.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-DEPOSITO-LEGALE" TO AUDIT-PROGRAMMA.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
