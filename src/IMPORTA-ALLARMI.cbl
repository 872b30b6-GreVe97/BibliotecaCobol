       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-ALLARMI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLARMI-INPUT ASSIGN TO ALLVARCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLARMI-STATUS.
           SELECT REPORT-OUTPUT ASSIGN TO ALLVERIF
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Registro dei varchi antitaccheggio: una riga per allarme,
      *    con data, ora, Filiale, varco e tag RFID che ha suonato.
       FD  ALLARMI-INPUT.
       01  ALLARME-RECORD.
           03 AL-DATA         PIC 9(8).
           03 AL-ORA          PIC 9(6).
           03 AL-FILIALE      PIC X(30).
           03 AL-VARCO        PIC X(10).
           03 AL-TAG          PIC X(32).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 ALLARMI-STATUS    PIC X(2).
           01 FINE-FILE         PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".
           01 OGGI-DATA         PIC 9(8).

           01 BARCODE           PIC X(20).
           01 ISBN              PIC X(50).
           01 STATO-ESEMPLARE   PIC X(12).
           01 TITOLO-LIBRO      PIC X(100).
           01 COLLOCAZIONE      PIC X(30).
           01 GIA-IMPORTATI     PIC 9(5).
           01 PRESTITI-APERTI   PIC 9(5).
           01 PEZZI-KIT-APERTI  PIC 9(5).

      *    Esito dell'abbinamento: la copia era in prestito (al
      *    banco non si e' disattivato il tag), disponibile
      *    (probabile furto), gia' dichiarata persa, in un altro
      *    stato, oppure il tag non e' di nessun esemplare.
           01 ESITO-ALLARME     PIC X(12).
           01 STATO-VERIFICA    PIC X(15).

           01 CONTATORE-LETTI       PIC 9(7) VALUE ZERO.
           01 CONTATORE-DOPPI       PIC 9(7) VALUE ZERO.
           01 CONTATORE-PRESTITO    PIC 9(7) VALUE ZERO.
           01 CONTATORE-DISPONIBILE PIC 9(7) VALUE ZERO.
           01 CONTATORE-PERSO       PIC 9(7) VALUE ZERO.
           01 CONTATORE-ALTRO       PIC 9(7) VALUE ZERO.
           01 CONTATORE-SCONOSCIUTO PIC 9(7) VALUE ZERO.
           01 CONTATORE-VERIFICHE   PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Import giornaliero degli allarmi dei varchi RFID: ogni
      *    allarme si abbina all'esemplare dal tag (TagRFID) e allo
      *    stato della copia al momento dell'allarme, e si registra
      *    in AllarmiVarco. Le copie che suonano senza essere in
      *    prestito vanno verificate a scaffale: escono nell'elenco
      *    ALLVERIF e restano DA VERIFICARE finche' l'esito non si
      *    registra in GESTIONE-ESEMPLARI. Un allarme gia'
      *    importato (stesso tag, varco, data e ora) si salta, cosi'
      *    il rilancio sullo stesso file non raddoppia nulla.
       IMPORTA-ALLARMI-PARA.
           DISPLAY "------- SONO IMPORTA-ALLARMI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           OPEN INPUT ALLARMI-INPUT.
           IF ALLARMI-STATUS NOT = "00"
               DISPLAY "Nessun registro dei varchi da elaborare "
                   "(stato " ALLARMI-STATUS ")."
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COPIE DA VERIFICARE A SCAFFALE DOPO UN ALLARME "
               "AI VARCHI - IMPORT DEL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILIALE         DATA     ORA    ESITO        "
               "BARCODE              COLLOCAZIONE         TITOLO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LEGGI-ALLARME.
           PERFORM UNTIL FINE-FILE-SI
               ADD 1 TO CONTATORE-LETTI
               PERFORM ABBINA-ALLARME
               PERFORM LEGGI-ALLARME
           END-PERFORM.

           CLOSE ALLARMI-INPUT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Allarmi letti: " CONTATORE-LETTI
               " gia' importati: " CONTATORE-DOPPI
               " da verificare: " CONTATORE-VERIFICHE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "In prestito: " CONTATORE-PRESTITO
               " disponibili: " CONTATORE-DISPONIBILE
               " persi: " CONTATORE-PERSO
               " altri stati: " CONTATORE-ALTRO
               " tag sconosciuti: " CONTATORE-SCONOSCIUTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "IMPORTA-ALLARMI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-VERIFICHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.ALLVERIF.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Allarmi letti: " CONTATORE-LETTI.
           DISPLAY "Allarmi gia' importati: " CONTATORE-DOPPI.
           DISPLAY "Copie in prestito: " CONTATORE-PRESTITO.
           DISPLAY "Copie disponibili: " CONTATORE-DISPONIBILE.
           DISPLAY "Copie gia' perse: " CONTATORE-PERSO.
           DISPLAY "Copie in altri stati: " CONTATORE-ALTRO.
           DISPLAY "Tag sconosciuti: " CONTATORE-SCONOSCIUTO.
           DISPLAY "Verifiche a scaffale: " CONTATORE-VERIFICHE.

           EXIT PROGRAM.

       LEGGI-ALLARME.
           READ ALLARMI-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

       ABBINA-ALLARME.
           EXEC SQL
               SELECT COUNT(*) INTO :GIA-IMPORTATI
                   FROM AllarmiVarco
                   WHERE tag_rfid = TRIM(BOTH ' ' FROM :AL-TAG)
                     AND varco = TRIM(BOTH ' ' FROM :AL-VARCO)
                     AND data_allarme = :AL-DATA
                     AND ora_allarme = :AL-ORA
           END-EXEC.
           IF GIA-IMPORTATI > 0
               ADD 1 TO CONTATORE-DOPPI
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO BARCODE.
           MOVE SPACES TO ISBN.
           MOVE SPACES TO TITOLO-LIBRO.
           MOVE SPACES TO COLLOCAZIONE.
           MOVE SPACES TO STATO-ESEMPLARE.
           MOVE SPACES TO STATO-VERIFICA.
           EXEC SQL
               SELECT e.Barcode, e.codiceISBN, e.STATO,
                      COALESCE(e.Collocazione, ' '),
                      COALESCE(l.TITOLO, ' ')
                   INTO :BARCODE, :ISBN, :STATO-ESEMPLARE,
                        :COLLOCAZIONE, :TITOLO-LIBRO
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.TagRFID = TRIM(BOTH ' ' FROM :AL-TAG)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "SCONOSCIUTO" TO ESITO-ALLARME
               ADD 1 TO CONTATORE-SCONOSCIUTO
               PERFORM REGISTRA-ALLARME
               EXIT PARAGRAPH
           END-IF.

           PERFORM CLASSIFICA-ALLARME.
           IF ESITO-ALLARME NOT = "PRESTITO"
               MOVE "DA VERIFICARE" TO STATO-VERIFICA
           END-IF.
           PERFORM REGISTRA-ALLARME.
           IF STATO-VERIFICA NOT = SPACES AND SQLCODE = 0
               ADD 1 TO CONTATORE-VERIFICHE
               MOVE SPACES TO REPORT-LINE
               STRING AL-FILIALE(1:15) " " AL-DATA " "
                   AL-ORA(1:2) ":" AL-ORA(3:2) "  " ESITO-ALLARME
                   " " BARCODE " " COLLOCAZIONE(1:20) " "
                   TITOLO-LIBRO(1:35)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Stato della copia all'ora dell'allarme: in prestito se
      *    un prestito aperto con il suo barcode era gia' iniziato
      *    (o la copia e' fuori dentro un kit); altrimenti conta lo
      *    stato dell'esemplare.
       CLASSIFICA-ALLARME.
           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-APERTI
                   FROM Prenotazione
                   WHERE barcode = TRIM(BOTH ' ' FROM :BARCODE)
                     AND (CAST(SUBSTRING(data_prenotazione
                                  FROM 1 FOR 8) AS INTEGER)
                              < :AL-DATA
                          OR (CAST(SUBSTRING(data_prenotazione
                                  FROM 1 FOR 8) AS INTEGER)
                                  = :AL-DATA
                              AND COALESCE(ora_prenotazione, 0)
                                  <= :AL-ORA))
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :PEZZI-KIT-APERTI
                   FROM KitEsemplari k
                   JOIN Kit j ON k.numero_kit = j.numero_kit
                   WHERE k.barcode = TRIM(BOTH ' ' FROM :BARCODE)
                     AND COALESCE(k.rientrato, 'N') = 'N'
                     AND j.stato = 'IN PRESTITO'
           END-EXEC.
           EVALUATE TRUE
               WHEN PRESTITI-APERTI > 0 OR PEZZI-KIT-APERTI > 0
                   MOVE "PRESTITO" TO ESITO-ALLARME
                   ADD 1 TO CONTATORE-PRESTITO
               WHEN STATO-ESEMPLARE = "Disponibile"
                   MOVE "DISPONIBILE" TO ESITO-ALLARME
                   ADD 1 TO CONTATORE-DISPONIBILE
               WHEN STATO-ESEMPLARE = "Perso"
                   MOVE "PERSO" TO ESITO-ALLARME
                   ADD 1 TO CONTATORE-PERSO
               WHEN OTHER
                   MOVE "ALTRO" TO ESITO-ALLARME
                   ADD 1 TO CONTATORE-ALTRO
           END-EVALUATE.

       REGISTRA-ALLARME.
           EXEC SQL
               INSERT INTO AllarmiVarco (tag_rfid, data_allarme,
                   ora_allarme, filiale, varco, barcode, codiceISBN,
                   stato_esemplare, esito, stato_verifica,
                   data_import)
               VALUES (TRIM(BOTH ' ' FROM :AL-TAG), :AL-DATA,
                       :AL-ORA, TRIM(BOTH ' ' FROM :AL-FILIALE),
                       TRIM(BOTH ' ' FROM :AL-VARCO),
                       NULLIF(TRIM(BOTH ' ' FROM :BARCODE), ''),
                       NULLIF(TRIM(BOTH ' ' FROM :ISBN), ''),
                       NULLIF(TRIM(BOTH ' ' FROM :STATO-ESEMPLARE),
                              ''),
                       TRIM(BOTH ' ' FROM :ESITO-ALLARME),
                       NULLIF(TRIM(BOTH ' ' FROM :STATO-VERIFICA),
                              ''),
                       :OGGI-DATA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore sull'allarme " AL-TAG ": " SQLERRMC
           END-IF.
