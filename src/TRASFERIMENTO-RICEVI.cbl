
       WORKING-STORAGE SECTION.
           01 ISBN              PIC X(50).
           01 BARCODE-RICEVUTO  PIC X(20).
           01 SEDE-ORIGINE      PIC X(30).
           01 SEDE-DESTINAZIONE PIC X(30).
           01 OGGI-DATA         PIC 9(8).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Ritiro in attesa dell'arrivo della copia (IN TRANSITO,
      *    aperto da RETURN-BOOK o CIRCOLAZIONE): la scadenza del
      *    ritiro parte dalla ricezione alla Filiale di ritiro.
           01 RITIRO-USERNAME       PIC X(50).
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

      *    Una copia IN TRANSITO non e' contata tra le disponibili:
      *    torna nel conteggio quando arriva.
           01 STATO-COPIA           PIC X(20).
           01 AD-RICHIESTA.
               03 AD-ISBN           PIC X(50).
               03 AD-DELTA          PIC S9(3).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Ricezione alla filiale di arrivo: chiude il trasferimento
      *    aperto da TRASFERIMENTO-INVIA, aggiorna la SEDE del libro
      *    e lo rimette Disponibile.
      *    I trasferimenti di una singola copia (con barcode) si
      *    chiudono leggendo il barcode: la copia prende la Filiale
      *    di arrivo senza spostare la SEDE del titolo.
       TRASFERIMENTO-RICEVI-PARA.
           DISPLAY "------- SONO TRASFERIMENTO-RICEVI!".
           DISPLAY "Barcode della copia ricevuta (spazio per "
               "cercare per ISBN): "
           ACCEPT BARCODE-RICEVUTO.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF BARCODE-RICEVUTO NOT = SPACES
               PERFORM RICEVI-COPIA
               EXIT PROGRAM
           END-IF.

           DISPLAY "Inserisci il codice ISBN del libro ricevuto: "
           ACCEPT ISBN.

                   FROM Trasferimenti
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato = 'APERTO'
                     AND barcode IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               UPDATE Libro
                   SET SEDE = TRIM(BOTH ' ' FROM :SEDE-DESTINAZIONE),
                       data_ricezione = :OGGI-DATA
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato = 'APERTO'
                     AND barcode IS NULL
           END-EXEC.

           IF SQLCODE = 0
               PERFORM AVVIA-RITIRO-TITOLO
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Trasferimento chiuso: il libro e' ora nella "

           EXIT PROGRAM.

       RICEVI-COPIA.
           EXEC SQL
               SELECT codiceISBN, sede_origine, sede_destinazione
                   INTO :ISBN, :SEDE-ORIGINE, :SEDE-DESTINAZIONE
                   FROM Trasferimenti
                   WHERE barcode =
                         TRIM(BOTH ' ' FROM :BARCODE-RICEVUTO)
                     AND stato = 'APERTO'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Nessun trasferimento aperto per questa copia."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO STATO-COPIA.
           EXEC SQL
               SELECT STATO INTO :STATO-COPIA
                   FROM Esemplare
                   WHERE Barcode =
                         TRIM(BOTH ' ' FROM :BARCODE-RICEVUTO)
           END-EXEC.

           EXEC SQL
               UPDATE Esemplare
                   SET Filiale = TRIM(BOTH ' ' FROM :SEDE-DESTINAZIONE),
                       STATO = CASE WHEN STATO = 'IN TRANSITO'
                                    THEN 'Disponibile'
                                    ELSE STATO END
                   WHERE Barcode =
                         TRIM(BOTH ' ' FROM :BARCODE-RICEVUTO)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nell'aggiornamento dell'esemplare: "
                   SQLERRMC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE Trasferimenti
                   SET stato = 'RICEVUTO',
                       data_ricezione = :OGGI-DATA
                   WHERE barcode =
                         TRIM(BOTH ' ' FROM :BARCODE-RICEVUTO)
                     AND stato = 'APERTO'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella chiusura del trasferimento: "
                   SQLERRMC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RITIRO-USERNAME.
           EXEC SQL
               SELECT Username INTO :RITIRO-USERNAME
                   FROM Ritiri
                   WHERE barcode =
                         TRIM(BOTH ' ' FROM :BARCODE-RICEVUTO)
                     AND stato = 'IN TRANSITO'
           END-EXEC.
           IF RITIRO-USERNAME NOT = SPACES
               PERFORM CALCOLA-SCADENZA-RITIRO
               EXEC SQL
                   UPDATE Ritiri
                       SET stato = 'IN RITIRO',
                           data_assegnazione = :OGGI-DATA,
                           data_scadenza = :DATA-SCADENZA-RITIRO
                       WHERE barcode =
                             TRIM(BOTH ' ' FROM :BARCODE-RICEVUTO)
                         AND stato = 'IN TRANSITO'
               END-EXEC
           END-IF.

           IF STATO-COPIA = "IN TRANSITO"
               MOVE ISBN TO AD-ISBN
               MOVE +1 TO AD-DELTA
               CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA
           END-IF.

           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Trasferimento chiuso: la copia e' ora nella "
               "Filiale " SEDE-DESTINAZIONE ".".
           PERFORM MOSTRA-RITIRO.

      *    Trasferimento di titolo senza barcode (prestiti storici):
      *    il primo ritiro in viaggio verso questa Filiale parte ora.
       AVVIA-RITIRO-TITOLO.
           MOVE SPACES TO RITIRO-USERNAME.
           EXEC SQL
               SELECT Username INTO :RITIRO-USERNAME
                   FROM Ritiri
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                     AND stato = 'IN TRANSITO'
                     AND barcode IS NULL
                     AND filiale_ritiro =
                         TRIM(BOTH ' ' FROM :SEDE-DESTINAZIONE)
                   ORDER BY data_assegnazione
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF RITIRO-USERNAME NOT = SPACES
               PERFORM CALCOLA-SCADENZA-RITIRO
               EXEC SQL
                   UPDATE Ritiri
                       SET stato = 'IN RITIRO',
                           data_assegnazione = :OGGI-DATA,
                           data_scadenza = :DATA-SCADENZA-RITIRO
                       WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                         AND Username =
                             TRIM(BOTH ' ' FROM :RITIRO-USERNAME)
                         AND stato = 'IN TRANSITO'
                         AND barcode IS NULL
               END-EXEC
               PERFORM MOSTRA-RITIRO
           END-IF.

       MOSTRA-RITIRO.
           IF RITIRO-USERNAME NOT = SPACES
               DISPLAY "Copia riservata: va sulla mensola dei ritiri "
                   "per " RITIRO-USERNAME
               DISPLAY "Scadenza del ritiro: " DATA-SCADENZA-RITIRO "."
           END-IF.

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
      * Convenzione commerciale a 360 giorni/anno: sufficiente per
      * confrontare due date tra loro senza un calendario completo.
           MOVE DATA-DI-LAVORO(1:4) TO DATA-DI-LAVORO-ANNO.
           MOVE DATA-DI-LAVORO(5:2) TO DATA-DI-LAVORO-MESE.
           MOVE DATA-DI-LAVORO(7:2) TO DATA-DI-LAVORO-GIORNO.
           COMPUTE GIORNI-ASSOLUTI =
               (DATA-DI-LAVORO-ANNO * 360) +
               (DATA-DI-LAVORO-MESE * 30) +
               DATA-DI-LAVORO-GIORNO.

       REGISTRA-AUDIT.
           MOVE "TRASFERIMENTO-RICEVI" TO AUDIT-PROGRAMMA.
           MOVE "UPDATE" TO AUDIT-OPERAZIONE.
