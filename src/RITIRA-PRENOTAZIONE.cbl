           01 NUMERO-PRESTITO    PIC 9(9).
           01 MAX-PRESTITO-ATTIVO PIC 9(9).
           01 MAX-PRESTITO-STORICO PIC 9(9).
      *    Copia fisica messa da parte dal giro prelievi
      *    (PRELIEVO-ATTESA); spazi se il ritiro non ha barcode.
           01 RITIRO-BARCODE     PIC X(20).

      *    Contatore mantenuto di disponibilita' (DisponibilitaLibro,
      *    via AGGIORNA-DISPONIBILITA): -1 al prestito, +1 al rientro.
               ACCEPT OGGI-DATA FROM DATE YYYYMMDD
               PERFORM ASSEGNA-NUMERO-PRESTITO

               MOVE SPACES TO RITIRO-BARCODE
               EXEC SQL
                   SELECT COALESCE(barcode, ' ')
                       INTO :RITIRO-BARCODE
                       FROM Ritiri
                       WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
                         AND Username = TRIM(BOTH ' ' FROM :USER-INPUT)
                         AND stato = 'IN RITIRO'
                       FETCH FIRST 1 ROW ONLY
               END-EXEC

               ACCEPT ADESSO-ORA FROM TIME
               EXEC SQL
                   INSERT INTO Prenotazione (codiceISBN, Username,
                       data_prenotazione, barcode, numero_prestito,
                       ora_prenotazione)
                   VALUES (TRIM(BOTH ' ' FROM :ISBN),
                           TRIM(BOTH ' ' FROM :USER-INPUT),
                           :OGGI-DATA,
                           NULLIF(TRIM(BOTH ' ' FROM :RITIRO-BARCODE),
                                  ''),
                           :NUMERO-PRESTITO, :ADESSO-ORA)
               END-EXEC

               IF SQLCODE = 0
                                   TRIM(BOTH ' ' FROM :USER-INPUT) AND
                                 stato = 'IN RITIRO'
                   END-EXEC
      *            La copia messa da parte deve essere ancora a
      *            scaffale: se e' gia' uscita con un altro prestito
      *            il ritiro non si chiude.
                   IF RITIRO-BARCODE NOT = SPACES
                       EXEC SQL
                           UPDATE Esemplare SET STATO = 'IN PRESTITO'
                               WHERE Barcode =
                                   TRIM(BOTH ' ' FROM :RITIRO-BARCODE)
                                 AND STATO = 'Disponibile'
                       END-EXEC
                       IF SQLCODE NOT = 0
                           EXEC SQL ROLLBACK END-EXEC
                           DISPLAY "ERRORE: la copia " RITIRO-BARCODE
                               " messa da parte non risulta "
                               "Disponibile. Ritiro non registrato: "
                               "verificare la copia."
                           EXIT PROGRAM
                       END-IF
                   END-IF
                   MOVE ISBN TO AD-ISBN
                   MOVE -1 TO AD-DELTA
                   CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA
