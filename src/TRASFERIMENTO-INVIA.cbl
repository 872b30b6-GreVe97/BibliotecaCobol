           01 STATO-ATTUALE     PIC X(12).
           01 SEDE-DESTINAZIONE PIC X(30).
           01 OGGI-DATA         PIC 9(8).
           01 BARCODE-COPIA     PIC X(20).
           01 TRASFERIMENTI-APERTI PIC 9(5).
           01 RISERVE-APERTE       PIC 9(5).
           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Una copia IN TRANSITO non e' contata tra le disponibili:
      *    esce dal conteggio alla spedizione, come in
      *    PRELIEVO-ATTESA.
           01 AD-RICHIESTA.
               03 AD-ISBN           PIC X(50).
               03 AD-DELTA          PIC S9(3).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).
      *    Modo di chiamata: "O" = operatore a video; "R" = copia
      *    e destinazione gia' decise (proposta di riequilibrio
      *    approvata in GESTIONE-RIEQUILIBRIO), esito in TI-ESITO.
           01 TI-RICHIESTA.
               03 TI-MODO           PIC X(1).
                 88 TI-DA-PROPOSTA VALUE "R".
               03 TI-BARCODE        PIC X(20).
               03 TI-DESTINAZIONE   PIC X(30).
               03 TI-ESITO          PIC X(1).

       PROCEDURE DIVISION USING OPERATORE-USERNAME, TI-RICHIESTA.
      *    Spedizione tra filiali: la copia entra nello stato
      *    IN TRANSITO con origine e destinazione registrate in
      *    Trasferimenti. E' TRASFERIMENTO-RICEVI, alla filiale di
      *    arrivo, ad aggiornare la SEDE del libro e chiudere il
      *    trasferimento.
      *    Una singola copia (con barcode) viaggia da sola: solo la
      *    copia Disponibile va IN TRANSITO, e TRASFERIMENTO-RICEVI
      *    la chiude leggendo il barcode senza spostare la SEDE del
      *    titolo.
       TRASFERIMENTO-INVIA-PARA.
           DISPLAY "------- SONO TRASFERIMENTO-INVIA!".
           MOVE "N" TO TI-ESITO.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF TI-DA-PROPOSTA
               MOVE TI-BARCODE TO BARCODE-COPIA
               MOVE TI-DESTINAZIONE TO SEDE-DESTINAZIONE
               PERFORM INVIA-COPIA
               EXIT PROGRAM
           END-IF.

           DISPLAY "Barcode della copia da trasferire (spazio per "
               "trasferire il titolo per ISBN): "
           ACCEPT BARCODE-COPIA.
           IF BARCODE-COPIA NOT = SPACES
               DISPLAY "Inserisci la Filiale di destinazione: "
               ACCEPT SEDE-DESTINAZIONE
               PERFORM INVIA-COPIA
               EXIT PROGRAM
           END-IF.

           DISPLAY "Inserisci il codice ISBN del libro da trasferire: "
           ACCEPT ISBN.

               EXIT PROGRAM
           END-IF.

           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore)

           EXIT PROGRAM.

       INVIA-COPIA.
           EXEC SQL
               SELECT e.codiceISBN, COALESCE(e.Filiale, l.SEDE),
                      e.STATO
                   INTO :ISBN, :SEDE-ATTUALE, :STATO-ATTUALE
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.Barcode = TRIM(BOTH ' ' FROM :BARCODE-COPIA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna copia trovata con il barcode "
                   BARCODE-COPIA "."
               EXIT PARAGRAPH
           END-IF.
           IF STATO-ATTUALE NOT = "Disponibile"
               DISPLAY "ERRORE: la copia " BARCODE-COPIA
                   " non e' Disponibile (stato " STATO-ATTUALE ")."
               EXIT PARAGRAPH
           END-IF.
           IF SEDE-DESTINAZIONE = SPACES
              OR SEDE-DESTINAZIONE = SEDE-ATTUALE
               DISPLAY "ERRORE: la destinazione manca o coincide "
                   "con la Filiale attuale."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :TRASFERIMENTI-APERTI
                   FROM Trasferimenti
                   WHERE barcode = TRIM(BOTH ' ' FROM :BARCODE-COPIA)
                     AND stato = 'APERTO'
           END-EXEC.
           IF TRASFERIMENTI-APERTI > 0
               DISPLAY "ERRORE: la copia e' gia' in transito."
               EXIT PARAGRAPH
           END-IF.
      *    La copia sulla mensola dei ritiri o promessa dal giro
      *    prelievi resta per il lettore che la aspetta.
           EXEC SQL
               SELECT COUNT(*) INTO :RISERVE-APERTE
                   FROM Esemplare e
                   WHERE e.Barcode = TRIM(BOTH ' ' FROM :BARCODE-COPIA)
                     AND (EXISTS
                          (SELECT 1 FROM PrelieviAttesa pa
                              WHERE pa.barcode = e.Barcode
                                AND pa.stato = 'DA PRELEVARE')
                       OR EXISTS
                          (SELECT 1 FROM Ritiri r
                              WHERE r.barcode = e.Barcode
                                AND r.stato = 'IN RITIRO'))
           END-EXEC.
           IF RISERVE-APERTE > 0
               DISPLAY "ERRORE: la copia " BARCODE-COPIA
                   " e' riservata a un lettore in attesa (ritiro o "
                   "prelievo)."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO Trasferimenti (codiceISBN, sede_origine,
                   sede_destinazione, data_invio, stato, operatore,
                   barcode)
               VALUES (TRIM(BOTH ' ' FROM :ISBN),
                       TRIM(BOTH ' ' FROM :SEDE-ATTUALE),
                       TRIM(BOTH ' ' FROM :SEDE-DESTINAZIONE),
                       :OGGI-DATA, 'APERTO',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       TRIM(BOTH ' ' FROM :BARCODE-COPIA))
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nella registrazione del "
                   "trasferimento: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE Esemplare
                   SET STATO = 'IN TRANSITO'
                   WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE-COPIA)
                     AND STATO = 'Disponibile'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE nell'aggiornamento della copia: "
                   SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE ISBN TO AD-ISBN.
           MOVE -1 TO AD-DELTA.
           CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA.

           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           MOVE "S" TO TI-ESITO.
           DISPLAY "Copia " BARCODE-COPIA " in transito da "
               SEDE-ATTUALE " verso " SEDE-DESTINAZIONE ".".

       REGISTRA-AUDIT.
           MOVE "TRASFERIMENTO-INVIA" TO AUDIT-PROGRAMMA.
           MOVE "UPDATE" TO AUDIT-OPERAZIONE.
           IF BARCODE-COPIA NOT = SPACES
               MOVE BARCODE-COPIA TO AUDIT-CHIAVE
           ELSE
               MOVE ISBN TO AUDIT-CHIAVE
           END-IF.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
