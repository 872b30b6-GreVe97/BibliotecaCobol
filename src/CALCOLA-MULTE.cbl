               03 P-SEDE             PIC X(30).
               03 P-ESTENSIONE       PIC 9(3).
               03 P-TIPO             PIC X(12).
               03 P-ORA-SCADENZA     PIC 9(6).
               03 P-NUMERO           PIC 9(9).
               03 P-DATA-SCADENZA    PIC 9(8).
           01 DEPOSITO-POLITICA     PIC 9(5)V99.

      *    Prestiti orari: multa per ora iniziata, calcolata da
      *    ADDEBITA-ORE-RITARDO.
           01 AO-RICHIESTA.
               03 AO-NUMERO-PRESTITO PIC 9(9).
               03 AO-ORE-RITARDO     PIC 9(5).
               03 AO-IMPORTO         PIC 9(7)V99.

      *    Richiesta per CALCOLA-DATE: calendario reale, scadenza
      *    rotolata oltre le chiusure e giorni di ritardo contati
      *    solo sui giorni di apertura della Filiale.
               EXIT PROGRAM
           END-IF.
           MOVE RC-CHIAVE TO CHIAVE-RIPRESA.
      *    Alla ripresa i contatori proseguono da quelli salvati
      *    con l'ultimo checkpoint: il RunLog chiude con il totale
      *    della giornata, non solo con la coda del rerun.
           MOVE RC-ESAMINATE TO CONTATORE-ESAMINATE.
           MOVE RC-MODIFICATE TO CONTATORE-SCADUTE.

      *    WITH HOLD: il cursore deve sopravvivere ai COMMIT
      *    periodici di SALVA-PROGRESSO. I prestiti dichiarati resi
      *    dal lettore (in contestazione) non maturano multe, e
      *    nemmeno i prestiti a domicilio (GESTIONE-DOMICILIO), che
      *    rientrano al passaggio del giro. I prestiti del
      *    bibliobus portano la scadenza gia' scritta (il passaggio
      *    successivo alla stessa fermata).
           EXEC SQL
               DECLARE C-MULTE CURSOR WITH HOLD FOR
                   SELECT p.codiceISBN, p.Username,
                          p.data_prenotazione, l.Categoria, u.Ruolo,
                          l.SEDE, COALESCE(p.giorni_estensione, 0),
                          COALESCE(l.TipoMateriale, 'LIBRO'),
                          COALESCE(p.ora_scadenza, 0),
                          COALESCE(p.numero_prestito, 0),
                          COALESCE(p.data_scadenza, 0)
                       FROM Prenotazione p
                       JOIN Libro l ON p.codiceISBN = l.ISBN
                       JOIN Utente u ON p.Username = u.Username
                       WHERE COALESCE(p.stato_prestito, ' ') <>
                             'RESO-DICHIARATO'
                         AND COALESCE(p.tipo_prestito, ' ') <>
                             'DOMICILIO'
                       ORDER BY p.codiceISBN, p.Username
           END-EXEC.

           EXEC SQL
               FETCH C-MULTE INTO :P-ISBN, :P-USERNAME, :P-DATA-PREN,
                   :P-CATEGORIA, :P-RUOLO, :P-SEDE,
                   :P-ESTENSIONE, :P-TIPO, :P-ORA-SCADENZA, :P-NUMERO,
                   :P-DATA-SCADENZA
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH C-MULTE INTO :P-ISBN, :P-USERNAME,
                       :P-DATA-PREN, :P-CATEGORIA, :P-RUOLO, :P-SEDE,
                       :P-ESTENSIONE, :P-TIPO, :P-ORA-SCADENZA,
                       :P-NUMERO, :P-DATA-SCADENZA
               END-EXEC
           END-PERFORM.

               EXIT PARAGRAPH
           END-IF.

      *    Prestito orario rimasto fuori oltre la scadenza: le ore
      *    iniziate fino a questo momento.
           IF P-ORA-SCADENZA > ZERO
               MOVE P-NUMERO TO AO-NUMERO-PRESTITO
               CALL 'ADDEBITA-ORE-RITARDO' USING AO-RICHIESTA
               IF AO-IMPORTO > ZERO
                   ADD 1 TO CONTATORE-SCADUTE
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    Politica per tipo di materiale (un DVD esce 7 giorni, un
      *    dispositivo 14): per il materiale librario ricade sulla
      *    ricerca per Categoria e Ruolo.
           COMPUTE DR-GIORNI = GIORNI-PRESTITO + P-ESTENSIONE.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           MOVE DR-DATA-A TO DATA-SCADENZA-PRESTITO.
      *    Scadenza gia' fissata sul prestito (bibliobus): vale
      *    quella, allungata solo dall'eventuale estensione.
           IF P-DATA-SCADENZA > ZERO
               MOVE P-DATA-SCADENZA TO DATA-SCADENZA-PRESTITO
               IF P-ESTENSIONE > ZERO
                   MOVE P-DATA-SCADENZA TO DR-DATA-DA
                   MOVE P-ESTENSIONE TO DR-GIORNI
                   CALL 'CALCOLA-DATE' USING DATE-RICHIESTA
                   MOVE DR-DATA-A TO DATA-SCADENZA-PRESTITO
               END-IF
           END-IF.

           MOVE "A" TO DR-OPERAZIONE.
           MOVE DATA-SCADENZA-PRESTITO TO DR-DATA-DA.
                   EXEC SQL
                       INSERT INTO Multe (Username, codiceISBN,
                           importo, data_multa, importo_pagato,
                           stato, tipo_multa)
                       VALUES (TRIM(BOTH ' ' FROM :P-USERNAME),
                               TRIM(BOTH ' ' FROM :P-ISBN),
                               :IMPORTO-MULTA, :OGGI-DATA, 0,
                               'APERTA', 'RITARDO')
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO CONTATORE-SCADUTE
