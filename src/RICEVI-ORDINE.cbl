               03 R-PREZZO      PIC 9(5)V99.
               03 R-RICEVUTE    PIC 9(3).
               03 R-EDITRICE    PIC 9(9).
               03 R-ANNULLATE   PIC 9(3).
               03 R-RESE        PIC 9(3).

           01 COPIE-CONSEGNATE  PIC 9(3).
           01 COPIE-MANCANTI    PIC 9(3).

      *    Bolla elettronica del distributore (IMPORTA-BOLLE): le
      *    copie spedite sulla riga si propongono come consegna e
      *    l'operatore conferma o corregge con quanto c'e' nel
      *    collo. Una differenza lascia la bolla DIFFORME per il
      *    reclamo al distributore.
           01 COPIE-IN-BOLLA    PIC 9(5).
           01 RISPOSTA-COPIE    PIC X(3).
           01 STATO-BOLLA       PIC X(12).
           01 CONTA-ISBN        PIC 9(5).
           01 RIGHE-INCOMPLETE  PIC 9(3).

               DECLARE C-RIGHE CURSOR FOR
                   SELECT riga, ISBN, titolo, autore, categoria,
                          copie, prezzo, copie_ricevute,
                          COALESCE(codice_editrice, 0),
                          COALESCE(copie_annullate, 0),
                          COALESCE(copie_rese, 0)
                       FROM OrdineRiga
                       WHERE numero_ordine = :NUMERO-ORDINE
                       ORDER BY riga
           EXEC SQL
               FETCH C-RIGHE INTO :R-RIGA, :R-ISBN, :R-TITOLO,
                   :R-AUTORE, :R-CATEGORIA, :R-COPIE, :R-PREZZO,
                   :R-RICEVUTE, :R-EDITRICE, :R-ANNULLATE,
                   :R-RESE
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH C-RIGHE INTO :R-RIGA, :R-ISBN, :R-TITOLO,
                       :R-AUTORE, :R-CATEGORIA, :R-COPIE, :R-PREZZO,
                       :R-RICEVUTE, :R-EDITRICE, :R-ANNULLATE,
                       :R-RESE
               END-EXEC
           END-PERFORM.


           EXIT PROGRAM.

      *    Le copie annullate dal distributore nella conferma
      *    d'ordine (IMPORTA-CONFERME-ORDINE) non si aspettano piu';
      *    nemmeno quelle rese al Fornitore (GESTIONE-RECLAMI).
       RICEVI-RIGA.
           IF R-RICEVUTE + R-ANNULLATE + R-RESE >= R-COPIE
               MOVE ZERO TO COPIE-MANCANTI
           ELSE
               COMPUTE COPIE-MANCANTI =
                   R-COPIE - R-ANNULLATE - R-RESE - R-RICEVUTE
           END-IF.
           IF COPIE-MANCANTI = ZERO
               DISPLAY "Riga " R-RIGA " (" R-ISBN ") gia' completa."
           ELSE
               DISPLAY "Riga " R-RIGA " - " R-TITOLO(1:50)
               DISPLAY "  ordinate " R-COPIE " ricevute finora "
                   R-RICEVUTE
               IF R-ANNULLATE > 0
                   DISPLAY "  annullate dal distributore "
                       R-ANNULLATE
               END-IF
               PERFORM LEGGI-BOLLA
               IF COPIE-IN-BOLLA > 0
                   DISPLAY "  in bolla: " COPIE-IN-BOLLA
                       " copie spedite"
                   DISPLAY "Copie trovate nel collo (INVIO = "
                       COPIE-IN-BOLLA ", 0 se il collo non e' "
                       "arrivato): "
                   ACCEPT RISPOSTA-COPIE
                   IF RISPOSTA-COPIE = SPACES
                       MOVE COPIE-IN-BOLLA TO COPIE-CONSEGNATE
                   ELSE
                       MOVE FUNCTION NUMVAL(RISPOSTA-COPIE)
                           TO COPIE-CONSEGNATE
                   END-IF
               ELSE
                   DISPLAY "Copie consegnate ora (0 per saltare): "
                   ACCEPT COPIE-CONSEGNATE
               END-IF
               IF COPIE-CONSEGNATE > COPIE-MANCANTI
                   DISPLAY "Consegna superiore al residuo "
                       "dell'ordine: registrata per "
                       " copie in GESTIONE-ESEMPLARI (entrano in "
                       "filiera di catalogazione)."

                   ACCEPT OGGI-DATA FROM DATE YYYYMMDD
                   EXEC SQL
                       UPDATE OrdineRiga
                           SET copie_ricevute = copie_ricevute +
                               :COPIE-CONSEGNATE,
                               data_ultima_consegna = :OGGI-DATA
                           WHERE numero_ordine = :NUMERO-ORDINE
                             AND riga = :R-RIGA
                   END-EXEC
                   IF COPIE-CONSEGNATE = COPIE-MANCANTI
                       PERFORM EVADI-RECLAMI
                   END-IF
                   PERFORM EVADI-DESIDERATA
                   IF COPIE-IN-BOLLA > 0
                       PERFORM CHIUDI-BOLLA
                   END-IF
               END-IF
           END-IF.

       LEGGI-BOLLA.
           EXEC SQL
               SELECT COALESCE(SUM(copie_spedite), 0)
                   INTO :COPIE-IN-BOLLA
                   FROM BollaRiga
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND riga = :R-RIGA
                     AND stato = 'DA RICEVERE'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO COPIE-IN-BOLLA
           END-IF.

       CHIUDI-BOLLA.
           IF COPIE-CONSEGNATE = COPIE-IN-BOLLA
               MOVE "RICEVUTA" TO STATO-BOLLA
           ELSE
               MOVE "DIFFORME" TO STATO-BOLLA
               DISPLAY "  ATTENZIONE: bolla " COPIE-IN-BOLLA
                   " copie, nel collo " COPIE-CONSEGNATE
                   ": bolla DIFFORME da contestare."
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               UPDATE BollaRiga
                   SET stato = TRIM(BOTH ' ' FROM :STATO-BOLLA),
                       copie_confermate = :COPIE-CONSEGNATE,
                       data_ricevimento = :OGGI-DATA,
                       operatore =
                           TRIM(BOTH ' ' FROM :OPERATORE-USERNAME)
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND riga = :R-RIGA
                     AND stato = 'DA RICEVERE'
           END-EXEC.

       CARICA-CATALOGO.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISBN FROM Libro
                   IF SQLCODE = 0
                       DISPLAY "Nuovo titolo a catalogo: " R-ISBN
                       CALL 'INDICE-PAROLE' USING R-ISBN
      *    Riga nata da un ordine permanente: il titolo entra gia'
      *    agganciato alla collana con il suo numero di volume.
                       EXEC SQL
                           UPDATE Libro
                               SET codice_collana = r.codice_collana,
                                   numero_volume = r.numero_volume
                               FROM OrdineRiga r
                               WHERE Libro.ISBN =
                                     TRIM(BOTH ' ' FROM :R-ISBN)
                                 AND r.numero_ordine = :NUMERO-ORDINE
                                 AND r.riga = :R-RIGA
                                 AND r.codice_collana IS NOT NULL
                       END-EXEC
                   ELSE
                       DISPLAY "Errore nel carico a catalogo: "
                           SQLERRMC
               MOVE "S" TO ISBN-VALIDO-FLAG
           END-IF.

      *    Riga completata: i reclami ancora aperti sono evasi.
       EVADI-RECLAMI.
           EXEC SQL
               UPDATE ReclamiFornitore
                   SET stato = 'EVASO'
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND riga = :R-RIGA
                     AND stato IN ('APERTO', 'RISPOSTO')
           END-EXEC.

       CHIUDI-SE-COMPLETO.
           EXEC SQL
               SELECT COUNT(*) INTO :RIGHE-INCOMPLETE
                   FROM OrdineRiga
                   WHERE numero_ordine = :NUMERO-ORDINE
                     AND copie_ricevute <
                         copie - COALESCE(copie_annullate, 0)
                         - COALESCE(copie_rese, 0)
           END-EXEC.
           IF RIGHE-INCOMPLETE = 0
               EXEC SQL
