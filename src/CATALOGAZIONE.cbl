           EXEC SQL CLOSE C-FILIERA END-EXEC.

      *    Avanzamento: RICEVUTO -> IN CATALOG -> ETICHETTATO ->
      *    Disponibile. L'ultimo passo rende la copia prestabile,
      *    aggiorna il contatore di disponibilita' e ne segna la
      *    data (DataCatalogazione), da cui AVVISI-NOVITA parte per
      *    gli avvisi personali sulle novita'.
       AVANZA-COPIA.
           DISPLAY "Barcode della copia da avanzare: "
           ACCEPT BARCODE.
               EXIT PARAGRAPH
           END-IF.
           IF STATO-NUOVO = "Disponibile"
               ACCEPT OGGI-DATA FROM DATE YYYYMMDD
               EXEC SQL
                   UPDATE Esemplare
                       SET DataCatalogazione = :OGGI-DATA
                       WHERE Barcode = TRIM(BOTH ' ' FROM :BARCODE)
               END-EXEC
               MOVE ISBN TO AD-ISBN
               MOVE +1 TO AD-DELTA
               CALL 'AGGIORNA-DISPONIBILITA' USING AD-RICHIESTA
           MOVE BARCODE TO AUDIT-CHIAVE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Copia avanzata a " STATO-NUOVO ".".

       ARRETRATO-ANZIANO.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
