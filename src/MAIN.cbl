           05 USER PIC X(50).
           05 ROLE PIC X(30).
        01 SCELTA-MENU PIC 9(3).
      *    Modo di chiamata per PRENOTA-SALE, PRENOTA-ANTICIPATA,
      *    GESTIONE-EVENTI, PRENOTA-POSTAZIONI, PROFILI-NOVITA e
      *    GESTIONE-CONSENSI: "O" = operatore.
        01 MODO-SALE PIC X(1) VALUE "O".
      *    Richiesta per TRASFERIMENTO-INVIA: "O" = operatore a video.
        01 TRASFERIMENTO-RICHIESTA.
           03 TI-MODO           PIC X(1) VALUE "O".
           03 TI-BARCODE        PIC X(20) VALUE SPACES.
           03 TI-DESTINAZIONE   PIC X(30) VALUE SPACES.
           03 TI-ESITO          PIC X(1) VALUE SPACES.

      *****************************************************************
      *****************PERMESSI PER RUOLO SUI PROGRAMMI*****************
        01 SOGLIA-BLOCCO        PIC 9(3) VALUE 5.
        01 APPROVATO            PIC X(1).

      *****************************************************************
      *****************SECONDO FATTORE PER I RUOLI PRIVILEGIATI*********
      *    Richiesta per SECONDO-FATTORE: codice monouso via email
      *    dopo la password per Amministratore e Super Amministratore.
        01 SECONDO-FATTORE-RICHIESTA.
           03 SF-USERNAME       PIC X(50).
           03 SF-ESITO          PIC X(1).

      *****************************************************************
      *****************SESSIONI ATTIVE**********************************
        01 STATO-FINESTRA       PIC X(8).
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                PIC X(30) VALUE SPACE.
       01 USERNAME-DB              PIC X(30) VALUE SPACE.
       01 PASSWORD-DB           PIC X(30) VALUE SPACE.
       01 UTENTE.
            03 USERNAME  PIC X(20).
            03 PASSW PIC X(20).
           DISPLAY "Mi connetto al database.".
           MOVE "biblioteca@db"          TO DBNAME
           MOVE "postgres"               TO USERNAME-DB
           MOVE SPACE                    TO PASSWORD-DB
           EXEC SQL
               CONNECT :USERNAME-DB IDENTIFIED BY :PASSWORD-DB 
               USING :DBNAME
           END-EXEC.
      *    Con il database giu' lo sportello non si ferma: la
                   PERFORM LOGIN
               ELSE
                   IF HASH-OUTPUT = HASH-VERIFICA
                       IF ROLE = "Amministratore" OR
                          ROLE = "Super Amministratore"
                           PERFORM CONTROLLA-SECONDO-FATTORE
                       END-IF
                       PERFORM AZZERA-TENTATIVI-FALLITI
                       PERFORM CONTROLLA-SESSIONE
                       IF NOT SESSIONE-OK-SI
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

      **************************SECONDO FATTORE*************************
      *    I ruoli privilegiati approvano rimborsi, ripristinano il
      *    database e cambiano i permessi: la password da sola non
      *    basta. Il codice sbagliato o scaduto conta come tentativo
      *    fallito verso il blocco dell'account.
       CONTROLLA-SECONDO-FATTORE.
           MOVE USER-INPUT TO SF-USERNAME.
           CALL 'SECONDO-FATTORE' USING SECONDO-FATTORE-RICHIESTA.
           IF SF-ESITO = "N"
               PERFORM INCREMENTA-TENTATIVI-FALLITI
               DISPLAY "LOGIN NON RIUSCITO, RIPROVA"
               PERFORM LOGIN
           END-IF.
           IF SF-ESITO = "X"
               DISPLAY "Accesso annullato."
               PERFORM LOGIN
           END-IF.

      **************************BLOCCO ACCOUNT**************************
       INCREMENTA-TENTATIVI-FALLITI.
           ADD 1 TO TENTATIVI-FALLITI.
           DISPLAY "16. Spool dei report (ricerca e ristampa)"
           DISPLAY "17. Parametri di sistema"
           DISPLAY "18. Registro privacy delle consultazioni"
           DISPLAY "19. Modelli di avvisi e lettere (lingue)"
           DISPLAY "20. Campagne di amnistia delle multe"
           DISPLAY "21. Tariffario servizi di sportello"
           DISPLAY "22. Terminali POS delle filiali"
           DISPLAY "23. Chiusura dei periodi contabili"
           DISPLAY "24. Turni del personale al banco"
           DISPLAY "0. Esci dal programma"
           DISPLAY "Scegli un'opzione: "
           ACCEPT SCELTA-MENU.
                   USER-INPUT
               WHEN 18 CALL 'PRIVACY-CONSULTAZIONI' USING BY CONTENT
                   USER-INPUT
               WHEN 19 CALL 'GESTIONE-MODELLI' USING BY CONTENT
                   USER-INPUT
               WHEN 20 CALL 'GESTIONE-AMNISTIE' USING BY CONTENT
                   USER-INPUT
               WHEN 21 CALL 'GESTIONE-TARIFFE' USING BY CONTENT
                   USER-INPUT
               WHEN 22 CALL 'GESTIONE-TERMINALI-POS' USING BY CONTENT
                   USER-INPUT
               WHEN 23 CALL 'CHIUSURA-PERIODO' USING BY CONTENT
                   USER-INPUT
               WHEN 24 CALL 'GESTIONE-TURNI' USING BY CONTENT
                   USER-INPUT
               WHEN 0
                   PERFORM CHIUDI-SESSIONE
                   STOP RUN
            DISPLAY "12. Situazione di oggi (cruscotto del banco)"
            DISPLAY "13. Prenotazioni anticipate a calendario"
            DISPLAY "14. Armadietti di ritiro fuori orario"
            DISPLAY "15. Lista prelievi per le attese (esito)"
            DISPLAY "16. Restituzioni contestate (dichiarato reso)"
            DISPLAY "17. Vendita servizi (fotocopie, stampe...)"
            DISPLAY "18. Fatture elettroniche agli enti"
            DISPLAY "19. Eventi e iscrizioni"
            DISPLAY "20. Lettura estiva dei ragazzi"
            DISPLAY "21. Servizio di prestito a domicilio"
            DISPLAY "22. Bibliobus: fermate, orario e circolazione"
            DISPLAY "23. Postazioni internet: prenotazioni e sessioni"
            DISPLAY "24. Registro sessioni postazioni (consultazione)"
            DISPLAY "25. Avvisi sulle novita' (profili dei tesserati)"
            DISPLAY "26. Consensi alle comunicazioni (registro)"
            DISPLAY "27. Reclami e suggerimenti dei lettori"
            DISPLAY "Scegli un'opzione: "
            ACCEPT SCELTA-MENU.
            EVALUATE SCELTA-MENU
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'PRENOTA-ANTICIPATA' USING BY CONTENT
                           USER-INPUT, MODO-SALE
                   END-IF
               WHEN 14
                   MOVE "GESTIONE-ARMADIETTI" TO PROGRAMMA-RICHIESTO
                       CALL 'GESTIONE-ARMADIETTI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 15
                   MOVE "PRELIEVO-ATTESA" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'PRELIEVO-ATTESA' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 16
                   MOVE "GESTIONE-RESI-CONTESTATI"
                       TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-RESI-CONTESTATI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 17
                   MOVE "VENDITA-SERVIZI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'VENDITA-SERVIZI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 18
                   MOVE "GESTIONE-FATTURE-ENTI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-FATTURE-ENTI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 19
                   MOVE "GESTIONE-EVENTI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-EVENTI' USING BY CONTENT
                           USER-INPUT, MODO-SALE
                   END-IF
               WHEN 20
                   MOVE "GESTIONE-LETTURA-ESTIVA" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-LETTURA-ESTIVA' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 21
                   MOVE "GESTIONE-DOMICILIO" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-DOMICILIO' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 22
                   MOVE "GESTIONE-BIBLIOBUS" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-BIBLIOBUS' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 23
                   MOVE "PRENOTA-POSTAZIONI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'PRENOTA-POSTAZIONI' USING BY CONTENT
                           USER-INPUT, MODO-SALE
                   END-IF
               WHEN 24
                   MOVE "INTERROGA-SESSIONI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'INTERROGA-SESSIONI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 25
                   MOVE "PROFILI-NOVITA" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'PROFILI-NOVITA' USING BY CONTENT
                           USER-INPUT, MODO-SALE
                   END-IF
               WHEN 26
                   MOVE "GESTIONE-CONSENSI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-CONSENSI' USING BY CONTENT
                           USER-INPUT, MODO-SALE
                   END-IF
               WHEN 27
                   MOVE "GESTIONE-RECLAMI-LETTORI"
                       TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-RECLAMI-LETTORI' USING BY CONTENT
                           USER-INPUT
                   END-IF
                WHEN OTHER
                   DISPLAY "Invalid option."
                   PERFORM OPERATORE-MENU
           DISPLAY "16. Estratto conto del tesserato"
           DISPLAY "17. Tessera smarrita o rubata (duplicato)"
           DISPLAY "18. Rimborsi (pagamenti in eccesso)"
           DISPLAY "19. Piani di rateizzazione delle multe"
           DISPLAY "20. Ricertificazione account del personale"
           DISPLAY "0. Torna indietro"
           DISPLAY "Scegli un'opzione: "
           ACCEPT SCELTA-MENU.
                       CALL 'GESTIONE-RIMBORSI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 19
                   MOVE "GESTIONE-RATEIZZAZIONI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-RATEIZZAZIONI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 20
                   MOVE "GESTIONE-RICERTIFICAZIONE"
                       TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-RICERTIFICAZIONE' USING
                           BY CONTENT USER-INPUT, ROLE
                   END-IF
               WHEN 0 PERFORM INDIETRO
               WHEN OTHER
                   DISPLAY "Invalid option."
           DISPLAY "30. Fatture fornitori (controllo a tre vie)"
           DISPLAY "31. Vetrine tematiche"
           DISPLAY "32. Filiera di catalogazione"
           DISPLAY "33. Collane e opere in piu' volumi"
           DISPLAY "34. Reclami e resi ai fornitori"
           DISPLAY "35. Soggettario"
           DISPLAY "36. Deposito legale"
           DISPLAY "37. Copie di articoli da periodici"
           DISPLAY "38. Recensioni dei lettori (moderazione)"
           DISPLAY "39. Riequilibrio delle raccolte tra filiali"
           DISPLAY "0. Torna indietro"
           DISPLAY "Scegli un'opzione: "
           ACCEPT SCELTA-MENU.
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'TRASFERIMENTO-INVIA' USING BY CONTENT
                           USER-INPUT, TRASFERIMENTO-RICHIESTA
                   END-IF
               WHEN 12
                   MOVE "TRASFERIMENTO-RICEVI" TO PROGRAMMA-RICHIESTO
                       CALL 'CATALOGAZIONE' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 33
                   MOVE "GESTIONE-COLLANE" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-COLLANE' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 34
                   MOVE "GESTIONE-RECLAMI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-RECLAMI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 35
                   MOVE "GESTIONE-SOGGETTI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-SOGGETTI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 36
                   MOVE "GESTIONE-DEPOSITO-LEGALE"
                       TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-DEPOSITO-LEGALE' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 37
                   MOVE "RICHIESTE-COPIE-ARTICOLI"
                       TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'RICHIESTE-COPIE-ARTICOLI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 38
                   MOVE "GESTIONE-RECENSIONI" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-RECENSIONI' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 39
                   MOVE "GESTIONE-RIEQUILIBRIO" TO PROGRAMMA-RICHIESTO
                   PERFORM CONTROLLA-PERMESSO
                   IF PERMESSO-CONSENTITO-SI
                       CALL 'GESTIONE-RIEQUILIBRIO' USING BY CONTENT
                           USER-INPUT
                   END-IF
               WHEN 0 PERFORM INDIETRO
           WHEN OTHER
                   DISPLAY "Invalid option."
