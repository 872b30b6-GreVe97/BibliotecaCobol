       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDEBITA-ORE-RITARDO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 ADESSO-ORA        PIC 9(6).
           01 PERIODI-ESENTI    PIC 9(5).
           01 MULTE-OGGI        PIC 9(5).
           01 GIA-ADDEBITATO    PIC 9(7)V99.
           01 DOVUTO-TOTALE     PIC 9(7)V99.
           01 SECONDI-RITARDO   PIC S9(11).
           01 ORA-HH            PIC 9(2).
           01 ORA-MM            PIC 9(2).
           01 ORA-SS            PIC 9(2).

           01 PRESTITO-REC.
               03 P-ISBN            PIC X(50).
               03 P-USERNAME        PIC X(50).
               03 P-DATA-PREN       PIC X(50).
               03 P-ORA-SCADENZA    PIC 9(6).
               03 P-CATEGORIA       PIC X(30).
               03 P-RUOLO           PIC X(30).
               03 P-TIPO            PIC X(12).
               03 P-SEDE            PIC X(30).
               03 P-STATO           PIC X(20).
           01 DATA-PRESTITO     PIC 9(8).

           01 GIORNI-PRESTITO   PIC 9(3).
           01 IMPORTO-ORARIO    PIC 9(5)V99.
           01 DEPOSITO-POLITICA PIC 9(5)V99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Multa del prestito orario (Prenotazione.ora_scadenza):
      *    per ogni ora iniziata oltre la scadenza si paga
      *    l'importo_multa della politica del tipo, che per le righe
      *    orarie e' una tariffa all'ora. Si addebita solo la
      *    differenza fra il dovuto a questo momento e quanto gia'
      *    messo in Multe dal giorno del prestito, cosi' il giro
      *    notturno (CALCOLA-MULTE) e il rientro al banco
      *    (RETURN-BOOK, CIRCOLAZIONE) non contano due volte le
      *    stesse ore. La riga del giorno si aggiorna invece di
      *    duplicarsi. Niente COMMIT: lo fa il chiamante.
      *    Prestiti a giorni, in contestazione o dentro un periodo
      *    esente della Filiale non vengono toccati.
       01 AO-RICHIESTA.
           03 AO-NUMERO-PRESTITO PIC 9(9).
           03 AO-ORE-RITARDO     PIC 9(5).
           03 AO-IMPORTO         PIC 9(7)V99.

       PROCEDURE DIVISION USING AO-RICHIESTA.
       ADDEBITA-ORE-RITARDO-PARA.
           MOVE ZERO TO AO-ORE-RITARDO.
           MOVE ZERO TO AO-IMPORTO.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ADESSO-ORA FROM TIME.

           EXEC SQL
               SELECT p.codiceISBN, p.Username, p.data_prenotazione,
                      COALESCE(p.ora_scadenza, 0), l.Categoria,
                      u.Ruolo, COALESCE(l.TipoMateriale, 'LIBRO'),
                      l.SEDE, COALESCE(p.stato_prestito, ' ')
                   INTO :P-ISBN, :P-USERNAME, :P-DATA-PREN,
                        :P-ORA-SCADENZA, :P-CATEGORIA, :P-RUOLO,
                        :P-TIPO, :P-SEDE, :P-STATO
                   FROM Prenotazione p
                   JOIN Libro l ON p.codiceISBN = l.ISBN
                   JOIN Utente u ON p.Username = u.Username
                   WHERE p.numero_prestito = :AO-NUMERO-PRESTITO
           END-EXEC.
           IF SQLCODE NOT = 0 OR P-ORA-SCADENZA = ZERO
               OR P-STATO = "RESO-DICHIARATO"
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PERIODI-ESENTI
                   FROM PeriodiEsenti
                   WHERE :OGGI-DATA >= data_da
                     AND :OGGI-DATA <= data_a
                     AND (Filiale = '*' OR Filiale =
                          TRIM(BOTH ' ' FROM :P-SEDE))
           END-EXEC.
           IF PERIODI-ESENTI > 0
               EXIT PROGRAM
           END-IF.

      *    Secondi fra la scadenza (giorno del prestito) e adesso.
           MOVE P-DATA-PREN(1:8) TO DATA-PRESTITO.
           COMPUTE SECONDI-RITARDO =
               (FUNCTION INTEGER-OF-DATE(OGGI-DATA) -
                FUNCTION INTEGER-OF-DATE(DATA-PRESTITO)) * 86400.
           MOVE ADESSO-ORA(1:2) TO ORA-HH.
           MOVE ADESSO-ORA(3:2) TO ORA-MM.
           MOVE ADESSO-ORA(5:2) TO ORA-SS.
           COMPUTE SECONDI-RITARDO = SECONDI-RITARDO +
               ORA-HH * 3600 + ORA-MM * 60 + ORA-SS.
           MOVE P-ORA-SCADENZA(1:2) TO ORA-HH.
           MOVE P-ORA-SCADENZA(3:2) TO ORA-MM.
           MOVE P-ORA-SCADENZA(5:2) TO ORA-SS.
           COMPUTE SECONDI-RITARDO = SECONDI-RITARDO -
               (ORA-HH * 3600 + ORA-MM * 60 + ORA-SS).
           IF SECONDI-RITARDO <= ZERO
               EXIT PROGRAM
           END-IF.
      *    Ogni ora iniziata conta intera.
           COMPUTE AO-ORE-RITARDO = (SECONDI-RITARDO + 3599) / 3600.

           CALL 'LEGGI-POLITICA-TIPO' USING P-TIPO, P-CATEGORIA,
               P-RUOLO, GIORNI-PRESTITO, IMPORTO-ORARIO,
               DEPOSITO-POLITICA.
           COMPUTE DOVUTO-TOTALE = AO-ORE-RITARDO * IMPORTO-ORARIO.

           EXEC SQL
               SELECT COALESCE(SUM(importo), 0) INTO :GIA-ADDEBITATO
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :P-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :P-ISBN)
                     AND data_multa >= :DATA-PRESTITO
           END-EXEC.
           IF DOVUTO-TOTALE <= GIA-ADDEBITATO
               EXIT PROGRAM
           END-IF.
           COMPUTE AO-IMPORTO = DOVUTO-TOTALE - GIA-ADDEBITATO.

           EXEC SQL
               SELECT COUNT(*) INTO :MULTE-OGGI FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :P-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :P-ISBN)
                     AND data_multa = :OGGI-DATA
                     AND stato = 'APERTA'
           END-EXEC.
           IF MULTE-OGGI > 0
               EXEC SQL
                   UPDATE Multe
                       SET importo = importo + :AO-IMPORTO
                       WHERE Username =
                                 TRIM(BOTH ' ' FROM :P-USERNAME)
                         AND codiceISBN = TRIM(BOTH ' ' FROM :P-ISBN)
                         AND data_multa = :OGGI-DATA
                         AND stato = 'APERTA'
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO Multe (Username, codiceISBN, importo,
                       data_multa, importo_pagato, stato, tipo_multa)
                   VALUES (TRIM(BOTH ' ' FROM :P-USERNAME),
                           TRIM(BOTH ' ' FROM :P-ISBN),
                           :AO-IMPORTO, :OGGI-DATA, 0, 'APERTA',
                           'RITARDO')
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               MOVE ZERO TO AO-IMPORTO
           END-IF.

           EXIT PROGRAM.
