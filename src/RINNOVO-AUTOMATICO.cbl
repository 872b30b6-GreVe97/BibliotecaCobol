       IDENTIFICATION DIVISION.
       PROGRAM-ID. RINNOVO-AUTOMATICO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO RINARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVVISO-OUTPUT ASSIGN TO RINAFEED
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

      *    Tracciato per il vendor email/SMS, sul modello di
      *    SOLLFEED e RINNFEED: un record per ogni prestito
      *    rinnovato, con la nuova scadenza.
       FD  AVVISO-OUTPUT.
       01  AVVISO-RECORD.
           03 RA-USERNAME     PIC X(50).
           03 RA-NOME         PIC X(50).
           03 RA-COGNOME      PIC X(50).
           03 RA-TELEFONO     PIC X(20).
           03 RA-EMAIL        PIC X(100).
           03 RA-ISBN         PIC X(50).
           03 RA-TITOLO       PIC X(50).
           03 RA-NUMERO       PIC 9(9).
           03 RA-SCADENZA     PIC 9(8).
      *    Lingua preferita e testo dal modello RINNOVO-PRESTITO
      *    (COMPONI-AVVISO), a spazio se il modello manca.
           03 RA-LINGUA       PIC X(2).
           03 RA-TESTO        PIC X(200).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA             PIC 9(8).

      *    Quanti giorni prima della scadenza si rinnova (chiave
      *    RINNOVO-AUTO-GIORNI di Parametri; il VALUE e' il default).
           01 GIORNI-ANTICIPO       PIC 9(3) VALUE 3.
      *    Rinnovi consentiti per prestito quando la riga di
      *    PoliticaPrestito non ne indica.
           01 RINNOVI-DEFAULT       PIC 9(3) VALUE 2.
           01 RINNOVI-MASSIMI       PIC 9(3).
           01 PARAMETRO-TESTO       PIC X(50).

           01 PRESTITO-REC.
               03 P-NUMERO          PIC 9(9).
               03 P-ISBN            PIC X(50).
               03 P-USERNAME        PIC X(50).
               03 P-DATA-PREN       PIC X(50).
               03 P-CATEGORIA       PIC X(30).
               03 P-SEDE            PIC X(30).
               03 P-TIPO            PIC X(12).
               03 P-RUOLO           PIC X(30).
               03 P-TITOLO          PIC X(50).
               03 P-RINNOVI         PIC 9(3).
               03 P-NOME            PIC X(50).
               03 P-COGNOME         PIC X(50).
               03 P-TELEFONO        PIC X(20).
               03 P-EMAIL           PIC X(100).
               03 P-LINGUA          PIC X(2).

           01 GIORNI-PRESTITO       PIC 9(3) VALUE 30.
           01 IMPORTO-MULTA-POLITICA PIC 9(5)V99.
           01 DEPOSITO-POLITICA     PIC 9(5)V99.
           01 DATA-SCADENZA         PIC 9(8).
           01 NUOVA-SCADENZA        PIC 9(8).
           01 ATTESA-PRESENTI       PIC 9(5).
           01 SCADENZA-TESTO.
               03 SCADENZA-ANNO   PIC 9(4).
               03 SCADENZA-MESE   PIC 9(2).
               03 SCADENZA-GIORNO PIC 9(2).
           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).
           01 ANTICIPATE-PRESENTI   PIC 9(5).
           01 MOTIVO-RIFIUTO        PIC X(60).

           01 DATE-RICHIESTA.
               03 DR-OPERAZIONE PIC X(1).
               03 DR-FILIALE    PIC X(30).
               03 DR-DATA-DA    PIC 9(8).
               03 DR-DATA-A     PIC 9(8).
               03 DR-GIORNI     PIC S9(7).

      *    Blocchi dell'utente: gli stessi controlli del banco
      *    (CONTROLLA-IDONEITA) in modalita' rinnovo.
           01 CI-RICHIESTA.
               03 CI-USERNAME       PIC X(50).
               03 CI-ISBN           PIC X(50).
               03 CI-ESITO          PIC X(1).
               03 CI-MOTIVO         PIC X(100).
               03 CI-OPERAZIONE     PIC X(1) VALUE "R".

           01 AUDIT-OPERATORE       PIC X(50)
                                    VALUE "RINNOVO-AUTOMATICO".
           01 AUDIT-PROGRAMMA       PIC X(30).
           01 AUDIT-OPERAZIONE      PIC X(20).
           01 AUDIT-CHIAVE          PIC X(50).

           01 CONTATORE-ESAMINATI   PIC 9(7) VALUE ZERO.
           01 CONTATORE-IN-SCADENZA PIC 9(7) VALUE ZERO.
           01 CONTATORE-RINNOVATI   PIC 9(7) VALUE ZERO.
           01 CONTATORE-RIFIUTATI   PIC 9(7) VALUE ZERO.

      *    Consensi del tesserato per la finalita' SOLLECITI (avvisi
      *    sui prestiti; registro ConsensiUtente, via
      *    CONTROLLA-CONSENSO).
           01 CONSENSO-EMAIL        PIC X(1).
           01 CONSENSO-SMS          PIC X(1).
           01 CC-RICHIESTA.
               03 CC-OPERAZIONE     PIC X(1).
               03 CC-USERNAME       PIC X(50).
               03 CC-FINALITA       PIC X(12).
               03 CC-CANALE         PIC X(10).
               03 CC-CONSENSO       PIC X(1).
               03 CC-MODALITA       PIC X(15).
               03 CC-OPERATORE      PIC X(50).
               03 CC-VERSIONE       PIC 9(3).
               03 CC-ESITO          PIC X(1).

      *    Registro esecuzioni (RunLog, via CONTROLLO-RUN): doppio
      *    lancio nella stessa data rifiutato.
           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).

      *    Registrazione dell'elaborato nello spool centrale dei
      *    report (SpoolReport, via SPOOL-WRITER).
           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Rinnovo automatico notturno: i prestiti che scadono entro
      *    i prossimi GIORNI-ANTICIPO giorni si rinnovano da soli,
      *    con la stessa aritmetica di RENEW-RESERVATION (il
      *    prestito riparte da oggi per il periodo di politica), se
      *    sul titolo non c'e' domanda (Lista-Attesa o prenotazioni
      *    anticipate dentro il nuovo periodo), se l'utente non ha
      *    blocchi e se il limite di rinnovi della politica non e'
      *    esaurito. Ogni rinnovo va in AuditLog e sul feed del
      *    vendor (RINAFEED); i rifiuti, con il motivo, sul report
      *    RINARPT.
       RINNOVO-AUTOMATICO-PARA.
           DISPLAY "------- SONO RINNOVO-AUTOMATICO (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "RINNOVO-AUTOMATICO" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'RINNOVO-AUTO-GIORNI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-ANTICIPO
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           OPEN OUTPUT AVVISO-OUTPUT.

           MOVE SPACES TO REPORT-LINE.
           STRING "RINNOVI AUTOMATICI RIFIUTATI AL " OGGI-DATA
               " (SCADENZA ENTRO " GIORNI-ANTICIPO " GIORNI)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRESTITO  SCADENZA ISBN          UTENTE"
               "                         MOTIVO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    I prestiti dichiarati resi dal lettore restano fuori
      *    finche' la contestazione e' aperta; i prestiti orari in
      *    sede non si rinnovano, ne' quelli del bibliobus, che
      *    scadono al passaggio successivo alla fermata.
           EXEC SQL
               DECLARE C-PRESTITI CURSOR FOR
                   SELECT p.numero_prestito, p.codiceISBN,
                          p.Username, p.data_prenotazione,
                          l.Categoria, l.SEDE,
                          COALESCE(l.TipoMateriale, 'LIBRO'),
                          u.RUOLO, l.Titolo,
                          COALESCE(p.numero_rinnovi, 0),
                          COALESCE(u.Nome, ' '),
                          COALESCE(u.Cognome, ' '),
                          COALESCE(u.Telefono, ' '),
                          COALESCE(u.Email, ' '),
                          COALESCE(u.LinguaPreferita, 'IT')
                       FROM Prenotazione p
                       JOIN Libro l ON p.codiceISBN = l.ISBN
                       JOIN Utente u ON p.Username = u.Username
                       WHERE p.numero_prestito IS NOT NULL
                         AND COALESCE(p.stato_prestito, ' ') <>
                             'RESO-DICHIARATO'
                         AND COALESCE(p.ora_scadenza, 0) = 0
                         AND COALESCE(p.data_scadenza, 0) = 0
                       ORDER BY p.numero_prestito
           END-EXEC.

           EXEC SQL OPEN C-PRESTITI END-EXEC.

           EXEC SQL
               FETCH C-PRESTITI INTO :P-NUMERO, :P-ISBN,
                   :P-USERNAME, :P-DATA-PREN, :P-CATEGORIA,
                   :P-SEDE, :P-TIPO, :P-RUOLO, :P-TITOLO,
                   :P-RINNOVI, :P-NOME, :P-COGNOME, :P-TELEFONO,
                   :P-EMAIL, :P-LINGUA
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-ESAMINATI
               PERFORM VALUTA-PRESTITO
               EXEC SQL
                   FETCH C-PRESTITI INTO :P-NUMERO, :P-ISBN,
                       :P-USERNAME, :P-DATA-PREN, :P-CATEGORIA,
                       :P-SEDE, :P-TIPO, :P-RUOLO, :P-TITOLO,
                       :P-RINNOVI, :P-NOME, :P-COGNOME,
                       :P-TELEFONO, :P-EMAIL, :P-LINGUA
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE C-PRESTITI END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Prestiti in scadenza: " CONTATORE-IN-SCADENZA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Rinnovati: " CONTATORE-RINNOVATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Rifiutati: " CONTATORE-RIFIUTATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE AVVISO-OUTPUT.
           CLOSE REPORT-OUTPUT.

           MOVE "RINNOVO-AUTOMATICO" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIFIUTATI TO SP-RIGHE.
           MOVE "BIBLIO.PROD.RINARPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-ESAMINATI TO RC-ESAMINATE.
           MOVE CONTATORE-RINNOVATI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Prestiti esaminati: " CONTATORE-ESAMINATI.
           DISPLAY "Prestiti in scadenza: " CONTATORE-IN-SCADENZA.
           DISPLAY "Rinnovati: " CONTATORE-RINNOVATI.
           DISPLAY "Rifiutati: " CONTATORE-RIFIUTATI.

           EXIT PROGRAM.

      *    Scadenza corrente come la mostra AREA-LETTORE: politica
      *    per tipo di materiale e calendario della Filiale.
       VALUTA-PRESTITO.
           CALL 'LEGGI-POLITICA-TIPO' USING P-TIPO, P-CATEGORIA,
               P-RUOLO, GIORNI-PRESTITO, IMPORTO-MULTA-POLITICA,
               DEPOSITO-POLITICA.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE P-SEDE TO DR-FILIALE.
           MOVE P-DATA-PREN(1:8) TO DR-DATA-DA.
           MOVE GIORNI-PRESTITO TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           MOVE DR-DATA-A TO DATA-SCADENZA.

      *    Gia' scaduti: sono affare di CALCOLA-MULTE e dei
      *    solleciti, non del rinnovo automatico.
           IF DATA-SCADENZA < OGGI-DATA
               EXIT PARAGRAPH
           END-IF.
           MOVE "D" TO DR-OPERAZIONE.
           MOVE OGGI-DATA TO DR-DATA-DA.
           MOVE DATA-SCADENZA TO DR-DATA-A.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           IF DR-GIORNI > GIORNI-ANTICIPO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-IN-SCADENZA.

      *    Nuova scadenza: da oggi per il periodo di politica.
           MOVE "S" TO DR-OPERAZIONE.
           MOVE P-SEDE TO DR-FILIALE.
           MOVE OGGI-DATA TO DR-DATA-DA.
           MOVE GIORNI-PRESTITO TO DR-GIORNI.
           CALL 'CALCOLA-DATE' USING DATE-RICHIESTA.
           MOVE DR-DATA-A TO NUOVA-SCADENZA.

           MOVE SPACES TO MOTIVO-RIFIUTO.
           PERFORM CONTROLLA-DOMANDA.
           IF MOTIVO-RIFIUTO = SPACES
               PERFORM CONTROLLA-LIMITE-RINNOVI
           END-IF.
           IF MOTIVO-RIFIUTO = SPACES
               MOVE P-USERNAME TO CI-USERNAME
               MOVE P-ISBN TO CI-ISBN
               CALL 'CONTROLLA-IDONEITA' USING CI-RICHIESTA
               IF CI-ESITO = "S"
                   STRING "UTENTE BLOCCATO: " CI-MOTIVO
                       DELIMITED BY SIZE INTO MOTIVO-RIFIUTO
               END-IF
           END-IF.

           IF MOTIVO-RIFIUTO NOT = SPACES
               PERFORM SCRIVI-RIFIUTO
           ELSE
               PERFORM RINNOVA-PRESTITO
           END-IF.

       CONTROLLA-DOMANDA.
           EXEC SQL
               SELECT COUNT(*) INTO :ATTESA-PRESENTI
                   FROM Lista-Attesa
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :P-ISBN)
           END-EXEC.
           IF ATTESA-PRESENTI > 0
               MOVE "LISTA D'ATTESA SUL TITOLO" TO MOTIVO-RIFIUTO
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :ANTICIPATE-PRESENTI
                   FROM PrenotazioniAnticipate
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :P-ISBN)
                     AND stato = 'CONFERMATA'
                     AND data_ritiro <= :NUOVA-SCADENZA
           END-EXEC.
           IF ANTICIPATE-PRESENTI > 0
               MOVE "PRENOTAZIONE ANTICIPATA NEL NUOVO PERIODO"
                   TO MOTIVO-RIFIUTO
           END-IF.

      *    Limite di rinnovi dalla riga di PoliticaPrestito che
      *    governa il prestito: prima quella per tipo di materiale,
      *    poi (Categoria, Ruolo) con i jolly '*', nell'ordine di
      *    LEGGI-POLITICA-TIPO e LEGGI-POLITICA.
       CONTROLLA-LIMITE-RINNOVI.
           MOVE RINNOVI-DEFAULT TO RINNOVI-MASSIMI.
           EXEC SQL
               SELECT COALESCE(rinnovi_max, :RINNOVI-DEFAULT)
                   INTO :RINNOVI-MASSIMI
                   FROM PoliticaPrestito
                   WHERE (tipo_materiale =
                             TRIM(BOTH ' ' FROM :P-TIPO)
                          AND tipo_materiale <> 'LIBRO'
                          AND Ruolo IN
                              (TRIM(BOTH ' ' FROM :P-RUOLO), '*'))
                      OR (COALESCE(tipo_materiale, '*') = '*'
                          AND Categoria IN
                              (TRIM(BOTH ' ' FROM :P-CATEGORIA), '*')
                          AND Ruolo IN
                              (TRIM(BOTH ' ' FROM :P-RUOLO), '*'))
                   ORDER BY
                       CASE WHEN COALESCE(tipo_materiale, '*') <> '*'
                            THEN 0 ELSE 1 END,
                       CASE WHEN Categoria =
                                 TRIM(BOTH ' ' FROM :P-CATEGORIA)
                            THEN 0 ELSE 1 END,
                       CASE WHEN Ruolo = TRIM(BOTH ' ' FROM :P-RUOLO)
                            THEN 0 ELSE 1 END
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE RINNOVI-DEFAULT TO RINNOVI-MASSIMI
           END-IF.
           IF P-RINNOVI >= RINNOVI-MASSIMI
               STRING "LIMITE DI " RINNOVI-MASSIMI
                   " RINNOVI RAGGIUNTO"
                   DELIMITED BY SIZE INTO MOTIVO-RIFIUTO
           END-IF.

       RINNOVA-PRESTITO.
           EXEC SQL
               UPDATE Prenotazione
                   SET data_prenotazione = :OGGI-DATA,
                       numero_rinnovi =
                           COALESCE(numero_rinnovi, 0) + 1
                   WHERE numero_prestito = :P-NUMERO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "ERRORE NELL'AGGIORNAMENTO DEL PRESTITO"
                   TO MOTIVO-RIFIUTO
               PERFORM SCRIVI-RIFIUTO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-RINNOVATI.

           MOVE "RINNOVO-AUTOMATICO" TO AUDIT-PROGRAMMA.
           MOVE "RINNOVO" TO AUDIT-OPERAZIONE.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE P-NUMERO TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING AUDIT-OPERATORE,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.

      *    Il rinnovo vale comunque; l'avviso esce solo sui canali
      *    con il consenso del tesserato, e senza nessuno non esce.
           PERFORM APPLICA-CONSENSI.
           IF CONSENSO-EMAIL NOT = "S" AND CONSENSO-SMS NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AVVISO-RECORD.
           MOVE P-USERNAME TO RA-USERNAME.
           MOVE P-NOME TO RA-NOME.
           MOVE P-COGNOME TO RA-COGNOME.
           MOVE P-TELEFONO TO RA-TELEFONO.
           MOVE P-EMAIL TO RA-EMAIL.
           IF CONSENSO-EMAIL NOT = "S"
               MOVE SPACES TO RA-EMAIL
           END-IF.
           IF CONSENSO-SMS NOT = "S"
               MOVE SPACES TO RA-TELEFONO
           END-IF.
           MOVE P-ISBN TO RA-ISBN.
           MOVE P-TITOLO TO RA-TITOLO.
           MOVE P-NUMERO TO RA-NUMERO.
           MOVE NUOVA-SCADENZA TO RA-SCADENZA.
           MOVE P-LINGUA TO RA-LINGUA.
           MOVE SPACES TO CA-RICHIESTA.
           MOVE "RINNOVO-PRESTITO" TO CA-TIPO.
           MOVE P-LINGUA TO CA-LINGUA.
           MOVE 1 TO CA-RIGA.
           MOVE P-NOME TO CA-VALORE(1).
           MOVE P-TITOLO TO CA-VALORE(2).
           MOVE NUOVA-SCADENZA TO SCADENZA-TESTO.
           STRING SCADENZA-ANNO "/" SCADENZA-MESE "/" SCADENZA-GIORNO
               DELIMITED BY SIZE INTO CA-VALORE(3).
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           IF CA-ESITO = "S"
               MOVE CA-TESTO TO RA-TESTO
           END-IF.
           WRITE AVVISO-RECORD.

       APPLICA-CONSENSI.
           MOVE "V" TO CC-OPERAZIONE.
           MOVE P-USERNAME TO CC-USERNAME.
           MOVE "SOLLECITI" TO CC-FINALITA.
           MOVE "EMAIL" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           MOVE CC-CONSENSO TO CONSENSO-EMAIL.
           MOVE "SMS" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           MOVE CC-CONSENSO TO CONSENSO-SMS.

       SCRIVI-RIFIUTO.
           ADD 1 TO CONTATORE-RIFIUTATI.
           MOVE SPACES TO REPORT-LINE.
           STRING P-NUMERO " " DATA-SCADENZA " " P-ISBN(1:13) " "
               P-USERNAME(1:30) " " MOTIVO-RIFIUTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
