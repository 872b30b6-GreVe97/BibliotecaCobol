       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CONTRATTI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO CONTRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 OGGI-SERIALE      PIC 9(9).
           01 GIORNI-SCADENZA   PIC S9(7).
           01 PERCENTUALE-USO   PIC 9(5)V99.
           01 RESIDUO           PIC S9(9)V99.
           01 RESIDUO-ED        PIC -(9)9.99.
           01 AVVISO            PIC X(30).

      *    Soglie dell'avviso, da Parametri: percentuale del
      *    massimale consumata e giorni alla fine di validita'.
           01 PARAMETRO-TESTO   PIC X(50).
           01 SOGLIA-PERCENTUALE PIC 9(3) VALUE 80.
           01 GIORNI-PREAVVISO  PIC 9(3) VALUE 60.

           01 CONTRATTO-REC.
               03 C-CIG         PIC X(10).
               03 C-FORNITORE   PIC X(50).
               03 C-INIZIO      PIC 9(8).
               03 C-FINE        PIC 9(8).
               03 C-MASSIMALE   PIC 9(9)V99.
               03 C-SCONTO      PIC 9(2)V99.
               03 C-CONSUMATO   PIC 9(9)V99.

           01 CONTATORE-CONTRATTI PIC 9(5) VALUE ZERO.
           01 CONTATORE-AVVISI    PIC 9(5) VALUE ZERO.

      *    Registrazione dell'elaborato nello spool centrale dei
      *    report (SpoolReport, via SPOOL-WRITER).
           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Consumo dei contratti d'appalto (ContrattiFornitore,
      *    GESTIONE-FORNITORI): per ogni contratto ATTIVO massimale,
      *    ordinato sul CIG (esclusi annullati e bozze), residuo e
      *    giorni alla scadenza. Avviso quando il consumo supera la
      *    soglia CONTRATTI-SOGLIA-PERC o la scadenza e' entro
      *    CONTRATTI-PREAVVISO-GG giorni: c'e' da bandire la gara
      *    successiva per tempo.
       REPORT-CONTRATTI-PARA.
           DISPLAY "------- SONO REPORT-CONTRATTI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE OGGI-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA).

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'CONTRATTI-SOGLIA-PERC'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO SOGLIA-PERCENTUALE
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'CONTRATTI-PREAVVISO-GG'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-PREAVVISO
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONSUMO DEI CONTRATTI D'APPALTO AL " OGGI-DATA
               " (SOGLIA " SOGLIA-PERCENTUALE "% - PREAVVISO "
               GIORNI-PREAVVISO " GG)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE C-CONTRATTI CURSOR FOR
                   SELECT c.cig, COALESCE(f.nome, ' '),
                          c.data_inizio, c.data_fine, c.massimale,
                          c.sconto,
                          COALESCE((SELECT SUM(o.totale)
                              FROM OrdineAcquisto o
                              WHERE o.cig = c.cig
                                AND o.stato NOT IN ('ANNULLATO',
                                                    'PROPOSTO')), 0)
                       FROM ContrattiFornitore c
                       LEFT JOIN Fornitore f
                         ON f.codice = c.codice_fornitore
                       WHERE c.stato = 'ATTIVO'
                       ORDER BY c.data_fine, c.cig
           END-EXEC.
           EXEC SQL OPEN C-CONTRATTI END-EXEC.
           EXEC SQL
               FETCH C-CONTRATTI INTO :C-CIG, :C-FORNITORE,
                   :C-INIZIO, :C-FINE, :C-MASSIMALE, :C-SCONTO,
                   :C-CONSUMATO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-CONTRATTI
               PERFORM SCRIVI-CONTRATTO
               EXEC SQL
                   FETCH C-CONTRATTI INTO :C-CIG, :C-FORNITORE,
                       :C-INIZIO, :C-FINE, :C-MASSIMALE, :C-SCONTO,
                       :C-CONSUMATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CONTRATTI END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Contratti attivi: " CONTATORE-CONTRATTI
               "  con avviso: " CONTATORE-AVVISI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-CONTRATTI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-CONTRATTI TO SP-RIGHE.
           MOVE "BIBLIO.PROD.CONTRRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Contratti attivi: " CONTATORE-CONTRATTI.
           DISPLAY "Contratti con avviso: " CONTATORE-AVVISI.

           EXIT PROGRAM.

       SCRIVI-CONTRATTO.
           COMPUTE RESIDUO = C-MASSIMALE - C-CONSUMATO.
           MOVE RESIDUO TO RESIDUO-ED.
           IF C-MASSIMALE > ZERO
               COMPUTE PERCENTUALE-USO ROUNDED =
                   C-CONSUMATO * 100 / C-MASSIMALE
           ELSE
               MOVE ZERO TO PERCENTUALE-USO
           END-IF.
           COMPUTE GIORNI-SCADENZA =
               FUNCTION INTEGER-OF-DATE(C-FINE) - OGGI-SERIALE.

           MOVE SPACES TO AVVISO.
           IF GIORNI-SCADENZA < 0
               MOVE "*** SCADUTO" TO AVVISO
           ELSE
               IF PERCENTUALE-USO >= SOGLIA-PERCENTUALE
                   IF GIORNI-SCADENZA <= GIORNI-PREAVVISO
                       MOVE "*** MASSIMALE E SCADENZA" TO AVVISO
                   ELSE
                       MOVE "*** VICINO AL MASSIMALE" TO AVVISO
                   END-IF
               ELSE
                   IF GIORNI-SCADENZA <= GIORNI-PREAVVISO
                       MOVE "*** IN SCADENZA" TO AVVISO
                   END-IF
               END-IF
           END-IF.
           IF AVVISO NOT = SPACES
               ADD 1 TO CONTATORE-AVVISI
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "CIG " C-CIG " " C-FORNITORE(1:25)
               " DAL " C-INIZIO " AL " C-FINE
               " SCONTO " C-SCONTO "%"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    MASSIMALE " C-MASSIMALE
               " CONSUMATO " C-CONSUMATO
               " (" PERCENTUALE-USO "%) RESIDUO " RESIDUO-ED
               " GIORNI " GIORNI-SCADENZA " " AVVISO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
