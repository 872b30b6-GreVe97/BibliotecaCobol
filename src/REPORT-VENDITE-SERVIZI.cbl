       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-VENDITE-SERVIZI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO VENDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 DATA-APPOGGIO     PIC 9(8).
           01 ANNO-MESE         PIC 9(6).
           01 MESE-DA           PIC 9(8).
           01 MESE-A            PIC 9(8).

           01 VENDITA-REC.
               03 V-FILIALE         PIC X(30).
               03 V-CODICE          PIC X(10).
               03 V-DESCRIZIONE     PIC X(50).
               03 V-SCONTRINI       PIC 9(7).
               03 V-QUANTITA        PIC 9(7).
               03 V-IMPORTO         PIC 9(9)V99.

           01 FILIALE-PRECEDENTE PIC X(30) VALUE SPACES.
           01 RIGHE-FILIALE     PIC 9(7) VALUE ZERO.
           01 TOTALE-FILIALE    PIC 9(9)V99 VALUE ZERO.
           01 TOTALE-GENERALE   PIC 9(9)V99 VALUE ZERO.
           01 CONTATORE-RIGHE   PIC 9(7) VALUE ZERO.
           01 CONTATORE-FILIALI PIC 9(5) VALUE ZERO.

      *    Registrazione dell'elaborato nello spool centrale dei
      *    report (SpoolReport, via SPOOL-WRITER): una voce per
      *    Filiale, come la lista prelievi.
           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Vendite del mese precedente dei servizi al banco
      *    (VENDITA-SERVIZI), per Filiale e per servizio: scontrini,
      *    quantita' vendute e incasso, con il totale di Filiale e
      *    quello generale. Gira a fine mese dopo la fotografia
      *    mensile; comprende anche le vendite pagate dal borsellino.
       REPORT-VENDITE-SERVIZI-PARA.
           DISPLAY "------- SONO REPORT-VENDITE-SERVIZI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

      *    Mese precedente: dal primo all'ultimo giorno.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) -
               FUNCTION NUMVAL(OGGI-DATA(7:2)).
           COMPUTE MESE-A =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           MOVE MESE-A TO DATA-APPOGGIO.
           COMPUTE MESE-DA = (DATA-APPOGGIO / 100) * 100 + 1.
           MOVE MESE-A(1:6) TO ANNO-MESE.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "VENDITE SERVIZI DI SPORTELLO - MESE " ANNO-MESE
               " (" MESE-DA " - " MESE-A ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE C-VENDITE CURSOR FOR
                   SELECT v.Filiale, v.codice_servizio,
                          COALESCE(MAX(t.descrizione), ' '),
                          COUNT(DISTINCT v.numero_vendita),
                          SUM(v.quantita), SUM(v.importo)
                       FROM VenditeServizi v
                       LEFT JOIN TariffeServizi t
                         ON t.codice_servizio = v.codice_servizio
                        AND t.Filiale = v.Filiale
                       WHERE v.data_vendita >= :MESE-DA
                         AND v.data_vendita <= :MESE-A
                       GROUP BY v.Filiale, v.codice_servizio
                       ORDER BY v.Filiale, v.codice_servizio
           END-EXEC.

           EXEC SQL OPEN C-VENDITE END-EXEC.

           EXEC SQL
               FETCH C-VENDITE INTO :V-FILIALE, :V-CODICE,
                   :V-DESCRIZIONE, :V-SCONTRINI, :V-QUANTITA,
                   :V-IMPORTO
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF V-FILIALE NOT = FILIALE-PRECEDENTE
                   IF FILIALE-PRECEDENTE NOT = SPACES
                       PERFORM CHIUDI-FILIALE
                   END-IF
                   PERFORM APRI-FILIALE
               END-IF
               PERFORM STAMPA-SERVIZIO
               EXEC SQL
                   FETCH C-VENDITE INTO :V-FILIALE, :V-CODICE,
                       :V-DESCRIZIONE, :V-SCONTRINI, :V-QUANTITA,
                       :V-IMPORTO
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE C-VENDITE END-EXEC.

           IF FILIALE-PRECEDENTE NOT = SPACES
               PERFORM CHIUDI-FILIALE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALE GENERALE: " TOTALE-GENERALE
               "  FILIALI: " CONTATORE-FILIALI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           DISPLAY "Servizi venduti nel mese " ANNO-MESE ": "
               CONTATORE-RIGHE " righe, " CONTATORE-FILIALI
               " filiali, totale " TOTALE-GENERALE.

           EXIT PROGRAM.

       APRI-FILIALE.
           MOVE V-FILIALE TO FILIALE-PRECEDENTE.
           MOVE ZERO TO RIGHE-FILIALE.
           MOVE ZERO TO TOTALE-FILIALE.
           ADD 1 TO CONTATORE-FILIALI.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILIALE: " V-FILIALE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SERVIZIO   DESCRIZIONE                        "
               "   SCONTRINI  QUANTITA'      INCASSO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       STAMPA-SERVIZIO.
           ADD 1 TO RIGHE-FILIALE.
           ADD 1 TO CONTATORE-RIGHE.
           ADD V-IMPORTO TO TOTALE-FILIALE.
           ADD V-IMPORTO TO TOTALE-GENERALE.
           MOVE SPACES TO REPORT-LINE.
           STRING V-CODICE " " V-DESCRIZIONE(1:35) " "
               V-SCONTRINI " " V-QUANTITA " " V-IMPORTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CHIUDI-FILIALE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALE FILIALE " FILIALE-PRECEDENTE ": "
               TOTALE-FILIALE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "REPORT-VENDITE-SERVIZI" TO SP-PROGRAMMA.
           MOVE FILIALE-PRECEDENTE TO SP-FILIALE.
           MOVE RIGHE-FILIALE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.VENDRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.
