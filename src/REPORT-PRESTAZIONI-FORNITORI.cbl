       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PRESTAZIONI-FORNITORI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO PRESTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 DATA-INIZIO       PIC 9(8).

           01 FORNITORE-REC.
               03 F-CODICE      PIC 9(6).
               03 F-NOME        PIC X(50).
               03 F-ORDINATE    PIC 9(7).
               03 F-RICEVUTE    PIC 9(7).
               03 F-ANNULLATE   PIC 9(7).
               03 F-RESE        PIC 9(7).
               03 F-RECLAMI     PIC 9(5).
               03 F-ESCALATI    PIC 9(5).

      *    Tempi di consegna: per ogni riga consegnata, giorni fra
      *    la data dell'ordine e l'ultima consegna.
           01 CONSEGNA-REC.
               03 D-DATA-ORDINE PIC 9(8).
               03 D-CONSEGNA    PIC 9(8).
           01 GIORNI-CONSEGNA   PIC S9(7).
           01 TOTALE-GIORNI     PIC 9(9).
           01 RIGHE-CONSEGNATE  PIC 9(7).
           01 MEDIA-GIORNI      PIC 9(5)V9.
           01 PERCENTUALE-EVASO PIC 9(3)V99.

           01 CONTATORE-FORNITORI PIC 9(5) VALUE ZERO.

      *    Registrazione dell'elaborato nello spool centrale dei
      *    report (SpoolReport, via SPOOL-WRITER).
           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Prestazioni dei Fornitori sugli ordini degli ultimi dodici
      *    mesi (bozze e ordini annullati esclusi): copie ordinate,
      *    ricevute, annullate e rese, percentuale evasa (ricevute su
      *    ordinate), giorni medi di consegna, reclami aperti nel
      *    periodo e quanti sono arrivati al responsabile acquisti.
       REPORT-PRESTAZIONI-FORNITORI-PARA.
           DISPLAY "------- SONO REPORT-PRESTAZIONI-FORNITORI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE DATA-INIZIO = OGGI-DATA - 10000.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRESTAZIONI DEI FORNITORI - ORDINI DAL "
               DATA-INIZIO " AL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE C-FORNITORI CURSOR FOR
                   SELECT o.codice_fornitore, COALESCE(f.nome, ' '),
                          COALESCE(SUM(r.copie), 0),
                          COALESCE(SUM(r.copie_ricevute), 0),
                          COALESCE(SUM(r.copie_annullate), 0),
                          COALESCE(SUM(r.copie_rese), 0)
                       FROM OrdineAcquisto o
                       JOIN OrdineRiga r
                         ON r.numero_ordine = o.numero_ordine
                       LEFT JOIN Fornitore f
                         ON f.codice = o.codice_fornitore
                       WHERE o.codice_fornitore IS NOT NULL
                         AND o.data_ordine >= :DATA-INIZIO
                         AND o.stato NOT IN ('ANNULLATO', 'PROPOSTO')
                       GROUP BY o.codice_fornitore, f.nome
                       ORDER BY 2
           END-EXEC.
           EXEC SQL OPEN C-FORNITORI END-EXEC.
           EXEC SQL
               FETCH C-FORNITORI INTO :F-CODICE, :F-NOME,
                   :F-ORDINATE, :F-RICEVUTE, :F-ANNULLATE, :F-RESE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-FORNITORI
               PERFORM SCRIVI-FORNITORE
               EXEC SQL
                   FETCH C-FORNITORI INTO :F-CODICE, :F-NOME,
                       :F-ORDINATE, :F-RICEVUTE, :F-ANNULLATE,
                       :F-RESE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-FORNITORI END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Fornitori: " CONTATORE-FORNITORI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-PRESTAZIONI-FORNITORI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-FORNITORI TO SP-RIGHE.
           MOVE "BIBLIO.PROD.PRESTRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Fornitori nel prospetto: " CONTATORE-FORNITORI.

           EXIT PROGRAM.

       SCRIVI-FORNITORE.
           IF F-ORDINATE > ZERO
               COMPUTE PERCENTUALE-EVASO ROUNDED =
                   F-RICEVUTE * 100 / F-ORDINATE
           ELSE
               MOVE ZERO TO PERCENTUALE-EVASO
           END-IF.

           MOVE ZERO TO TOTALE-GIORNI.
           MOVE ZERO TO RIGHE-CONSEGNATE.
           EXEC SQL
               DECLARE C-CONSEGNE CURSOR FOR
                   SELECT o.data_ordine, r.data_ultima_consegna
                       FROM OrdineAcquisto o
                       JOIN OrdineRiga r
                         ON r.numero_ordine = o.numero_ordine
                       WHERE o.codice_fornitore = :F-CODICE
                         AND o.data_ordine >= :DATA-INIZIO
                         AND o.stato NOT IN ('ANNULLATO', 'PROPOSTO')
                         AND r.data_ultima_consegna IS NOT NULL
           END-EXEC.
           EXEC SQL OPEN C-CONSEGNE END-EXEC.
           EXEC SQL
               FETCH C-CONSEGNE INTO :D-DATA-ORDINE, :D-CONSEGNA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               COMPUTE GIORNI-CONSEGNA =
                   FUNCTION INTEGER-OF-DATE(D-CONSEGNA) -
                   FUNCTION INTEGER-OF-DATE(D-DATA-ORDINE)
               IF GIORNI-CONSEGNA > ZERO
                   ADD GIORNI-CONSEGNA TO TOTALE-GIORNI
               END-IF
               ADD 1 TO RIGHE-CONSEGNATE
               EXEC SQL
                   FETCH C-CONSEGNE INTO :D-DATA-ORDINE, :D-CONSEGNA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CONSEGNE END-EXEC.
           IF RIGHE-CONSEGNATE > ZERO
               COMPUTE MEDIA-GIORNI ROUNDED =
                   TOTALE-GIORNI / RIGHE-CONSEGNATE
           ELSE
               MOVE ZERO TO MEDIA-GIORNI
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN escalation = 'S'
                                        THEN 1 ELSE 0 END), 0)
                   INTO :F-RECLAMI, :F-ESCALATI
                   FROM ReclamiFornitore
                   WHERE codice_fornitore = :F-CODICE
                     AND data_reclamo >= :DATA-INIZIO
           END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING F-CODICE " " F-NOME(1:30)
               " ORDINATE " F-ORDINATE " RICEVUTE " F-RICEVUTE
               " ANNULLATE " F-ANNULLATE " RESE " F-RESE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "       EVASO " PERCENTUALE-EVASO
               "%  GIORNI MEDI DI CONSEGNA " MEDIA-GIORNI
               " SU " RIGHE-CONSEGNATE " RIGHE  RECLAMI " F-RECLAMI
               " DI CUI AL RESPONSABILE " F-ESCALATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
