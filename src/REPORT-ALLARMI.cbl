       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ALLARMI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO ALLARRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 DATA-DA           PIC 9(8).
           01 DATA-A            PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).

           01 FASCIA-REC.
               03 F-FILIALE     PIC X(30).
               03 F-ORA         PIC 9(2).
               03 F-TOTALE      PIC 9(7).
               03 F-PRESTITO    PIC 9(7).
               03 F-DISPONIBILE PIC 9(7).
               03 F-PERSO       PIC 9(7).
               03 F-ALTRO       PIC 9(7).
               03 F-SCONOSCIUTO PIC 9(7).

           01 RIPETUTO-REC.
               03 RP-BARCODE    PIC X(20).
               03 RP-ALLARMI    PIC 9(5).
               03 RP-FILIALI    PIC 9(3).
               03 RP-TITOLO     PIC X(100).

           01 APERTA-REC.
               03 VA-FILIALE    PIC X(30).
               03 VA-APERTE     PIC 9(7).

           01 FILIALE-PRECEDENTE PIC X(30).
           01 TOTALE-ALLARMI    PIC 9(7) VALUE ZERO.
           01 TOTALE-APERTE     PIC 9(7) VALUE ZERO.
           01 CONTATORE-RIGHE   PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Andamento settimanale degli allarmi ai varchi RFID
      *    (AllarmiVarco, da IMPORTA-ALLARMI) negli ultimi sette
      *    giorni: per Filiale e ora del giorno quanti allarmi e di
      *    che tipo (copia in prestito = tag non disattivato al
      *    banco; disponibile = probabile furto; persa; altro
      *    stato; tag sconosciuto), le copie che hanno suonato piu'
      *    volte e le verifiche a scaffale ancora aperte.
       REPORT-ALLARMI-PARA.
           DISPLAY "------- SONO REPORT-ALLARMI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) - 1.
           COMPUTE DATA-A = FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           SUBTRACT 6 FROM GIORNO-SERIALE.
           COMPUTE DATA-DA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALLARMI AI VARCHI PER FILIALE E ORA - DAL "
               DATA-DA " AL " DATA-A
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILIALE                        ORA  TOTALE "
               "  PRESTITO DISPONIBILE   PERSO   ALTRO SCONOSCIUTO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM STAMPA-FASCE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALLARMI NELLA SETTIMANA: " TOTALE-ALLARMI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COPIE CON PIU' ALLARMI NELLA SETTIMANA"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM STAMPA-RIPETUTI.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VERIFICHE A SCAFFALE ANCORA APERTE PER FILIALE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM STAMPA-VERIFICHE-APERTE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALE VERIFICHE APERTE: " TOTALE-APERTE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-ALLARMI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.ALLARRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Allarmi nella settimana: " TOTALE-ALLARMI.
           DISPLAY "Verifiche a scaffale aperte: " TOTALE-APERTE.

           EXIT PROGRAM.

       STAMPA-FASCE.
           MOVE SPACES TO FILIALE-PRECEDENTE.
           EXEC SQL
               DECLARE C-FASCE CURSOR FOR
                   SELECT filiale, ora_allarme / 10000, COUNT(*),
                          SUM(CASE WHEN esito = 'PRESTITO'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN esito = 'DISPONIBILE'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN esito = 'PERSO'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN esito = 'ALTRO'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN esito = 'SCONOSCIUTO'
                                   THEN 1 ELSE 0 END)
                       FROM AllarmiVarco
                       WHERE data_allarme BETWEEN :DATA-DA
                                              AND :DATA-A
                       GROUP BY filiale, ora_allarme / 10000
                       ORDER BY 1, 2
           END-EXEC.
           EXEC SQL OPEN C-FASCE END-EXEC.
           EXEC SQL
               FETCH C-FASCE INTO :F-FILIALE, :F-ORA, :F-TOTALE,
                   :F-PRESTITO, :F-DISPONIBILE, :F-PERSO,
                   :F-ALTRO, :F-SCONOSCIUTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF F-FILIALE NOT = FILIALE-PRECEDENTE
                   AND FILIALE-PRECEDENTE NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE F-FILIALE TO FILIALE-PRECEDENTE
               MOVE SPACES TO REPORT-LINE
               STRING F-FILIALE " " F-ORA "  " F-TOTALE " "
                   F-PRESTITO "     " F-DISPONIBILE " " F-PERSO " "
                   F-ALTRO "     " F-SCONOSCIUTO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               ADD F-TOTALE TO TOTALE-ALLARMI
               EXEC SQL
                   FETCH C-FASCE INTO :F-FILIALE, :F-ORA,
                       :F-TOTALE, :F-PRESTITO, :F-DISPONIBILE,
                       :F-PERSO, :F-ALTRO, :F-SCONOSCIUTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-FASCE END-EXEC.

      *    Copie che suonano piu' volte senza essere in prestito:
      *    tag difettoso da rifare o furti ripetuti.
       STAMPA-RIPETUTI.
           EXEC SQL
               DECLARE C-RIPETUTI CURSOR FOR
                   SELECT a.barcode, COUNT(*),
                          COUNT(DISTINCT a.filiale),
                          COALESCE(MAX(l.TITOLO), ' ')
                       FROM AllarmiVarco a
                       LEFT JOIN Libro l ON a.codiceISBN = l.ISBN
                       WHERE a.data_allarme BETWEEN :DATA-DA
                                                AND :DATA-A
                         AND a.barcode IS NOT NULL
                         AND a.esito <> 'PRESTITO'
                       GROUP BY a.barcode
                       HAVING COUNT(*) > 1
                       ORDER BY 2 DESC, 1
           END-EXEC.
           EXEC SQL OPEN C-RIPETUTI END-EXEC.
           EXEC SQL
               FETCH C-RIPETUTI INTO :RP-BARCODE, :RP-ALLARMI,
                   :RP-FILIALI, :RP-TITOLO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING RP-BARCODE " ALLARMI " RP-ALLARMI
                   " FILIALI " RP-FILIALI " " RP-TITOLO(1:60)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-RIPETUTI INTO :RP-BARCODE, :RP-ALLARMI,
                       :RP-FILIALI, :RP-TITOLO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RIPETUTI END-EXEC.

       STAMPA-VERIFICHE-APERTE.
           EXEC SQL
               DECLARE C-APERTE CURSOR FOR
                   SELECT filiale, COUNT(*)
                       FROM AllarmiVarco
                       WHERE stato_verifica = 'DA VERIFICARE'
                       GROUP BY filiale
                       ORDER BY filiale
           END-EXEC.
           EXEC SQL OPEN C-APERTE END-EXEC.
           EXEC SQL
               FETCH C-APERTE INTO :VA-FILIALE, :VA-APERTE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING VA-FILIALE " " VA-APERTE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               ADD VA-APERTE TO TOTALE-APERTE
               EXEC SQL
                   FETCH C-APERTE INTO :VA-FILIALE, :VA-APERTE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-APERTE END-EXEC.
