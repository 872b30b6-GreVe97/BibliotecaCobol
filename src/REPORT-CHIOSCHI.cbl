       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CHIOSCHI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO CHIORPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).

           01 USO-REC.
               03 U-FILIALE     PIC X(30).
               03 U-CHIOSCO     PIC X(10).
               03 U-TIPO        PIC X(2).
               03 U-ESEGUITI    PIC 9(7).
               03 U-RIFIUTATI   PIC 9(7).

           01 RIFIUTO-REC.
               03 R-CHIOSCO     PIC X(10).
               03 R-ORA         PIC 9(6).
               03 R-TIPO        PIC X(2).
               03 R-USERNAME    PIC X(50).
               03 R-BARCODE     PIC X(20).
               03 R-MOTIVO      PIC X(100).

           01 CHIOSCO-PRECEDENTE PIC X(10).
           01 DESCRIZIONE-TIPO  PIC X(12).
           01 TOTALE-ESEGUITI   PIC 9(7) VALUE ZERO.
           01 TOTALE-RIFIUTATI  PIC 9(7) VALUE ZERO.
           01 CONTATORE-RIGHE   PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Uso giornaliero dei chioschi di autoprestito dal registro
      *    MovimentiChiosco scritto da AUTOPRESTITO: per ogni
      *    chiosco i messaggi eseguiti e rifiutati per tipo, poi
      *    l'elenco dei rifiuti con il motivo, per capire chi e'
      *    stato mandato al banco e perche'. Gira nel NOTTURNO a
      *    chioschi chiusi, sulla giornata appena finita.
       REPORT-CHIOSCHI-PARA.
           DISPLAY "------- SONO REPORT-CHIOSCHI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "USO DEI CHIOSCHI DI AUTOPRESTITO DEL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILIALE                        CHIOSCO    "
               "MESSAGGIO      ESEGUITI  RIFIUTATI"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM STAMPA-USO.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALE ESEGUITI: " TOTALE-ESEGUITI
               "  TOTALE RIFIUTATI: " TOTALE-RIFIUTATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RIFIUTI DELLA GIORNATA"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHIOSCO    ORA    MESSAGGIO    UTENTE"
               "                    COPIA                MOTIVO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM STAMPA-RIFIUTI.

           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-CHIOSCHI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.CHIORPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Messaggi eseguiti:  " TOTALE-ESEGUITI.
           DISPLAY "Messaggi rifiutati: " TOTALE-RIFIUTATI.

           EXIT PROGRAM.

       STAMPA-USO.
           EXEC SQL
               DECLARE C-USO CURSOR FOR
                   SELECT COALESCE(filiale, ' '), codice_chiosco,
                          tipo_messaggio,
                          SUM(CASE WHEN esito = 'S' THEN 1
                                   ELSE 0 END),
                          SUM(CASE WHEN esito = 'S' THEN 0
                                   ELSE 1 END)
                       FROM MovimentiChiosco
                       WHERE data_movimento = :OGGI-DATA
                       GROUP BY COALESCE(filiale, ' '),
                                codice_chiosco, tipo_messaggio
                       ORDER BY 1, 2, 3
           END-EXEC.
           EXEC SQL OPEN C-USO END-EXEC.
           EXEC SQL
               FETCH C-USO INTO :U-FILIALE, :U-CHIOSCO, :U-TIPO,
                   :U-ESEGUITI, :U-RIFIUTATI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM DESCRIVI-TIPO
               MOVE SPACES TO REPORT-LINE
               STRING U-FILIALE " " U-CHIOSCO " " DESCRIZIONE-TIPO
                   "   " U-ESEGUITI "    " U-RIFIUTATI
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               ADD U-ESEGUITI TO TOTALE-ESEGUITI
               ADD U-RIFIUTATI TO TOTALE-RIFIUTATI
               EXEC SQL
                   FETCH C-USO INTO :U-FILIALE, :U-CHIOSCO,
                       :U-TIPO, :U-ESEGUITI, :U-RIFIUTATI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-USO END-EXEC.

      *    Un rifiuto per riga, raggruppati per chiosco.
       STAMPA-RIFIUTI.
           MOVE SPACES TO CHIOSCO-PRECEDENTE.
           EXEC SQL
               DECLARE C-RIFIUTI CURSOR FOR
                   SELECT codice_chiosco, ora_movimento,
                          tipo_messaggio, COALESCE(Username, ' '),
                          COALESCE(barcode, ' '),
                          COALESCE(motivo, ' ')
                       FROM MovimentiChiosco
                       WHERE data_movimento = :OGGI-DATA
                         AND esito <> 'S'
                       ORDER BY codice_chiosco, ora_movimento
           END-EXEC.
           EXEC SQL OPEN C-RIFIUTI END-EXEC.
           EXEC SQL
               FETCH C-RIFIUTI INTO :R-CHIOSCO, :R-ORA, :R-TIPO,
                   :R-USERNAME, :R-BARCODE, :R-MOTIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF R-CHIOSCO NOT = CHIOSCO-PRECEDENTE
                   AND CHIOSCO-PRECEDENTE NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE R-CHIOSCO TO CHIOSCO-PRECEDENTE
               MOVE R-TIPO TO U-TIPO
               PERFORM DESCRIVI-TIPO
               MOVE SPACES TO REPORT-LINE
               STRING R-CHIOSCO " " R-ORA(1:2) ":" R-ORA(3:2) "  "
                   DESCRIZIONE-TIPO " " R-USERNAME(1:25) " "
                   R-BARCODE " " R-MOTIVO(1:50)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-RIFIUTI INTO :R-CHIOSCO, :R-ORA, :R-TIPO,
                       :R-USERNAME, :R-BARCODE, :R-MOTIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RIFIUTI END-EXEC.

       DESCRIVI-TIPO.
           EVALUATE U-TIPO
               WHEN "ST" MOVE "SITUAZIONE" TO DESCRIZIONE-TIPO
               WHEN "PR" MOVE "PRESTITO" TO DESCRIZIONE-TIPO
               WHEN "RE" MOVE "RESTITUZIONE" TO DESCRIZIONE-TIPO
               WHEN "RI" MOVE "RINNOVO" TO DESCRIZIONE-TIPO
               WHEN "MU" MOVE "MULTE" TO DESCRIZIONE-TIPO
               WHEN OTHER MOVE U-TIPO TO DESCRIZIONE-TIPO
           END-EVALUATE.
