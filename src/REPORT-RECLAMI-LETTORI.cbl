       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-RECLAMI-LETTORI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO RECLLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 DATA-DA           PIC 9(8).
           01 DATA-A            PIC 9(8).
           01 ANNO-CORRENTE     PIC 9(4).
           01 MESE-CORRENTE     PIC 9(2).
           01 TRIMESTRE-NUMERO  PIC 9(1).
           01 GIORNO-SERIALE    PIC 9(9).
           01 GIORNI-RISPOSTA   PIC 9(5).

           01 RECLAMO-REC.
               03 K-NUMERO      PIC 9(7).
               03 K-CATEGORIA   PIC X(12).
               03 K-FILIALE     PIC X(30).
               03 K-RICEVUTO    PIC 9(8).
               03 K-SCADENZA    PIC 9(8).
               03 K-STATO       PIC X(10).
               03 K-ESITO       PIC X(12).
               03 K-DATA-RISPOSTA PIC 9(8).

      *    Contatori per categoria e Filiale (rottura di controllo
      *    sul cursore ordinato) e totali del trimestre.
           01 CHIAVE-PRECEDENTE.
               03 PR-CATEGORIA  PIC X(12).
               03 PR-FILIALE    PIC X(30).
           01 CONTATORI-GRUPPO.
               03 G-RICEVUTI    PIC 9(5).
               03 G-RISPOSTI    PIC 9(5).
               03 G-IN-TERMINE  PIC 9(5).
               03 G-FUORI-TERMINE PIC 9(5).
               03 G-APERTI      PIC 9(5).
               03 G-SCADUTI     PIC 9(5).
               03 G-GIORNI      PIC 9(7).
               03 G-ACCOLTI     PIC 9(5).
               03 G-PARZIALI    PIC 9(5).
               03 G-RESPINTI    PIC 9(5).
               03 G-INFORMATIVI PIC 9(5).
           01 CONTATORI-TOTALI.
               03 T-RICEVUTI    PIC 9(7) VALUE ZERO.
               03 T-RISPOSTI    PIC 9(7) VALUE ZERO.
               03 T-IN-TERMINE  PIC 9(7) VALUE ZERO.
               03 T-FUORI-TERMINE PIC 9(7) VALUE ZERO.
               03 T-APERTI      PIC 9(7) VALUE ZERO.
               03 T-SCADUTI     PIC 9(7) VALUE ZERO.
               03 T-GIORNI      PIC 9(9) VALUE ZERO.
           01 MEDIA-GIORNI      PIC 9(3)V9.
           01 MEDIA-STAMPA      PIC ZZ9.9.
           01 PERCENTUALE       PIC 9(3)V9.
           01 PERCENTUALE-STAMPA PIC ZZ9.9.
           01 CONTATORE-RIGHE   PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Rendiconto trimestrale dei reclami e dei suggerimenti dei
      *    lettori (ReclamiLettori, da GESTIONE-RECLAMI-LETTORI) per
      *    l'ufficio relazioni con il pubblico del comune: per
      *    categoria e Filiale quanti ne sono arrivati nel trimestre
      *    appena chiuso, quanti hanno avuto risposta entro la
      *    scadenza e quanti dopo, quanti sono ancora senza
      *    risposta, il tempo medio di risposta in giorni di
      *    calendario e gli esiti. In coda l'elenco dei reclami
      *    risposti in ritardo o ancora scaduti, uno per uno.
      *    Il trimestre si calcola come in RICERTIFICA-ACCOUNT: si
      *    lancia nei primi giorni del trimestre successivo.
       REPORT-RECLAMI-LETTORI-PARA.
           DISPLAY "------- SONO REPORT-RECLAMI-LETTORI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.
           MOVE OGGI-DATA(5:2) TO MESE-CORRENTE.
           COMPUTE TRIMESTRE-NUMERO = (MESE-CORRENTE - 1) / 3 + 1.
      *    Trimestre precedente a quello in corso.
           IF TRIMESTRE-NUMERO = 1
               SUBTRACT 1 FROM ANNO-CORRENTE
               MOVE 4 TO TRIMESTRE-NUMERO
           ELSE
               SUBTRACT 1 FROM TRIMESTRE-NUMERO
           END-IF.
           COMPUTE DATA-DA = ANNO-CORRENTE * 10000
               + (TRIMESTRE-NUMERO * 3 - 2) * 100 + 1.
           IF TRIMESTRE-NUMERO = 4
               COMPUTE GIORNO-SERIALE = FUNCTION INTEGER-OF-DATE(
                   (ANNO-CORRENTE + 1) * 10000 + 101) - 1
           ELSE
               COMPUTE GIORNO-SERIALE = FUNCTION INTEGER-OF-DATE(
                   ANNO-CORRENTE * 10000
                   + (TRIMESTRE-NUMERO * 3 + 1) * 100 + 1) - 1
           END-IF.
           COMPUTE DATA-A = FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECLAMI E SUGGERIMENTI DEI LETTORI - TRIMESTRE "
               TRIMESTRE-NUMERO "/" ANNO-CORRENTE " (DAL " DATA-DA
               " AL " DATA-A ") - SITUAZIONE AL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CATEGORIA    FILIALE                        "
               "RICEV RISP. IN T. FUORI APERTI SCAD. GG.MEDI "
               "ACCOL PARZ. RESP. INFO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM STAMPA-GRUPPI.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALE RICEVUTI " T-RICEVUTI "  RISPOSTI "
               T-RISPOSTI "  ENTRO IL TERMINE " T-IN-TERMINE
               "  FUORI TERMINE " T-FUORI-TERMINE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO MEDIA-GIORNI.
           IF T-RISPOSTI > 0
               COMPUTE MEDIA-GIORNI ROUNDED = T-GIORNI / T-RISPOSTI
           END-IF.
           MOVE MEDIA-GIORNI TO MEDIA-STAMPA.
           MOVE ZERO TO PERCENTUALE.
           IF T-RICEVUTI > 0
               COMPUTE PERCENTUALE ROUNDED =
                   T-IN-TERMINE * 100 / T-RICEVUTI
           END-IF.
           MOVE PERCENTUALE TO PERCENTUALE-STAMPA.
           MOVE SPACES TO REPORT-LINE.
           STRING "SENZA RISPOSTA " T-APERTI " (GIA' SCADUTI "
               T-SCADUTI ")  TEMPO MEDIO DI RISPOSTA GG "
               MEDIA-STAMPA "  RISPOSTI ENTRO IL TERMINE "
               PERCENTUALE-STAMPA "%"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECLAMI RISPOSTI IN RITARDO O SCADUTI SENZA "
               "RISPOSTA"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM STAMPA-RITARDI.

           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-RECLAMI-LETTORI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.RECLLRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Reclami del trimestre: " T-RICEVUTI.
           DISPLAY "Risposti entro il termine: " T-IN-TERMINE.
           DISPLAY "Ancora senza risposta: " T-APERTI.

           EXIT PROGRAM.

       STAMPA-GRUPPI.
           MOVE SPACES TO CHIAVE-PRECEDENTE.
           MOVE ZEROS TO CONTATORI-GRUPPO.
           EXEC SQL
               DECLARE C-RECLAMI CURSOR FOR
                   SELECT numero_reclamo, categoria, Filiale,
                          data_ricezione, scadenza_risposta, stato,
                          COALESCE(esito, ' '),
                          COALESCE(data_risposta, 0)
                       FROM ReclamiLettori
                       WHERE data_ricezione BETWEEN :DATA-DA
                                                AND :DATA-A
                       ORDER BY categoria, Filiale, numero_reclamo
           END-EXEC.
           EXEC SQL OPEN C-RECLAMI END-EXEC.
           EXEC SQL
               FETCH C-RECLAMI INTO :K-NUMERO, :K-CATEGORIA,
                   :K-FILIALE, :K-RICEVUTO, :K-SCADENZA, :K-STATO,
                   :K-ESITO, :K-DATA-RISPOSTA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF K-CATEGORIA NOT = PR-CATEGORIA
                  OR K-FILIALE NOT = PR-FILIALE
                   IF CHIAVE-PRECEDENTE NOT = SPACES
                       PERFORM STAMPA-GRUPPO
                   END-IF
                   MOVE K-CATEGORIA TO PR-CATEGORIA
                   MOVE K-FILIALE TO PR-FILIALE
                   MOVE ZEROS TO CONTATORI-GRUPPO
               END-IF
               PERFORM CONTA-RECLAMO
               EXEC SQL
                   FETCH C-RECLAMI INTO :K-NUMERO, :K-CATEGORIA,
                       :K-FILIALE, :K-RICEVUTO, :K-SCADENZA,
                       :K-STATO, :K-ESITO, :K-DATA-RISPOSTA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RECLAMI END-EXEC.
           IF CHIAVE-PRECEDENTE NOT = SPACES
               PERFORM STAMPA-GRUPPO
           END-IF.

       CONTA-RECLAMO.
           ADD 1 TO G-RICEVUTI.
           IF K-STATO = "RISPOSTO"
               ADD 1 TO G-RISPOSTI
               COMPUTE GIORNI-RISPOSTA =
                   FUNCTION INTEGER-OF-DATE(K-DATA-RISPOSTA)
                   - FUNCTION INTEGER-OF-DATE(K-RICEVUTO)
               ADD GIORNI-RISPOSTA TO G-GIORNI
               IF K-DATA-RISPOSTA <= K-SCADENZA
                   ADD 1 TO G-IN-TERMINE
               ELSE
                   ADD 1 TO G-FUORI-TERMINE
               END-IF
               EVALUATE K-ESITO
                   WHEN "ACCOLTO" ADD 1 TO G-ACCOLTI
                   WHEN "PARZIALE" ADD 1 TO G-PARZIALI
                   WHEN "RESPINTO" ADD 1 TO G-RESPINTI
                   WHEN OTHER ADD 1 TO G-INFORMATIVI
               END-EVALUATE
           ELSE
               ADD 1 TO G-APERTI
               IF K-SCADENZA < OGGI-DATA
                   ADD 1 TO G-SCADUTI
               END-IF
           END-IF.

       STAMPA-GRUPPO.
           MOVE ZERO TO MEDIA-GIORNI.
           IF G-RISPOSTI > 0
               COMPUTE MEDIA-GIORNI ROUNDED = G-GIORNI / G-RISPOSTI
           END-IF.
           MOVE MEDIA-GIORNI TO MEDIA-STAMPA.
           MOVE SPACES TO REPORT-LINE.
           STRING PR-CATEGORIA " " PR-FILIALE " " G-RICEVUTI " "
               G-RISPOSTI " " G-IN-TERMINE " " G-FUORI-TERMINE " "
               G-APERTI "  " G-SCADUTI " " MEDIA-STAMPA "   "
               G-ACCOLTI " " G-PARZIALI " " G-RESPINTI " "
               G-INFORMATIVI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO CONTATORE-RIGHE.
           ADD G-RICEVUTI TO T-RICEVUTI.
           ADD G-RISPOSTI TO T-RISPOSTI.
           ADD G-IN-TERMINE TO T-IN-TERMINE.
           ADD G-FUORI-TERMINE TO T-FUORI-TERMINE.
           ADD G-APERTI TO T-APERTI.
           ADD G-SCADUTI TO T-SCADUTI.
           ADD G-GIORNI TO T-GIORNI.

       STAMPA-RITARDI.
           EXEC SQL
               DECLARE C-RITARDI CURSOR FOR
                   SELECT numero_reclamo, categoria, Filiale,
                          data_ricezione, scadenza_risposta, stato,
                          COALESCE(esito, ' '),
                          COALESCE(data_risposta, 0)
                       FROM ReclamiLettori
                       WHERE data_ricezione BETWEEN :DATA-DA
                                                AND :DATA-A
                         AND ((stato = 'RISPOSTO'
                               AND data_risposta > scadenza_risposta)
                           OR (stato = 'APERTO'
                               AND scadenza_risposta < :OGGI-DATA))
                       ORDER BY Filiale, numero_reclamo
           END-EXEC.
           EXEC SQL OPEN C-RITARDI END-EXEC.
           EXEC SQL
               FETCH C-RITARDI INTO :K-NUMERO, :K-CATEGORIA,
                   :K-FILIALE, :K-RICEVUTO, :K-SCADENZA, :K-STATO,
                   :K-ESITO, :K-DATA-RISPOSTA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               IF K-STATO = "RISPOSTO"
                   STRING "N. " K-NUMERO " " K-CATEGORIA " "
                       K-FILIALE " RICEVUTO " K-RICEVUTO
                       " SCADENZA " K-SCADENZA " RISPOSTO IL "
                       K-DATA-RISPOSTA " " K-ESITO
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "N. " K-NUMERO " " K-CATEGORIA " "
                       K-FILIALE " RICEVUTO " K-RICEVUTO
                       " SCADENZA " K-SCADENZA " ANCORA SENZA "
                       "RISPOSTA"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               ADD 1 TO CONTATORE-RIGHE
               EXEC SQL
                   FETCH C-RITARDI INTO :K-NUMERO, :K-CATEGORIA,
                       :K-FILIALE, :K-RICEVUTO, :K-SCADENZA,
                       :K-STATO, :K-ESITO, :K-DATA-RISPOSTA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RITARDI END-EXEC.
