       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-FERMATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO FERMARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 ANNO-RIFERIMENTO  PIC 9(4).
           01 OGGI-DATA         PIC 9(8).
           01 DATA-DA           PIC 9(8).
           01 DATA-A            PIC 9(8).

      *    Sotto questa media di prestiti per visita effettuata la
      *    fermata e' segnalata da riconsiderare (Parametri
      *    BIBLIOBUS-SOGLIA-PRESTITI).
           01 PARAMETRO-TESTO   PIC X(50).
           01 SOGLIA-PRESTITI   PIC 9(3)V99 VALUE 5.00.

           01 FERMATA-REC.
               03 F-CODICE      PIC X(10).
               03 F-NOME        PIC X(100).
               03 F-TIPO        PIC X(10).
               03 F-STATO       PIC X(10).
               03 F-PROGRAMMATE PIC 9(5).
               03 F-EFFETTUATE  PIC 9(5).
               03 F-SALTATE     PIC 9(5).
               03 F-PRESTITI    PIC 9(7).
               03 F-RIENTRI     PIC 9(7).
               03 F-LETTORI     PIC 9(7).

           01 MEDIA-PRESTITI    PIC 9(5)V99.
           01 MEDIA-STAMPA      PIC Z(4)9.99.
           01 ESITO-FERMATA     PIC X(16).

           01 TOTALE-EFFETTUATE PIC 9(7) VALUE ZERO.
           01 TOTALE-SALTATE    PIC 9(7) VALUE ZERO.
           01 TOTALE-PRESTITI   PIC 9(9) VALUE ZERO.
           01 TOTALE-RIENTRI    PIC 9(9) VALUE ZERO.
           01 TOTALE-LETTORI    PIC 9(7) VALUE ZERO.
           01 CONTATORE-FERMATE PIC 9(5) VALUE ZERO.
           01 CONTATORE-DEBOLI  PIC 9(5) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Parametro PARM= dal JCL: l'anno di servizio (YYYY);
      *    vuoto = anno in corso.
       01 PARM-AREA.
           05 PARM-LUNGHEZZA PIC S9(4) COMP.
           05 PARM-TESTO     PIC X(10).

       PROCEDURE DIVISION USING PARM-AREA.
      *    Statistiche del bibliobus per fermata, per decidere quali
      *    fermate tenere: passaggi in orario, effettuati e saltati,
      *    prestiti e rientri registrati alle visite
      *    (MovimentiBibliobus, GESTIONE-BIBLIOBUS), lettori diversi
      *    serviti e media di prestiti per visita effettuata. Le
      *    fermate sotto soglia escono marcate DA RICONSIDERARE;
      *    in coda i lettori diversi serviti dal mezzo nell'anno.
       REPORT-FERMATE-PARA.
           DISPLAY "------- SONO REPORT-FERMATE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF PARM-LUNGHEZZA > 0
               MOVE FUNCTION NUMVAL(
                   PARM-TESTO(1:PARM-LUNGHEZZA)) TO ANNO-RIFERIMENTO
           ELSE
               MOVE OGGI-DATA(1:4) TO ANNO-RIFERIMENTO
           END-IF.
           COMPUTE DATA-DA = ANNO-RIFERIMENTO * 10000 + 101.
           COMPUTE DATA-A = ANNO-RIFERIMENTO * 10000 + 1231.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO
                   FROM Parametri
                   WHERE Chiave = 'BIBLIOBUS-SOGLIA-PRESTITI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO SOGLIA-PRESTITI
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BIBLIOBUS - STATISTICHE PER FERMATA - ANNO "
               ANNO-RIFERIMENTO " - ELABORATO IL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FERMATA    NOME                           TIPO   "
               "  ORARIO EFFETT SALTAT PRESTITI  RIENTRI LETTORI "
               "  MEDIA ESITO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM ELENCA-FERMATE.

           EXEC SQL
               SELECT COUNT(DISTINCT Username)
                   INTO :TOTALE-LETTORI
                   FROM MovimentiBibliobus
                   WHERE tipo_movimento = 'P'
                     AND data_visita >= :DATA-DA
                     AND data_visita <= :DATA-A
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO TOTALE-LETTORI
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALE: FERMATE " CONTATORE-FERMATE
               " VISITE EFFETTUATE " TOTALE-EFFETTUATE
               " SALTATE " TOTALE-SALTATE
               " PRESTITI " TOTALE-PRESTITI
               " RIENTRI " TOTALE-RIENTRI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LETTORI DIVERSI SERVITI DAL BIBLIOBUS: "
               TOTALE-LETTORI
               " - FERMATE DA RICONSIDERARE: " CONTATORE-DEBOLI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-FERMATE" TO SP-PROGRAMMA.
           MOVE "BIBLIOBUS" TO SP-FILIALE.
           MOVE CONTATORE-FERMATE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.FERMARPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Fermate elaborate: " CONTATORE-FERMATE.
           DISPLAY "Fermate da riconsiderare: " CONTATORE-DEBOLI.

           EXIT PROGRAM.

      *    Una riga per fermata, anche soppressa se ha avuto
      *    passaggi nell'anno; i lettori si contano sui prestiti.
       ELENCA-FERMATE.
           EXEC SQL
               DECLARE C-FERMATE CURSOR FOR
                   SELECT f.codice_fermata, f.nome,
                          COALESCE(f.tipo_fermata, ' '), f.stato,
                          (SELECT COUNT(*) FROM VisiteBibliobus v
                               WHERE v.codice_fermata =
                                     f.codice_fermata
                                 AND v.data_visita >= :DATA-DA
                                 AND v.data_visita <= :DATA-A),
                          (SELECT COUNT(*) FROM VisiteBibliobus v
                               WHERE v.codice_fermata =
                                     f.codice_fermata
                                 AND v.data_visita >= :DATA-DA
                                 AND v.data_visita <= :DATA-A
                                 AND v.stato = 'EFFETTUATA'),
                          (SELECT COUNT(*) FROM VisiteBibliobus v
                               WHERE v.codice_fermata =
                                     f.codice_fermata
                                 AND v.data_visita >= :DATA-DA
                                 AND v.data_visita <= :DATA-A
                                 AND v.stato = 'SALTATA'),
                          (SELECT COUNT(*) FROM MovimentiBibliobus m
                               WHERE m.codice_fermata =
                                     f.codice_fermata
                                 AND m.data_visita >= :DATA-DA
                                 AND m.data_visita <= :DATA-A
                                 AND m.tipo_movimento = 'P'),
                          (SELECT COUNT(*) FROM MovimentiBibliobus m
                               WHERE m.codice_fermata =
                                     f.codice_fermata
                                 AND m.data_visita >= :DATA-DA
                                 AND m.data_visita <= :DATA-A
                                 AND m.tipo_movimento = 'R'),
                          (SELECT COUNT(DISTINCT m.Username)
                               FROM MovimentiBibliobus m
                               WHERE m.codice_fermata =
                                     f.codice_fermata
                                 AND m.data_visita >= :DATA-DA
                                 AND m.data_visita <= :DATA-A
                                 AND m.tipo_movimento = 'P')
                       FROM FermateBibliobus f
                       WHERE f.stato = 'ATTIVA'
                          OR EXISTS
                             (SELECT 1 FROM VisiteBibliobus v
                                 WHERE v.codice_fermata =
                                       f.codice_fermata
                                   AND v.data_visita >= :DATA-DA
                                   AND v.data_visita <= :DATA-A)
                       ORDER BY f.codice_fermata
           END-EXEC.
           EXEC SQL OPEN C-FERMATE END-EXEC.
           EXEC SQL
               FETCH C-FERMATE INTO :F-CODICE, :F-NOME, :F-TIPO,
                   :F-STATO, :F-PROGRAMMATE, :F-EFFETTUATE,
                   :F-SALTATE, :F-PRESTITI, :F-RIENTRI, :F-LETTORI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-FERMATE
               ADD F-EFFETTUATE TO TOTALE-EFFETTUATE
               ADD F-SALTATE TO TOTALE-SALTATE
               ADD F-PRESTITI TO TOTALE-PRESTITI
               ADD F-RIENTRI TO TOTALE-RIENTRI
               PERFORM VALUTA-FERMATA
               MOVE MEDIA-PRESTITI TO MEDIA-STAMPA
               MOVE SPACES TO REPORT-LINE
               STRING F-CODICE " " F-NOME(1:30) " " F-TIPO(1:6)
                   " " F-PROGRAMMATE "  " F-EFFETTUATE "  "
                   F-SALTATE " " F-PRESTITI "  " F-RIENTRI " "
                   F-LETTORI " " MEDIA-STAMPA " " ESITO-FERMATA
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-FERMATE INTO :F-CODICE, :F-NOME, :F-TIPO,
                       :F-STATO, :F-PROGRAMMATE, :F-EFFETTUATE,
                       :F-SALTATE, :F-PRESTITI, :F-RIENTRI,
                       :F-LETTORI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-FERMATE END-EXEC.

       VALUTA-FERMATA.
           MOVE ZERO TO MEDIA-PRESTITI.
           MOVE SPACES TO ESITO-FERMATA.
           IF F-STATO NOT = "ATTIVA"
               MOVE "SOPPRESSA" TO ESITO-FERMATA
               EXIT PARAGRAPH
           END-IF.
           IF F-EFFETTUATE = ZERO
               MOVE "SENZA VISITE" TO ESITO-FERMATA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MEDIA-PRESTITI ROUNDED =
               F-PRESTITI / F-EFFETTUATE.
           IF MEDIA-PRESTITI < SOGLIA-PRESTITI
               MOVE "DA RICONSIDERARE" TO ESITO-FERMATA
               ADD 1 TO CONTATORE-DEBOLI
           END-IF.
