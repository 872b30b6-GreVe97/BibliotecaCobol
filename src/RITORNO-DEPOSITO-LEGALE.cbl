       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITORNO-DEPOSITO-LEGALE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO DEPRITOR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 ANNO-RITORNO      PIC 9(4).
           01 OGGI-DATA         PIC 9(8).
           01 DATA-DA           PIC 9(8).
           01 DATA-A            PIC 9(8).

           01 DEPOSITO-REC.
               03 R-NOME        PIC X(50).
               03 R-NUMERO      PIC 9(6).
               03 R-CODICE      PIC X(13).
               03 R-TITOLO      PIC X(100).
               03 R-PUBBLICATO  PIC 9(8).
               03 R-RICEVUTO    PIC 9(8).
               03 R-RICEVUTE    PIC 9(2).
               03 R-BARCODE     PIC X(20).
               03 R-REGIONALE   PIC X(12).
               03 R-SOLLECITI   PIC 9(2).

           01 NOME-CORRENTE     PIC X(50) VALUE SPACES.
           01 CONTATORE-RICEVUTI   PIC 9(5) VALUE ZERO.
           01 CONTATORE-REGIONALI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-MANCANTI   PIC 9(5) VALUE ZERO.
           01 CONTATORE-EDITORI    PIC 9(5) VALUE ZERO.

           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Parametro PARM= dal JCL: l'anno del ritorno (YYYY);
      *    vuoto = anno precedente.
       01 PARM-AREA.
           05 PARM-LUNGHEZZA PIC S9(4) COMP.
           05 PARM-TESTO     PIC X(10).

       PROCEDURE DIVISION USING PARM-AREA.
      *    Ritorno annuale del deposito legale alla biblioteca
      *    depositaria regionale: per editore, le pubblicazioni
      *    ricevute nell'anno con le copie pervenute e la copia
      *    regionale che accompagna il ritorno (da DA INVIARE a
      *    INVIATA, anche per le copie rimaste indietro dagli anni
      *    precedenti); in coda, le pubblicazioni dell'anno ancora
      *    mancanti con il numero di solleciti spediti. Una sola
      *    esecuzione per anno (CONTROLLO-RUN), perche' la
      *    spedizione delle copie non si ripete.
       RITORNO-DEPOSITO-LEGALE-PARA.
           DISPLAY "------- SONO RITORNO-DEPOSITO-LEGALE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF PARM-LUNGHEZZA > 0
               MOVE FUNCTION NUMVAL(
                   PARM-TESTO(1:PARM-LUNGHEZZA)) TO ANNO-RITORNO
           ELSE
               COMPUTE ANNO-RITORNO =
                   FUNCTION NUMVAL(OGGI-DATA(1:4)) - 1
           END-IF.
           COMPUTE DATA-DA = (ANNO-RITORNO * 10000) + 101.
           COMPUTE DATA-A = (ANNO-RITORNO * 10000) + 1231.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "RITORNO-DEPOSITO-LEGALE" TO RC-PROGRAMMA.
           MOVE DATA-A TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RITORNO ANNUALE DEPOSITO LEGALE " ANNO-RITORNO
               " ALLA BIBLIOTECA DEPOSITARIA REGIONALE - SPEDITO IL "
               OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM ELENCA-RICEVUTI.
           PERFORM SEGNA-INVIATE.
           PERFORM ELENCA-MANCANTI.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Editori: " CONTATORE-EDITORI
               "  pubblicazioni ricevute: " CONTATORE-RICEVUTI
               "  copie alla regionale: " CONTATORE-REGIONALI
               "  ancora mancanti: " CONTATORE-MANCANTI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-RICEVUTI TO RC-ESAMINATE.
           MOVE CONTATORE-REGIONALI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           MOVE "RITORNO-DEPOSITO-LEGALE" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RICEVUTI TO SP-RIGHE.
           MOVE "BIBLIO.PROD.DEPRITOR.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Pubblicazioni ricevute nell'anno: "
               CONTATORE-RICEVUTI.
           DISPLAY "Copie inviate alla regionale: "
               CONTATORE-REGIONALI.
           DISPLAY "Pubblicazioni dell'anno mancanti: "
               CONTATORE-MANCANTI.

           EXIT PROGRAM.

      *    Le ricevute dell'anno piu' le copie regionali ancora da
      *    spedire degli anni precedenti: tutto cio' che parte con
      *    questo ritorno.
       ELENCA-RICEVUTI.
           EXEC SQL
               DECLARE C-RICEVUTI CURSOR FOR
                   SELECT c.NOME, p.numero_deposito,
                          COALESCE(p.ISBN, ' '), p.titolo,
                          p.data_pubblicazione,
                          COALESCE(p.data_ricezione, 0),
                          p.copie_ricevute,
                          COALESCE(p.barcode, ' '),
                          p.copia_regionale
                       FROM DepositoPubblicazioni p
                       JOIN CasaEditrice c
                         ON c.Codice = p.codice_editrice
                       WHERE (p.data_ricezione >= :DATA-DA
                              AND p.data_ricezione <= :DATA-A)
                          OR (p.copia_regionale = 'DA INVIARE'
                              AND p.data_ricezione <= :DATA-A)
                       ORDER BY c.NOME, p.data_pubblicazione,
                                p.numero_deposito
           END-EXEC.
           EXEC SQL OPEN C-RICEVUTI END-EXEC.
           EXEC SQL
               FETCH C-RICEVUTI INTO :R-NOME, :R-NUMERO, :R-CODICE,
                   :R-TITOLO, :R-PUBBLICATO, :R-RICEVUTO,
                   :R-RICEVUTE, :R-BARCODE, :R-REGIONALE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM STAMPA-RICEVUTO
               EXEC SQL
                   FETCH C-RICEVUTI INTO :R-NOME, :R-NUMERO,
                       :R-CODICE, :R-TITOLO, :R-PUBBLICATO,
                       :R-RICEVUTO, :R-RICEVUTE, :R-BARCODE,
                       :R-REGIONALE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RICEVUTI END-EXEC.

       STAMPA-RICEVUTO.
           IF R-NOME NOT = NOME-CORRENTE
               MOVE R-NOME TO NOME-CORRENTE
               ADD 1 TO CONTATORE-EDITORI
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "EDITORE " R-NOME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO CONTATORE-RICEVUTI.
           IF R-REGIONALE = "DA INVIARE"
               ADD 1 TO CONTATORE-REGIONALI
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " R-NUMERO " " R-CODICE " " R-TITOLO(1:40)
               " PUBBL. " R-PUBBLICATO " RIC. " R-RICEVUTO
               " COPIE " R-RICEVUTE " " R-BARCODE(1:12) " "
               R-REGIONALE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       SEGNA-INVIATE.
           EXEC SQL
               UPDATE DepositoPubblicazioni
                   SET copia_regionale = 'INVIATA',
                       data_invio_regionale = :OGGI-DATA,
                       anno_ritorno = :ANNO-RITORNO
                   WHERE copia_regionale = 'DA INVIARE'
                     AND data_ricezione <= :DATA-A
           END-EXEC.

       ELENCA-MANCANTI.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PUBBLICAZIONI DELL'ANNO NON ANCORA DEPOSITATE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
               DECLARE C-MANCANTI CURSOR FOR
                   SELECT c.NOME, p.numero_deposito,
                          COALESCE(p.ISBN, ' '), p.titolo,
                          p.data_pubblicazione, p.copie_ricevute,
                          p.solleciti
                       FROM DepositoPubblicazioni p
                       JOIN CasaEditrice c
                         ON c.Codice = p.codice_editrice
                       WHERE p.stato = 'ATTESO'
                         AND p.data_pubblicazione >= :DATA-DA
                         AND p.data_pubblicazione <= :DATA-A
                       ORDER BY c.NOME, p.data_pubblicazione
           END-EXEC.
           EXEC SQL OPEN C-MANCANTI END-EXEC.
           EXEC SQL
               FETCH C-MANCANTI INTO :R-NOME, :R-NUMERO, :R-CODICE,
                   :R-TITOLO, :R-PUBBLICATO, :R-RICEVUTE,
                   :R-SOLLECITI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-MANCANTI
               MOVE SPACES TO REPORT-LINE
               STRING "  " R-NOME(1:30) " " R-NUMERO " " R-CODICE
                   " " R-TITOLO(1:40) " PUBBL. " R-PUBBLICATO
                   " RICEVUTE " R-RICEVUTE " SOLLECITI " R-SOLLECITI
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-MANCANTI INTO :R-NOME, :R-NUMERO,
                       :R-CODICE, :R-TITOLO, :R-PUBBLICATO,
                       :R-RICEVUTE, :R-SOLLECITI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-MANCANTI END-EXEC.
