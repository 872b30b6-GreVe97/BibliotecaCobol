       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-ESITI-SDI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESITI-INPUT ASSIGN TO SDIESIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESITI-STATUS.
           SELECT ECCEZIONI-OUTPUT ASSIGN TO SDIEXC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Ricevute del Sistema di Interscambio girate
      *    dall'intermediario: numero della fattura, tipo (RC
      *    ricevuta di consegna, MC mancata consegna, NS notifica di
      *    scarto), identificativo SdI, data e motivo dello scarto.
       FD  ESITI-INPUT.
       01  ESITO-RECORD.
           03 ES-NUMERO-FATTURA PIC X(20).
           03 ES-TIPO           PIC X(2).
           03 ES-IDENTIFICATIVO PIC X(12).
           03 ES-DATA           PIC 9(8).
           03 ES-MOTIVO         PIC X(100).

       FD  ECCEZIONI-OUTPUT.
       01  ECCEZIONE-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 ESITI-STATUS      PIC X(2).
           01 FINE-FILE         PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".

           01 STATO-FATTURA     PIC X(20).
           01 STATO-NUOVO       PIC X(20).
           01 F-USERNAME        PIC X(50).

           01 CONTATORE-LETTI     PIC 9(5) VALUE ZERO.
           01 CONTATORE-CONSEGNATE PIC 9(5) VALUE ZERO.
           01 CONTATORE-SCARTATE  PIC 9(5) VALUE ZERO.
           01 CONTATORE-ECCEZIONI PIC 9(5) VALUE ZERO.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Esiti delle fatture agli enti (EMETTI-FATTURE-ENTI). La
      *    ricevuta di consegna porta la fattura CONSEGNATA; la
      *    mancata consegna la lascia valida (l'ente la trova nel
      *    proprio cassetto fiscale) come MANCATA CONSEGNA. Lo
      *    scarto la chiude SCARTATA e riapre gli addebiti, che il
      *    giro successivo rifattura con un nuovo numero una volta
      *    corretti i dati di fatturazione. Ricevute per fatture
      *    sconosciute, gia' pagate o di tipo non previsto vanno sul
      *    report SDIEXC, come i non abbinati della piattaforma.
       IMPORTA-ESITI-SDI-PARA.
           DISPLAY "------- SONO IMPORTA-ESITI-SDI (batch)!".

           OPEN INPUT ESITI-INPUT.
           IF ESITI-STATUS NOT = "00"
               DISPLAY "Nessun file di ricevute da elaborare (stato "
                   ESITI-STATUS ")."
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT ECCEZIONI-OUTPUT.
           MOVE SPACES TO ECCEZIONE-LINE.
           STRING "RICEVUTE SDI: SCARTI E RICEVUTE NON ABBINATE"
               DELIMITED BY SIZE INTO ECCEZIONE-LINE.
           WRITE ECCEZIONE-LINE.

           PERFORM LEGGI-ESITO.
           PERFORM UNTIL FINE-FILE-SI
               ADD 1 TO CONTATORE-LETTI
               PERFORM APPLICA-ESITO
               PERFORM LEGGI-ESITO
           END-PERFORM.

           CLOSE ESITI-INPUT.

           MOVE SPACES TO ECCEZIONE-LINE.
           STRING "Ricevute lette: " CONTATORE-LETTI
               " consegnate: " CONTATORE-CONSEGNATE
               " scartate: " CONTATORE-SCARTATE
               " in eccezione: " CONTATORE-ECCEZIONI
               DELIMITED BY SIZE INTO ECCEZIONE-LINE.
           WRITE ECCEZIONE-LINE.
           CLOSE ECCEZIONI-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Ricevute lette: " CONTATORE-LETTI.
           DISPLAY "Fatture consegnate: " CONTATORE-CONSEGNATE.
           DISPLAY "Fatture scartate: " CONTATORE-SCARTATE.
           DISPLAY "Ricevute in eccezione: " CONTATORE-ECCEZIONI.

           EXIT PROGRAM.

       LEGGI-ESITO.
           READ ESITI-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

       APPLICA-ESITO.
           EXEC SQL
               SELECT stato, Username
                   INTO :STATO-FATTURA, :F-USERNAME
                   FROM FattureEnti
                   WHERE numero_fattura =
                         TRIM(BOTH ' ' FROM :ES-NUMERO-FATTURA)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "FATTURA SCONOSCIUTA" TO STATO-FATTURA
               PERFORM SCRIVI-ECCEZIONE
               EXIT PARAGRAPH
           END-IF.
      *    Solo una fattura in attesa di esito (o consegnata, per un
      *    eventuale scarto tardivo dell'intermediario) si muove.
           IF STATO-FATTURA NOT = "EMESSA"
              AND STATO-FATTURA NOT = "MANCATA CONSEGNA"
              AND NOT (STATO-FATTURA = "CONSEGNATA"
                       AND ES-TIPO = "NS")
               PERFORM SCRIVI-ECCEZIONE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE ES-TIPO
               WHEN "RC"
                   MOVE "CONSEGNATA" TO STATO-NUOVO
               WHEN "MC"
                   MOVE "MANCATA CONSEGNA" TO STATO-NUOVO
               WHEN "NS"
                   MOVE "SCARTATA" TO STATO-NUOVO
               WHEN OTHER
                   MOVE "TIPO NON PREVISTO" TO STATO-FATTURA
                   PERFORM SCRIVI-ECCEZIONE
                   EXIT PARAGRAPH
           END-EVALUATE.

           EXEC SQL
               UPDATE FattureEnti
                   SET stato = TRIM(BOTH ' ' FROM :STATO-NUOVO),
                       identificativo_sdi =
                           TRIM(BOTH ' ' FROM :ES-IDENTIFICATIVO),
                       data_esito = :ES-DATA,
                       motivo_scarto =
                           NULLIF(TRIM(BOTH ' ' FROM :ES-MOTIVO), '')
                   WHERE numero_fattura =
                         TRIM(BOTH ' ' FROM :ES-NUMERO-FATTURA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE sull'esito della fattura "
                   ES-NUMERO-FATTURA ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.

           IF ES-TIPO NOT = "NS"
               ADD 1 TO CONTATORE-CONSEGNATE
               EXIT PARAGRAPH
           END-IF.

      *    Scarto: gli addebiti tornano aperti e fatturabili.
           EXEC SQL
               UPDATE Multe
                   SET stato = 'APERTA',
                       numero_fattura = NULL
                   WHERE numero_fattura =
                         TRIM(BOTH ' ' FROM :ES-NUMERO-FATTURA)
                     AND stato = 'IN FATTURA'
           END-EXEC.
           EXEC SQL
               UPDATE QuoteIscrizione
                   SET stato = 'APERTA',
                       numero_fattura = NULL
                   WHERE numero_fattura =
                         TRIM(BOTH ' ' FROM :ES-NUMERO-FATTURA)
                     AND stato = 'IN FATTURA'
           END-EXEC.
           ADD 1 TO CONTATORE-SCARTATE.
           MOVE SPACES TO ECCEZIONE-LINE.
           STRING "SCARTATA - FATTURA: " ES-NUMERO-FATTURA
               " ENTE: " F-USERNAME(1:30)
               " MOTIVO: " ES-MOTIVO(1:50)
               DELIMITED BY SIZE INTO ECCEZIONE-LINE.
           WRITE ECCEZIONE-LINE.

       SCRIVI-ECCEZIONE.
           ADD 1 TO CONTATORE-ECCEZIONI.
           MOVE SPACES TO ECCEZIONE-LINE.
           STRING "NON APPLICATA - FATTURA: " ES-NUMERO-FATTURA
               " RICEVUTA: " ES-TIPO " DEL: " ES-DATA
               " STATO: " STATO-FATTURA
               DELIMITED BY SIZE INTO ECCEZIONE-LINE.
           WRITE ECCEZIONE-LINE.
