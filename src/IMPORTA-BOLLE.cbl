       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-BOLLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLLE-INPUT ASSIGN TO ORDBOLLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOLLE-STATUS.
           SELECT REPORT-OUTPUT ASSIGN TO BOLLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Bolla di consegna elettronica del distributore: una riga
      *    per riga d'ordine spedita nel collo, con numero e data
      *    della bolla.
       FD  BOLLE-INPUT.
       01  BOLLA-RECORD.
           03 BL-NUMERO-BOLLA   PIC X(15).
           03 BL-DATA-BOLLA     PIC 9(8).
           03 BL-NUMERO-ORDINE  PIC 9(6).
           03 BL-RIGA           PIC 9(3).
           03 BL-ISBN           PIC X(13).
           03 BL-COPIE-SPEDITE  PIC 9(3).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 BOLLE-STATUS      PIC X(2).
           01 FINE-FILE         PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 R-STATO-ORDINE    PIC X(10).
           01 R-FORNITORE       PIC 9(6).
           01 R-ISBN            PIC X(13).
           01 CONTA-RIGHE       PIC 9(5).
           01 MOTIVO-SCARTO     PIC X(40).

           01 CONTATORE-LETTE     PIC 9(5) VALUE ZERO.
           01 CONTATORE-CARICATE  PIC 9(5) VALUE ZERO.
           01 CONTATORE-DOPPIE    PIC 9(5) VALUE ZERO.
           01 CONTATORE-SCARTATE  PIC 9(5) VALUE ZERO.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Bolle di consegna dei distributori: ogni riga spedita
      *    entra in BollaRiga DA RICEVERE, agganciata alla riga
      *    d'ordine. RICEVI-ORDINE la propone come consegna attesa
      *    e l'operatore conferma solo quanto trova davvero nel
      *    collo. Una bolla gia' caricata (stesso numero, ordine e
      *    riga) non si ricarica; le righe che non si agganciano
      *    vanno sul report BOLLRPT.
       IMPORTA-BOLLE-PARA.
           DISPLAY "------- SONO IMPORTA-BOLLE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           OPEN INPUT BOLLE-INPUT.
           IF BOLLE-STATUS NOT = "00"
               DISPLAY "Nessun file di bolle da elaborare (stato "
                   BOLLE-STATUS ")."
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BOLLE DI CONSEGNA DEL " OGGI-DATA
               ": RIGHE NON CARICATE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LEGGI-BOLLA.
           PERFORM UNTIL FINE-FILE-SI
               ADD 1 TO CONTATORE-LETTE
               PERFORM CARICA-RIGA-BOLLA
               PERFORM LEGGI-BOLLA
           END-PERFORM.

           CLOSE BOLLE-INPUT.

           MOVE SPACES TO REPORT-LINE.
           STRING "Righe lette: " CONTATORE-LETTE
               " caricate: " CONTATORE-CARICATE
               " gia' presenti: " CONTATORE-DOPPIE
               " scartate: " CONTATORE-SCARTATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Righe di bolla lette: " CONTATORE-LETTE.
           DISPLAY "Righe caricate: " CONTATORE-CARICATE.
           DISPLAY "Righe gia' presenti: " CONTATORE-DOPPIE.
           DISPLAY "Righe scartate: " CONTATORE-SCARTATE.

           EXIT PROGRAM.

       LEGGI-BOLLA.
           READ BOLLE-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

       CARICA-RIGA-BOLLA.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-RIGHE
                   FROM BollaRiga
                   WHERE numero_bolla =
                         TRIM(BOTH ' ' FROM :BL-NUMERO-BOLLA)
                     AND numero_ordine = :BL-NUMERO-ORDINE
                     AND riga = :BL-RIGA
           END-EXEC.
           IF CONTA-RIGHE > 0
               ADD 1 TO CONTATORE-DOPPIE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT o.stato, COALESCE(o.codice_fornitore, 0),
                      r.ISBN
                   INTO :R-STATO-ORDINE, :R-FORNITORE, :R-ISBN
                   FROM OrdineRiga r
                   JOIN OrdineAcquisto o
                     ON o.numero_ordine = r.numero_ordine
                   WHERE r.numero_ordine = :BL-NUMERO-ORDINE
                     AND r.riga = :BL-RIGA
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "RIGA D'ORDINE SCONOSCIUTA" TO MOTIVO-SCARTO
               PERFORM SCRIVI-SCARTO
               EXIT PARAGRAPH
           END-IF.
           IF R-STATO-ORDINE NOT = "APERTO"
               MOVE "ORDINE NON APERTO" TO MOTIVO-SCARTO
               PERFORM SCRIVI-SCARTO
               EXIT PARAGRAPH
           END-IF.
           IF R-ISBN NOT = BL-ISBN
               MOVE "ISBN DIVERSO DALLA RIGA" TO MOTIVO-SCARTO
               PERFORM SCRIVI-SCARTO
               EXIT PARAGRAPH
           END-IF.
           IF BL-COPIE-SPEDITE = ZERO
               MOVE "NESSUNA COPIA SPEDITA" TO MOTIVO-SCARTO
               PERFORM SCRIVI-SCARTO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO BollaRiga (numero_bolla, data_bolla,
                   codice_fornitore, numero_ordine, riga, ISBN,
                   copie_spedite, copie_confermate, stato,
                   data_importazione)
               VALUES (TRIM(BOTH ' ' FROM :BL-NUMERO-BOLLA),
                       :BL-DATA-BOLLA, :R-FORNITORE,
                       :BL-NUMERO-ORDINE, :BL-RIGA,
                       TRIM(BOTH ' ' FROM :BL-ISBN),
                       :BL-COPIE-SPEDITE, 0, 'DA RICEVERE',
                       :OGGI-DATA)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO CONTATORE-CARICATE
           ELSE
               DISPLAY "ERRORE sulla bolla " BL-NUMERO-BOLLA ": "
                   SQLERRMC
           END-IF.

       SCRIVI-SCARTO.
           ADD 1 TO CONTATORE-SCARTATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SCARTATA - BOLLA " BL-NUMERO-BOLLA
               " ORDINE " BL-NUMERO-ORDINE " RIGA " BL-RIGA
               " " BL-ISBN " COPIE " BL-COPIE-SPEDITE
               " " MOTIVO-SCARTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
