       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-NOVITA-FORNITORI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVITA-INPUT ASSIGN TO NOVITA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOVITA-STATUS.
           SELECT REPORT-OUTPUT ASSIGN TO NOVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Listino novita' del distributore: un titolo in uscita
      *    per record, con prezzo di copertina e, se fa parte di
      *    una collana, identificativo SBN, nome e numero di volume.
       FD  NOVITA-INPUT.
       01  NOVITA-RECORD.
           03 NV-FORNITORE      PIC 9(6).
           03 NV-ISBN           PIC X(13).
           03 NV-TITOLO         PIC X(100).
           03 NV-AUTORE         PIC X(100).
           03 NV-CATEGORIA      PIC X(30).
           03 NV-EDITRICE       PIC 9(9).
           03 NV-PREZZO         PIC 9(5)V99.
           03 NV-COLLANA-SBN    PIC X(20).
           03 NV-COLLANA        PIC X(100).
           03 NV-VOLUME         PIC 9(3).
           03 NV-DATA-USCITA    PIC 9(8).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 NOVITA-STATUS     PIC X(2).
           01 FINE-FILE         PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 CODICE-COLLANA    PIC 9(6).
           01 CONTA-ISBN        PIC 9(5).

           01 PERMANENTE-RICHIESTA.
               03 PE-ISBN           PIC X(13).
               03 PE-TITOLO         PIC X(100).
               03 PE-AUTORE         PIC X(100).
               03 PE-CATEGORIA      PIC X(30).
               03 PE-EDITRICE       PIC 9(9).
               03 PE-PREZZO         PIC 9(5)V99.
               03 PE-COLLANA        PIC 9(6).
               03 PE-VOLUME         PIC 9(3).
               03 PE-RIGHE          PIC 9(3).

           01 CONTATORE-LETTI     PIC 9(5) VALUE ZERO.
           01 CONTATORE-COLLANE   PIC 9(5) VALUE ZERO.
           01 CONTATORE-PROPOSTE  PIC 9(5) VALUE ZERO.
           01 CONTATORE-RIGHE     PIC 9(5) VALUE ZERO.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Listini novita' dei distributori: i titoli in uscita che
      *    appartengono a una collana con ordini permanenti ATTIVI
      *    diventano righe in bozza (GENERA-ORDINI-PERMANENTI) che
      *    il buyer rivede e conferma in GESTIONE-ORDINI. La
      *    collana si riconosce per identificativo SBN o per nome;
      *    i titoli gia' a catalogo non si ripropongono. Il report
      *    NOVRPT elenca i volumi proposti.
       IMPORTA-NOVITA-FORNITORI-PARA.
           DISPLAY "------- SONO IMPORTA-NOVITA-FORNITORI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           OPEN INPUT NOVITA-INPUT.
           IF NOVITA-STATUS NOT = "00"
               DISPLAY "Nessun listino novita' da elaborare (stato "
                   NOVITA-STATUS ")."
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOVITA' DEI DISTRIBUTORI DEL " OGGI-DATA
               ": VOLUMI PROPOSTI DA ORDINI PERMANENTI"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LEGGI-NOVITA.
           PERFORM UNTIL FINE-FILE-SI
               ADD 1 TO CONTATORE-LETTI
               PERFORM ELABORA-NOVITA
               PERFORM LEGGI-NOVITA
           END-PERFORM.

           CLOSE NOVITA-INPUT.

           MOVE SPACES TO REPORT-LINE.
           STRING "Titoli letti: " CONTATORE-LETTI
               " in collana: " CONTATORE-COLLANE
               " proposti: " CONTATORE-PROPOSTE
               " righe in bozza: " CONTATORE-RIGHE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Titoli letti: " CONTATORE-LETTI.
           DISPLAY "Titoli in collana: " CONTATORE-COLLANE.
           DISPLAY "Titoli proposti: " CONTATORE-PROPOSTE.
           DISPLAY "Righe in bozza: " CONTATORE-RIGHE.

           EXIT PROGRAM.

       LEGGI-NOVITA.
           READ NOVITA-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

       ELABORA-NOVITA.
           IF NV-COLLANA = SPACES AND NV-COLLANA-SBN = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO CODICE-COLLANA.
           IF NV-COLLANA-SBN NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(MIN(codice_collana), 0)
                       INTO :CODICE-COLLANA
                       FROM Collane
                       WHERE codice_sbn =
                             TRIM(BOTH ' ' FROM :NV-COLLANA-SBN)
               END-EXEC
           END-IF.
           IF CODICE-COLLANA = ZERO AND NV-COLLANA NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(MIN(codice_collana), 0)
                       INTO :CODICE-COLLANA
                       FROM Collane
                       WHERE UPPER(nome) =
                             UPPER(TRIM(BOTH ' ' FROM :NV-COLLANA))
               END-EXEC
           END-IF.
           IF CODICE-COLLANA = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-COLLANE.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTA-ISBN FROM Libro
                   WHERE ISBN = TRIM(BOTH ' ' FROM :NV-ISBN)
           END-EXEC.
           IF CONTA-ISBN > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE NV-ISBN TO PE-ISBN.
           MOVE NV-TITOLO TO PE-TITOLO.
           MOVE NV-AUTORE TO PE-AUTORE.
           MOVE NV-CATEGORIA TO PE-CATEGORIA.
           MOVE NV-EDITRICE TO PE-EDITRICE.
           IF NV-PREZZO IS NUMERIC
               MOVE NV-PREZZO TO PE-PREZZO
           ELSE
               MOVE ZERO TO PE-PREZZO
           END-IF.
           MOVE CODICE-COLLANA TO PE-COLLANA.
           IF NV-VOLUME IS NUMERIC
               MOVE NV-VOLUME TO PE-VOLUME
           ELSE
               MOVE ZERO TO PE-VOLUME
           END-IF.
           CALL 'GENERA-ORDINI-PERMANENTI' USING PERMANENTE-RICHIESTA.
           IF PE-RIGHE > 0
               ADD 1 TO CONTATORE-PROPOSTE
               ADD PE-RIGHE TO CONTATORE-RIGHE
               MOVE SPACES TO REPORT-LINE
               STRING "PROPOSTO " NV-ISBN " VOL. " PE-VOLUME " "
                   NV-TITOLO(1:50) " USCITA " NV-DATA-USCITA
                   " RIGHE " PE-RIGHE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
