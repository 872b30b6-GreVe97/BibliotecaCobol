       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTURA-SCAFFALE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-INPUT ASSIGN TO LETTFILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-OUTPUT ASSIGN TO LETTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-INPUT.
       01  SCAN-INPUT-REC PIC X(120).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 FINE-FILE              PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".

           01 TIPO-RECORD            PIC X(1).
           01 FILIALE-SESSIONE       PIC X(30).
           01 COLLOCAZIONE-DA        PIC X(30).
           01 COLLOCAZIONE-A         PIC X(30).
           01 BARCODE-LETTO          PIC X(20).
           01 INTESTAZIONE-LETTA     PIC X(1) VALUE "N".
             88 INTESTAZIONE-LETTA-SI VALUE "S".
           01 OGGI-DATA              PIC 9(8).

      *    Le letture nell'ordine in cui i volumi stanno sullo
      *    scaffale, con la collocazione e la Filiale di catalogo.
           01 MASSIMO-LETTURE        PIC 9(5) VALUE 5000.
           01 NUMERO-LETTURE         PIC 9(5) VALUE ZERO.
           01 LETTURE.
               03 LETTURA OCCURS 5000.
                   05 LT-BARCODE     PIC X(20).
                   05 LT-COLLOCAZIONE PIC X(30).
                   05 LT-FILIALE     PIC X(30).
                   05 LT-TITOLO      PIC X(50).
                   05 LT-NOTO        PIC X(1).
           01 IND-LETTURA            PIC 9(5).
           01 IND-SEGUENTE           PIC 9(5).

      *    Ultima collocazione in sequenza: ogni volume a posto la
      *    fa avanzare, i volumi fuori posto no.
           01 ULTIMA-IN-ORDINE       PIC X(30).
           01 BARCODE-PRECEDENTE     PIC X(20).
           01 FUORI-POSTO            PIC X(1).

           01 ESEMPLARE-REC.
               03 E-BARCODE      PIC X(20).
               03 E-COLLOCAZIONE PIC X(30).
               03 E-FILIALE      PIC X(30).
               03 E-TITOLO       PIC X(50).
           01 DOPO-COLLOCAZIONE      PIC X(30).
           01 DOPO-BARCODE           PIC X(20).

           01 CONTATORE-IN-ORDINE    PIC 9(5) VALUE ZERO.
           01 CONTATORE-FUORI-POSTO  PIC 9(5) VALUE ZERO.
           01 CONTATORE-ALTRA-FILIALE PIC 9(5) VALUE ZERO.
           01 CONTATORE-SCONOSCIUTI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-SCARTATE     PIC 9(5) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Lettura di controllo dello scaffale: il file LETTFILE ha
      *    lo stesso tracciato dell'inventario (riga H con Filiale
      *    e tratto di collocazione, poi una riga D per barcode),
      *    ma le righe D sono nell'ordine in cui i volumi stanno
      *    davvero sullo scaffale. Il confronto con la sequenza
      *    attesa del catalogo topografico (ordine di collocazione)
      *    produce il report LETTRPT dei volumi fuori posto, con il
      *    punto dove vanno rimessi: dopo quale volume e' stato
      *    trovato e dopo quale collocazione va. Un volume molto
      *    avanti rispetto ai vicini (un "Z" fra le "A") si
      *    riconosce guardando anche il volume che lo segue, cosi'
      *    non trascina fuori sequenza tutti quelli dopo.
      *    Non cambia nulla sul catalogo: le assenze e gli stati
      *    anomali restano compito di INVENTARIO-SCAFFALE.
       LETTURA-SCAFFALE-PARA.
           DISPLAY "------- SONO LETTURA-SCAFFALE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           OPEN INPUT SCAN-INPUT.
           OPEN OUTPUT REPORT-OUTPUT.

           PERFORM LEGGI-RIGA.
           PERFORM UNTIL FINE-FILE-SI
               PERFORM ELABORA-RIGA
               PERFORM LEGGI-RIGA
           END-PERFORM.
           CLOSE SCAN-INPUT.

           IF NOT INTESTAZIONE-LETTA-SI
               DISPLAY "ERRORE: file di lettura senza riga di "
                   "intestazione H."
               CLOSE REPORT-OUTPUT
               EXIT PROGRAM
           END-IF.

           PERFORM INTESTA-REPORT.
           MOVE LOW-VALUES TO ULTIMA-IN-ORDINE.
           MOVE SPACES TO BARCODE-PRECEDENTE.
           PERFORM VARYING IND-LETTURA FROM 1 BY 1
                   UNTIL IND-LETTURA > NUMERO-LETTURE
               PERFORM CONTROLLA-LETTURA
               MOVE LT-BARCODE(IND-LETTURA) TO BARCODE-PRECEDENTE
           END-PERFORM.
           PERFORM CHIUDI-REPORT.
           CLOSE REPORT-OUTPUT.

           MOVE "LETTURA-SCAFFALE" TO SP-PROGRAMMA.
           MOVE FILIALE-SESSIONE TO SP-FILIALE.
           COMPUTE SP-RIGHE = CONTATORE-FUORI-POSTO
               + CONTATORE-ALTRA-FILIALE + CONTATORE-SCONOSCIUTI.
           MOVE "BIBLIO.PROD.LETTSCAF.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Volumi letti: " NUMERO-LETTURE.
           DISPLAY "Volumi in ordine: " CONTATORE-IN-ORDINE.
           DISPLAY "Volumi fuori posto: " CONTATORE-FUORI-POSTO.
           DISPLAY "Volumi di altra Filiale: "
               CONTATORE-ALTRA-FILIALE.
           DISPLAY "Barcode sconosciuti: " CONTATORE-SCONOSCIUTI.
           IF CONTATORE-SCARTATE > ZERO
               DISPLAY "Letture oltre il massimo, non controllate: "
                   CONTATORE-SCARTATE
           END-IF.

           EXIT PROGRAM.

       LEGGI-RIGA.
           READ SCAN-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

      *    Come in INVENTARIO-SCAFFALE: i campi di testata si
      *    spacchettano solo per le righe H.
       ELABORA-RIGA.
           MOVE SCAN-INPUT-REC(1:1) TO TIPO-RECORD.
           EVALUATE TIPO-RECORD
               WHEN "H"
                   UNSTRING SCAN-INPUT-REC DELIMITED BY ","
                       INTO TIPO-RECORD, FILIALE-SESSIONE,
                            COLLOCAZIONE-DA, COLLOCAZIONE-A
                   END-UNSTRING
                   MOVE "S" TO INTESTAZIONE-LETTA
               WHEN "D"
                   UNSTRING SCAN-INPUT-REC DELIMITED BY ","
                       INTO TIPO-RECORD, BARCODE-LETTO
                   END-UNSTRING
                   PERFORM MEMORIZZA-LETTURA
           END-EVALUATE.

       MEMORIZZA-LETTURA.
           IF NUMERO-LETTURE NOT < MASSIMO-LETTURE
               ADD 1 TO CONTATORE-SCARTATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NUMERO-LETTURE.
           MOVE BARCODE-LETTO TO LT-BARCODE(NUMERO-LETTURE).
           EXEC SQL
               SELECT COALESCE(e.Collocazione, ' '),
                      COALESCE(e.Filiale, l.SEDE), l.TITOLO
                   INTO :E-COLLOCAZIONE, :E-FILIALE, :E-TITOLO
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE e.Barcode = TRIM(BOTH ' ' FROM :BARCODE-LETTO)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "S" TO LT-NOTO(NUMERO-LETTURE)
               MOVE E-COLLOCAZIONE TO LT-COLLOCAZIONE(NUMERO-LETTURE)
               MOVE E-FILIALE TO LT-FILIALE(NUMERO-LETTURE)
               MOVE E-TITOLO TO LT-TITOLO(NUMERO-LETTURE)
           ELSE
               MOVE "N" TO LT-NOTO(NUMERO-LETTURE)
               MOVE SPACES TO LT-COLLOCAZIONE(NUMERO-LETTURE)
               MOVE SPACES TO LT-FILIALE(NUMERO-LETTURE)
               MOVE SPACES TO LT-TITOLO(NUMERO-LETTURE)
           END-IF.

       INTESTA-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LETTURA DI CONTROLLO SCAFFALE DEL " OGGI-DATA
               " - FILIALE " FILIALE-SESSIONE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COLLOCAZIONI DA " COLLOCAZIONE-DA
               " A " COLLOCAZIONE-A
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Un volume e' a posto se la sua collocazione non precede
      *    l'ultima in sequenza e non supera quella del volume che
      *    lo segue (quando quest'ultimo e' a sua volta in
      *    sequenza). I barcode sconosciuti e i volumi di un'altra
      *    Filiale si segnalano a parte e non spostano la sequenza.
       CONTROLLA-LETTURA.
           IF LT-NOTO(IND-LETTURA) = "N"
               ADD 1 TO CONTATORE-SCONOSCIUTI
               MOVE SPACES TO REPORT-LINE
               STRING "SCONOSCIUTO " LT-BARCODE(IND-LETTURA)
                   " (barcode non a catalogo) TROVATO DOPO "
                   BARCODE-PRECEDENTE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF LT-FILIALE(IND-LETTURA) NOT = FILIALE-SESSIONE
               ADD 1 TO CONTATORE-ALTRA-FILIALE
               MOVE SPACES TO REPORT-LINE
               STRING "ALTRA FILIALE " LT-BARCODE(IND-LETTURA)
                   " " LT-TITOLO(IND-LETTURA)(1:40)
                   " VA A " LT-FILIALE(IND-LETTURA)
                   " " LT-COLLOCAZIONE(IND-LETTURA)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO FUORI-POSTO.
           IF LT-COLLOCAZIONE(IND-LETTURA) < ULTIMA-IN-ORDINE
               MOVE "S" TO FUORI-POSTO
           ELSE
               COMPUTE IND-SEGUENTE = IND-LETTURA + 1
               IF IND-SEGUENTE NOT > NUMERO-LETTURE
                   IF LT-NOTO(IND-SEGUENTE) = "S"
                      AND LT-FILIALE(IND-SEGUENTE) = FILIALE-SESSIONE
                      AND LT-COLLOCAZIONE(IND-SEGUENTE) NOT <
                          ULTIMA-IN-ORDINE
                      AND LT-COLLOCAZIONE(IND-SEGUENTE) <
                          LT-COLLOCAZIONE(IND-LETTURA)
                       MOVE "S" TO FUORI-POSTO
                   END-IF
               END-IF
           END-IF.

           IF FUORI-POSTO = "N"
               ADD 1 TO CONTATORE-IN-ORDINE
               MOVE LT-COLLOCAZIONE(IND-LETTURA) TO ULTIMA-IN-ORDINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CONTATORE-FUORI-POSTO.
           PERFORM CERCA-POSTO-GIUSTO.
           MOVE SPACES TO REPORT-LINE.
           STRING "FUORI POSTO " LT-BARCODE(IND-LETTURA)
               " " LT-COLLOCAZIONE(IND-LETTURA)
               " " LT-TITOLO(IND-LETTURA)(1:40)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF DOPO-BARCODE = SPACES
               STRING "      TROVATO DOPO " BARCODE-PRECEDENTE
                   " - VA IN TESTA ALLO SCAFFALE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "      TROVATO DOPO " BARCODE-PRECEDENTE
                   " - VA DOPO " DOPO-COLLOCAZIONE
                   " (" DOPO-BARCODE ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      *    Posto giusto: l'esemplare che nel catalogo topografico
      *    della Filiale viene subito prima del volume fuori posto.
       CERCA-POSTO-GIUSTO.
           MOVE SPACES TO DOPO-COLLOCAZIONE.
           MOVE SPACES TO DOPO-BARCODE.
           MOVE LT-BARCODE(IND-LETTURA) TO E-BARCODE.
           MOVE LT-COLLOCAZIONE(IND-LETTURA) TO E-COLLOCAZIONE.
           EXEC SQL
               SELECT COALESCE(e.Collocazione, ' '), e.Barcode
                   INTO :DOPO-COLLOCAZIONE, :DOPO-BARCODE
                   FROM Esemplare e
                   JOIN Libro l ON e.codiceISBN = l.ISBN
                   WHERE COALESCE(e.Filiale, l.SEDE) =
                         TRIM(BOTH ' ' FROM :FILIALE-SESSIONE)
                     AND (e.Collocazione <
                          TRIM(BOTH ' ' FROM :E-COLLOCAZIONE)
                       OR (e.Collocazione =
                           TRIM(BOTH ' ' FROM :E-COLLOCAZIONE)
                           AND e.Barcode <
                               TRIM(BOTH ' ' FROM :E-BARCODE)))
                   ORDER BY e.Collocazione DESC, e.Barcode DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO DOPO-COLLOCAZIONE
               MOVE SPACES TO DOPO-BARCODE
           END-IF.

       CHIUDI-REPORT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LETTI: " NUMERO-LETTURE
               "  IN ORDINE: " CONTATORE-IN-ORDINE
               "  FUORI POSTO: " CONTATORE-FUORI-POSTO
               "  ALTRA FILIALE: " CONTATORE-ALTRA-FILIALE
               "  SCONOSCIUTI: " CONTATORE-SCONOSCIUTI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CONTATORE-SCARTATE > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "LETTURE OLTRE IL MASSIMO, NON CONTROLLATE: "
                   CONTATORE-SCARTATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
