       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-CONFERME-ORDINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFERME-INPUT ASSIGN TO ORDCONF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFERME-STATUS.
           SELECT REPORT-OUTPUT ASSIGN TO ORDCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Conferma d'ordine del distributore, una riga per riga
      *    d'ordine: copie accettate (in spedizione), arretrate (in
      *    attesa di ristampa o di rifornimento, con la data
      *    prevista) e annullate (fuori catalogo, esaurite).
       FD  CONFERME-INPUT.
       01  CONFERMA-RECORD.
           03 CF-NUMERO-ORDINE  PIC 9(6).
           03 CF-RIGA           PIC 9(3).
           03 CF-ISBN           PIC X(13).
           03 CF-ACCETTATE      PIC 9(3).
           03 CF-ARRETRATE      PIC 9(3).
           03 CF-ANNULLATE      PIC 9(3).
           03 CF-DATA-PREVISTA  PIC 9(8).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 CONFERME-STATUS   PIC X(2).
           01 FINE-FILE         PIC X(1) VALUE "N".
             88 FINE-FILE-SI VALUE "S".

           01 OGGI-DATA         PIC 9(8).
           01 ANNO-CORRENTE     PIC 9(4).

           01 RIGA-REC.
               03 R-STATO-ORDINE    PIC X(10).
               03 R-FILIALE         PIC X(30).
               03 R-ISBN            PIC X(13).
               03 R-COPIE           PIC 9(3).
               03 R-PREZZO          PIC 9(5)V99.
               03 R-ANNULLATE       PIC 9(3).
               03 R-TITOLO          PIC X(100).
           01 STATO-RIGA        PIC X(12).
           01 COPIE-CONFERMATE  PIC 9(4).
           01 MOTIVO-SCARTO     PIC X(40).

      *    Le copie annullate liberano l'impegno sul budget della
      *    Filiale e riducono il totale dell'ordine; una conferma
      *    successiva che ne annulla meno lo reimpegna.
           01 IMPORTO-RILASCIATO PIC S9(7)V99.
           01 RIGHE-APERTE      PIC 9(3).
           01 COPIE-RICEVUTE-ORDINE PIC 9(5).

           01 CONTATORE-LETTE      PIC 9(5) VALUE ZERO.
           01 CONTATORE-APPLICATE  PIC 9(5) VALUE ZERO.
           01 CONTATORE-ARRETRATE  PIC 9(5) VALUE ZERO.
           01 CONTATORE-ANNULLATE  PIC 9(5) VALUE ZERO.
           01 CONTATORE-SCARTATE   PIC 9(5) VALUE ZERO.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Conferme d'ordine dei distributori (risposta agli ordini
      *    di INVIA-ORDINI-FORNITORI): ogni OrdineRiga prende le
      *    copie accettate, arretrate e annullate con lo stato di
      *    riga. Le righe annullate per intero non si aspettano
      *    piu': RICEVI-ORDINE le considera complete e l'ordine si
      *    chiude quando resta solo quanto arrivato. Arretrati,
      *    annullamenti e conferme scartate vanno sul report ORDCRPT
      *    per l'ufficio acquisti.
       IMPORTA-CONFERME-ORDINE-PARA.
           DISPLAY "------- SONO IMPORTA-CONFERME-ORDINE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE OGGI-DATA(1:4) TO ANNO-CORRENTE.

           OPEN INPUT CONFERME-INPUT.
           IF CONFERME-STATUS NOT = "00"
               DISPLAY "Nessun file di conferme da elaborare (stato "
                   CONFERME-STATUS ")."
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONFERME D'ORDINE DEL " OGGI-DATA
               ": ARRETRATI, ANNULLAMENTI E SCARTI"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LEGGI-CONFERMA.
           PERFORM UNTIL FINE-FILE-SI
               ADD 1 TO CONTATORE-LETTE
               PERFORM APPLICA-CONFERMA
               PERFORM LEGGI-CONFERMA
           END-PERFORM.

           CLOSE CONFERME-INPUT.

           MOVE SPACES TO REPORT-LINE.
           STRING "Conferme lette: " CONTATORE-LETTE
               " applicate: " CONTATORE-APPLICATE
               " con arretrati: " CONTATORE-ARRETRATE
               " con annullati: " CONTATORE-ANNULLATE
               " scartate: " CONTATORE-SCARTATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "Conferme lette: " CONTATORE-LETTE.
           DISPLAY "Conferme applicate: " CONTATORE-APPLICATE.
           DISPLAY "Righe con arretrati: " CONTATORE-ARRETRATE.
           DISPLAY "Righe con annullati: " CONTATORE-ANNULLATE.
           DISPLAY "Conferme scartate: " CONTATORE-SCARTATE.

           EXIT PROGRAM.

       LEGGI-CONFERMA.
           READ CONFERME-INPUT
               AT END MOVE "S" TO FINE-FILE
           END-READ.

       APPLICA-CONFERMA.
           EXEC SQL
               SELECT o.stato, o.Filiale, r.ISBN, r.copie, r.prezzo,
                      COALESCE(r.copie_annullate, 0), r.titolo
                   INTO :R-STATO-ORDINE, :R-FILIALE, :R-ISBN,
                        :R-COPIE, :R-PREZZO, :R-ANNULLATE, :R-TITOLO
                   FROM OrdineRiga r
                   JOIN OrdineAcquisto o
                     ON o.numero_ordine = r.numero_ordine
                   WHERE r.numero_ordine = :CF-NUMERO-ORDINE
                     AND r.riga = :CF-RIGA
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
           IF R-ISBN NOT = CF-ISBN
               MOVE "ISBN DIVERSO DALLA RIGA" TO MOTIVO-SCARTO
               PERFORM SCRIVI-SCARTO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE COPIE-CONFERMATE =
               CF-ACCETTATE + CF-ARRETRATE + CF-ANNULLATE.
           IF COPIE-CONFERMATE NOT = R-COPIE
               MOVE "COPIE CONFERMATE DIVERSE DALLE ORDINATE"
                   TO MOTIVO-SCARTO
               PERFORM SCRIVI-SCARTO
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CF-ANNULLATE = R-COPIE
                   MOVE "ANNULLATA" TO STATO-RIGA
               WHEN CF-ARRETRATE > 0
                   MOVE "ARRETRATA" TO STATO-RIGA
               WHEN CF-ANNULLATE > 0
                   MOVE "PARZIALE" TO STATO-RIGA
               WHEN OTHER
                   MOVE "ACCETTATA" TO STATO-RIGA
           END-EVALUATE.

           EXEC SQL
               UPDATE OrdineRiga
                   SET copie_accettate = :CF-ACCETTATE,
                       copie_arretrate = :CF-ARRETRATE,
                       copie_annullate = :CF-ANNULLATE,
                       data_prevista = NULLIF(:CF-DATA-PREVISTA, 0),
                       stato_riga = TRIM(BOTH ' ' FROM :STATO-RIGA)
                   WHERE numero_ordine = :CF-NUMERO-ORDINE
                     AND riga = :CF-RIGA
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERRORE sulla riga " CF-NUMERO-ORDINE "/"
                   CF-RIGA ": " SQLERRMC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-APPLICATE.

           COMPUTE IMPORTO-RILASCIATO =
               (CF-ANNULLATE - R-ANNULLATE) * R-PREZZO.
           IF IMPORTO-RILASCIATO NOT = ZERO
               PERFORM RILASCIA-IMPEGNO
           END-IF.

           IF CF-ARRETRATE > 0
               ADD 1 TO CONTATORE-ARRETRATE
               MOVE SPACES TO REPORT-LINE
               STRING "ARRETRATO ORDINE " CF-NUMERO-ORDINE
                   " RIGA " CF-RIGA " " CF-ISBN " "
                   R-TITOLO(1:40) " COPIE " CF-ARRETRATE
                   " PREVISTE IL " CF-DATA-PREVISTA
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF CF-ANNULLATE > 0
               ADD 1 TO CONTATORE-ANNULLATE
               MOVE SPACES TO REPORT-LINE
               STRING "ANNULLATO ORDINE " CF-NUMERO-ORDINE
                   " RIGA " CF-RIGA " " CF-ISBN " "
                   R-TITOLO(1:40) " COPIE " CF-ANNULLATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM CHIUDI-SE-EVASO.

       RILASCIA-IMPEGNO.
           EXEC SQL
               UPDATE OrdineAcquisto
                   SET totale = totale - :IMPORTO-RILASCIATO
                   WHERE numero_ordine = :CF-NUMERO-ORDINE
           END-EXEC.
           EXEC SQL
               UPDATE BudgetFiliale
                   SET impegnato = impegnato - :IMPORTO-RILASCIATO
                   WHERE Filiale = TRIM(BOTH ' ' FROM :R-FILIALE)
                     AND anno = :ANNO-CORRENTE
           END-EXEC.

      *    Un ordine in cui non resta nulla da aspettare si chiude
      *    come in RICEVI-ORDINE; se nulla e' mai arrivato perche'
      *    tutto annullato, si chiude ANNULLATO.
       CHIUDI-SE-EVASO.
           EXEC SQL
               SELECT COUNT(*) INTO :RIGHE-APERTE
                   FROM OrdineRiga
                   WHERE numero_ordine = :CF-NUMERO-ORDINE
                     AND copie_ricevute <
                         copie - COALESCE(copie_annullate, 0)
                         - COALESCE(copie_rese, 0)
           END-EXEC.
           IF RIGHE-APERTE > 0
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COALESCE(SUM(copie_ricevute), 0)
                   INTO :COPIE-RICEVUTE-ORDINE
                   FROM OrdineRiga
                   WHERE numero_ordine = :CF-NUMERO-ORDINE
           END-EXEC.
           IF COPIE-RICEVUTE-ORDINE = 0
               EXEC SQL
                   UPDATE OrdineAcquisto
                       SET stato = 'ANNULLATO'
                       WHERE numero_ordine = :CF-NUMERO-ORDINE
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE OrdineAcquisto
                       SET stato = 'RICEVUTO'
                       WHERE numero_ordine = :CF-NUMERO-ORDINE
               END-EXEC
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "ORDINE " CF-NUMERO-ORDINE
               " EVASO: NESSUNA COPIA ANCORA ATTESA"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       SCRIVI-SCARTO.
           ADD 1 TO CONTATORE-SCARTATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SCARTATA - ORDINE " CF-NUMERO-ORDINE
               " RIGA " CF-RIGA " " CF-ISBN
               " " MOTIVO-SCARTO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
