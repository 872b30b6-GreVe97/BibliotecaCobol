       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVIA-ORDINI-FORNITORI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDINI-OUTPUT ASSIGN TO ORDINVIO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Tracciato d'ordine concordato con i distributori: per
      *    ogni ordine una testata (H) con il nostro codice cliente
      *    e la Filiale di consegna, una riga (R) per titolo e una
      *    coda (T) di controllo con righe e totale.
       FD  ORDINI-OUTPUT.
       01  ORDINE-TESTATA.
           03 OH-TIPO            PIC X(1).
           03 OH-CODICE-CLIENTE  PIC X(15).
           03 OH-FORNITORE       PIC 9(6).
           03 OH-NUMERO-ORDINE   PIC 9(6).
           03 OH-DATA-ORDINE     PIC 9(8).
           03 OH-FILIALE         PIC X(30).
       01  ORDINE-RIGA.
           03 OR-TIPO            PIC X(1).
           03 OR-NUMERO-ORDINE   PIC 9(6).
           03 OR-RIGA            PIC 9(3).
           03 OR-ISBN            PIC X(13).
           03 OR-COPIE           PIC 9(3).
           03 OR-PREZZO          PIC 9(5)V99.
           03 OR-TITOLO          PIC X(60).
       01  ORDINE-CODA.
           03 OT-TIPO            PIC X(1).
           03 OT-NUMERO-ORDINE   PIC 9(6).
           03 OT-RIGHE           PIC 9(3).
           03 OT-TOTALE          PIC 9(7)V99.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).

           01 ORDINE-REC.
               03 O-NUMERO          PIC 9(6).
               03 O-FORNITORE       PIC 9(6).
               03 O-CODICE-CLIENTE  PIC X(15).
               03 O-FILIALE         PIC X(30).
               03 O-DATA            PIC 9(8).

           01 RIGA-REC.
               03 R-RIGA            PIC 9(3).
               03 R-ISBN            PIC X(13).
               03 R-COPIE           PIC 9(3).
               03 R-PREZZO          PIC 9(5)V99.
               03 R-TITOLO          PIC X(100).

           01 RIGHE-ORDINE      PIC 9(3).
           01 TOTALE-ORDINE     PIC 9(7)V99.

           01 CONTATORE-ORDINI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-RIGHE   PIC 9(7) VALUE ZERO.

           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
               03 RC-PROGRAMMA      PIC X(30).
               03 RC-DATA-ESERCIZIO PIC 9(8).
               03 RC-ESAMINATE      PIC 9(7).
               03 RC-MODIFICATE     PIC 9(7).
               03 RC-CHIAVE         PIC X(50).
               03 RC-ESITO          PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Invio elettronico degli ordini ai distributori: gli
      *    ordini APERTI confermati in GESTIONE-ORDINI (stato_invio
      *    DA INVIARE) verso un Fornitore a ordine elettronico
      *    finiscono nel file ORDINVIO, che il gateway del
      *    distributore ritira; ognuno passa INVIATO con la data.
      *    Le risposte rientrano con IMPORTA-CONFERME-ORDINE
      *    (conferma d'ordine) e IMPORTA-BOLLE (bolla di consegna).
      *    Prima l'ordine si stampava e si mandava per posta
      *    elettronica a mano.
       INVIA-ORDINI-FORNITORI-PARA.
           DISPLAY "------- SONO INVIA-ORDINI-FORNITORI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "INVIA-ORDINI-FORNITORI" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT ORDINI-OUTPUT.

           EXEC SQL
               DECLARE C-DA-INVIARE CURSOR FOR
                   SELECT o.numero_ordine, o.codice_fornitore,
                          f.codice_cliente_edi, o.Filiale,
                          o.data_ordine
                       FROM OrdineAcquisto o
                       JOIN Fornitore f
                         ON f.codice = o.codice_fornitore
                       WHERE o.stato = 'APERTO'
                         AND o.stato_invio = 'DA INVIARE'
                         AND f.ordine_elettronico = 'S'
                       ORDER BY o.codice_fornitore, o.numero_ordine
           END-EXEC.
           EXEC SQL OPEN C-DA-INVIARE END-EXEC.
           EXEC SQL
               FETCH C-DA-INVIARE INTO :O-NUMERO, :O-FORNITORE,
                   :O-CODICE-CLIENTE, :O-FILIALE, :O-DATA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM INVIA-ORDINE
               EXEC SQL
                   FETCH C-DA-INVIARE INTO :O-NUMERO, :O-FORNITORE,
                       :O-CODICE-CLIENTE, :O-FILIALE, :O-DATA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-DA-INVIARE END-EXEC.

           CLOSE ORDINI-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-ORDINI TO RC-ESAMINATE.
           MOVE CONTATORE-ORDINI TO RC-MODIFICATE.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Ordini inviati: " CONTATORE-ORDINI.
           DISPLAY "Righe inviate: " CONTATORE-RIGHE.

           EXIT PROGRAM.

       INVIA-ORDINE.
           MOVE SPACES TO ORDINE-TESTATA.
           MOVE "H" TO OH-TIPO.
           MOVE O-CODICE-CLIENTE TO OH-CODICE-CLIENTE.
           MOVE O-FORNITORE TO OH-FORNITORE.
           MOVE O-NUMERO TO OH-NUMERO-ORDINE.
           MOVE O-DATA TO OH-DATA-ORDINE.
           MOVE O-FILIALE TO OH-FILIALE.
           WRITE ORDINE-TESTATA.

           MOVE ZERO TO RIGHE-ORDINE.
           MOVE ZERO TO TOTALE-ORDINE.
           EXEC SQL
               DECLARE C-RIGHE-INVIO CURSOR FOR
                   SELECT riga, ISBN, copie, prezzo, titolo
                       FROM OrdineRiga
                       WHERE numero_ordine = :O-NUMERO
                       ORDER BY riga
           END-EXEC.
           EXEC SQL OPEN C-RIGHE-INVIO END-EXEC.
           EXEC SQL
               FETCH C-RIGHE-INVIO INTO :R-RIGA, :R-ISBN, :R-COPIE,
                   :R-PREZZO, :R-TITOLO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO ORDINE-RIGA
               MOVE "R" TO OR-TIPO
               MOVE O-NUMERO TO OR-NUMERO-ORDINE
               MOVE R-RIGA TO OR-RIGA
               MOVE R-ISBN TO OR-ISBN
               MOVE R-COPIE TO OR-COPIE
               MOVE R-PREZZO TO OR-PREZZO
               MOVE R-TITOLO TO OR-TITOLO
               WRITE ORDINE-RIGA
               ADD 1 TO RIGHE-ORDINE
               COMPUTE TOTALE-ORDINE = TOTALE-ORDINE +
                   (R-COPIE * R-PREZZO)
               EXEC SQL
                   FETCH C-RIGHE-INVIO INTO :R-RIGA, :R-ISBN,
                       :R-COPIE, :R-PREZZO, :R-TITOLO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RIGHE-INVIO END-EXEC.

           MOVE SPACES TO ORDINE-CODA.
           MOVE "T" TO OT-TIPO.
           MOVE O-NUMERO TO OT-NUMERO-ORDINE.
           MOVE RIGHE-ORDINE TO OT-RIGHE.
           MOVE TOTALE-ORDINE TO OT-TOTALE.
           WRITE ORDINE-CODA.

           EXEC SQL
               UPDATE OrdineAcquisto
                   SET stato_invio = 'INVIATO',
                       data_invio = :OGGI-DATA
                   WHERE numero_ordine = :O-NUMERO
           END-EXEC.
           ADD 1 TO CONTATORE-ORDINI.
           ADD RIGHE-ORDINE TO CONTATORE-RIGHE.
