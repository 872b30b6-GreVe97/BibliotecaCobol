           01 CONTA-BARCODE     PIC 9(5).
           01 PROVENIENZA       PIC X(30).

      *    Lettera nella lingua del donatore (ModelliAvviso, tipo
      *    DONAZIONE, via COMPONI-AVVISO): righe 1-49 prima
      *    dell'elenco dei titoli, 50-99 dopo. Senza modello resta
      *    la lettera italiana di sempre.
           01 LINGUA-LETTERA    PIC X(2).
           01 MODELLO-TROVATO   PIC X(1).
             88 MODELLO-TROVATO-SI VALUE "S".
           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).

           01 DONAZIONE-REC.
               03 D-NUMERO      PIC 9(6).
               03 D-DONATORE    PIC X(50).
               DISPLAY "Donazione non trovata."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Lingua della lettera (IT, EN, AR, RO, UK): "
           ACCEPT LINGUA-LETTERA.
           MOVE FUNCTION UPPER-CASE(LINGUA-LETTERA) TO LINGUA-LETTERA.

           OPEN OUTPUT LETTERA-OUTPUT.
           MOVE SPACES TO CA-RICHIESTA.
           MOVE "DONAZIONE" TO CA-TIPO.
           MOVE LINGUA-LETTERA TO CA-LINGUA.
           MOVE NOME-DONATORE TO CA-VALORE(1).
           MOVE NUMERO-DONAZIONE TO CA-VALORE(2).
           MOVE OGGI-DATA TO CA-VALORE(3).
           MOVE CONTATTO-DONATORE TO CA-VALORE(4).
           MOVE "N" TO MODELLO-TROVATO.
           MOVE 1 TO CA-RIGA.
           PERFORM RIGHE-DA-MODELLO.
           IF NOT MODELLO-TROVATO-SI
               PERFORM INTESTAZIONE-STANDARD
           END-IF.
           PERFORM ELENCO-TITOLI-LETTERA.
           IF MODELLO-TROVATO-SI
               MOVE 50 TO CA-RIGA
               PERFORM RIGHE-DA-MODELLO
           ELSE
               PERFORM CHIUSURA-STANDARD
           END-IF.
           CLOSE LETTERA-OUTPUT.
           DISPLAY "Lettera di ringraziamento stampata.".

       RIGHE-DA-MODELLO.
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           PERFORM UNTIL CA-ESITO NOT = "S"
               MOVE "S" TO MODELLO-TROVATO
               MOVE CA-TESTO TO LETTERA-LINE
               WRITE LETTERA-LINE
               IF CA-RIGA = 49 OR CA-RIGA = 99
                   MOVE "N" TO CA-ESITO
               ELSE
                   ADD 1 TO CA-RIGA
                   CALL 'COMPONI-AVVISO' USING CA-RICHIESTA
               END-IF
           END-PERFORM.

       INTESTAZIONE-STANDARD.
           MOVE SPACES TO LETTERA-LINE.
           STRING "BIBLIOTECA COMUNALE - LETTERA DI RINGRAZIAMENTO"
               DELIMITED BY SIZE INTO LETTERA-LINE.
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.

       ELENCO-TITOLI-LETTERA.
           EXEC SQL
               DECLARE C-LETTERA CURSOR FOR
                   SELECT riga, titolo, autore
           END-PERFORM.
           EXEC SQL CLOSE C-LETTERA END-EXEC.

       CHIUSURA-STANDARD.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "CON GRATITUDINE, LA DIREZIONE."
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.

      *    Riepilogo per il RITORNO-ANNUALE: accessioni da donazione
      *    e valore dichiarato nell'anno.
