           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Lettera di addebito nella lingua del tesserato
      *    (ModelliAvviso, tipo ADDEBITO-PERSO, via COMPONI-AVVISO);
      *    senza modello resta la lettera italiana di sempre.
           01 LINGUA-UTENTE        PIC X(2).
           01 IMPORTO-EDITATO      PIC ZZZZ9.99.
           01 MODELLO-TROVATO      PIC X(1).
             88 MODELLO-TROVATO-SI VALUE "S".
           01 CA-RICHIESTA.
               03 CA-TIPO           PIC X(20).
               03 CA-LINGUA         PIC X(2).
               03 CA-RIGA           PIC 9(2).
               03 CA-VALORE         PIC X(60) OCCURS 6 TIMES.
               03 CA-TESTO          PIC X(200).
               03 CA-ESITO          PIC X(1).
               03 CA-LINGUA-USATA   PIC X(2).

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

                   EXEC SQL
                       INSERT INTO Multe (Username, codiceISBN,
                           importo, data_multa, importo_pagato,
                           stato, tipo_multa)
                       VALUES (TRIM(BOTH ' ' FROM :USER-INPUT),
                               TRIM(BOTH ' ' FROM :ISBN),
                               :IMPORTO-ADDEBITO, :OGGI-DATA, 0,
                               'APERTA', 'SMARRIMENTO')
                   END-EXEC
                   IF SQLCODE = 0
                       DISPLAY "Addebito per libro perso "
      *****************FATTURA DI RIMBORSO*****************************
       STAMPA-FATTURA-RIMBORSO.
           OPEN OUTPUT FATTURA-OUTPUT.
           PERFORM FATTURA-DA-MODELLO.
           IF MODELLO-TROVATO-SI
               CLOSE FATTURA-OUTPUT
               DISPLAY "Fattura di rimborso stampata."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FATTURA-LINE.
           STRING "------- ADDEBITO PER LIBRO PERSO -------"
               DELIMITED BY SIZE INTO FATTURA-LINE.
           CLOSE FATTURA-OUTPUT.
           DISPLAY "Fattura di rimborso stampata.".

      *    Il forfait va in &3 con diritti a zero.
       FATTURA-DA-MODELLO.
           MOVE "N" TO MODELLO-TROVATO.
           EXEC SQL
               SELECT COALESCE(LinguaPreferita, 'IT')
                   INTO :LINGUA-UTENTE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :USER-INPUT)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "IT" TO LINGUA-UTENTE
           END-IF.
           MOVE SPACES TO CA-RICHIESTA.
           MOVE "ADDEBITO-PERSO" TO CA-TIPO.
           MOVE LINGUA-UTENTE TO CA-LINGUA.
           MOVE USER-INPUT TO CA-VALORE(1).
           STRING ISBN DELIMITED BY SPACE
               " - " TITOLO-LIBRO DELIMITED BY SIZE
               INTO CA-VALORE(2).
           IF COSTO-SOSTITUZIONE > 0
               MOVE COSTO-SOSTITUZIONE TO IMPORTO-EDITATO
               MOVE IMPORTO-EDITATO TO CA-VALORE(3)
               MOVE DIRITTI-SEGRETERIA TO IMPORTO-EDITATO
               MOVE IMPORTO-EDITATO TO CA-VALORE(4)
           ELSE
               MOVE IMPORTO-MULTA-PERSO TO IMPORTO-EDITATO
               MOVE IMPORTO-EDITATO TO CA-VALORE(3)
               MOVE ZERO TO IMPORTO-EDITATO
               MOVE IMPORTO-EDITATO TO CA-VALORE(4)
           END-IF.
           MOVE IMPORTO-ADDEBITO TO IMPORTO-EDITATO.
           MOVE IMPORTO-EDITATO TO CA-VALORE(5).
           MOVE OGGI-DATA TO CA-VALORE(6).
           MOVE 1 TO CA-RIGA.
           CALL 'COMPONI-AVVISO' USING CA-RICHIESTA.
           PERFORM UNTIL CA-ESITO NOT = "S"
               MOVE "S" TO MODELLO-TROVATO
               MOVE CA-TESTO TO FATTURA-LINE
               WRITE FATTURA-LINE
               ADD 1 TO CA-RIGA
               CALL 'COMPONI-AVVISO' USING CA-RICHIESTA
           END-PERFORM.

       REGISTRA-AUDIT.
           MOVE "MARCA-LIBRO-PERSO" TO AUDIT-PROGRAMMA.
           MOVE "UPDATE" TO AUDIT-OPERAZIONE.
