       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGA-SESSIONI-POSTAZIONI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *    Periodo di conservazione del registro delle sessioni
      *    alle postazioni internet, in giorni (Parametri
      *    POSTAZIONI-GIORNI-CONSERVAZIONE); oltre si cancella.
           01 GIORNI-CONSERVAZIONE PIC 9(5) VALUE 365.
           01 PARAMETRO-TESTO   PIC X(50).

           01 OGGI-DATA         PIC 9(8).
           01 GIORNO-SERIALE    PIC 9(9).
           01 DATA-LIMITE       PIC 9(8).

           01 CONTATORE-CHIUSE     PIC 9(7) VALUE ZERO.
           01 CONTATORE-SESSIONI   PIC 9(7) VALUE ZERO.
           01 CONTATORE-PRENOTAZIONI PIC 9(7) VALUE ZERO.

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
      *    Manutenzione del registro delle sessioni alle postazioni:
      *    1. le sessioni dei giorni passati rimaste aperte (uscita
      *       non registrata al banco) si chiudono d'ufficio alla
      *       fine della fascia prenotata, marcate AUTOMATICA;
      *    2. sessioni e prenotazioni piu' vecchie del periodo di
      *       conservazione si cancellano. La cancellazione e'
      *       definitiva: nessuna copia nel cestino.
       PURGA-SESSIONI-POSTAZIONI-PARA.
           DISPLAY "------- SONO PURGA-SESSIONI-POSTAZIONI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           MOVE "A" TO RC-OPERAZIONE.
           MOVE "PURGA-SESSIONI-POSTAZIONI" TO RC-PROGRAMMA.
           MOVE OGGI-DATA TO RC-DATA-ESERCIZIO.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.
           IF RC-ESITO NOT = "S"
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'POSTAZIONI-GIORNI-CONSERVAZIONE'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-CONSERVAZIONE
           END-IF.
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) -
               GIORNI-CONSERVAZIONE.
           COMPUTE DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).

           EXEC SQL
               SELECT COUNT(*) INTO :CONTATORE-CHIUSE
                   FROM SessioniPostazioni
                   WHERE data_sessione < :OGGI-DATA
                     AND COALESCE(ora_fine, 0) = 0
           END-EXEC.
           EXEC SQL
               UPDATE SessioniPostazioni s
                   SET ora_fine = COALESCE(
                           (SELECT p.ora_a
                               FROM PrenotazioniPostazioni p
                               WHERE p.numero_prenotazione =
                                     s.numero_prenotazione), 2359),
                       chiusura = 'AUTOMATICA'
                   WHERE s.data_sessione < :OGGI-DATA
                     AND COALESCE(s.ora_fine, 0) = 0
           END-EXEC.
           EXEC SQL
               UPDATE PrenotazioniPostazioni
                   SET stato = 'CONCLUSO'
                   WHERE data_prenotazione < :OGGI-DATA
                     AND stato = 'IN CORSO'
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :CONTATORE-SESSIONI
                   FROM SessioniPostazioni
                   WHERE data_sessione < :DATA-LIMITE
           END-EXEC.
           EXEC SQL
               DELETE FROM SessioniPostazioni
                   WHERE data_sessione < :DATA-LIMITE
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :CONTATORE-PRENOTAZIONI
                   FROM PrenotazioniPostazioni
                   WHERE data_prenotazione < :DATA-LIMITE
           END-EXEC.
           EXEC SQL
               DELETE FROM PrenotazioniPostazioni
                   WHERE data_prenotazione < :DATA-LIMITE
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           MOVE "C" TO RC-OPERAZIONE.
           MOVE CONTATORE-SESSIONI TO RC-ESAMINATE.
           COMPUTE RC-MODIFICATE =
               CONTATORE-SESSIONI + CONTATORE-PRENOTAZIONI.
           CALL 'CONTROLLO-RUN' USING RUN-RICHIESTA.

           DISPLAY "Conservazione: " GIORNI-CONSERVAZIONE
               " giorni (cancellato prima del " DATA-LIMITE ")".
           DISPLAY "Sessioni chiuse d'ufficio: " CONTATORE-CHIUSE.
           DISPLAY "Sessioni cancellate: " CONTATORE-SESSIONI.
           DISPLAY "Prenotazioni cancellate: "
               CONTATORE-PRENOTAZIONI.

           EXIT PROGRAM.
