               03 CW-PROGRAMMA      PIC X(30).
               03 CW-MOTIVO         PIC X(100).

      *    Dati personali mascherati per ruolo (MASCHERA-DATI).
           01 MD-RICHIESTA.
               03 MD-OPERAZIONE     PIC X(1).
               03 MD-OPERATORE      PIC X(50).
               03 MD-SOGGETTO       PIC X(50).
               03 MD-PROGRAMMA      PIC X(30).
               03 MD-IN-CHIARO      PIC X(1).
               03 MD-PUO-MOSTRARE   PIC X(1).
               03 MD-INDIRIZZO      PIC X(255).
               03 MD-TELEFONO       PIC X(20).
               03 MD-EMAIL          PIC X(100).
               03 MD-CODICE-FISCALE PIC X(16).
               03 MD-DATA-NASCITA   PIC 9(8).
               03 MD-NASCITA-TESTO  PIC X(10).
           01 NOME-UTENTE        PIC X(50).
           01 COGNOME-UTENTE     PIC X(50).
           01 RISPOSTA-DATI      PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           MOVE SPACES TO CW-MOTIVO.
           CALL 'CONSULTAZIONE-WRITER' USING CW-RICHIESTA.

           PERFORM MOSTRA-TESSERATO.

           EXEC SQL
               SELECT COUNT(*) INTO :PRESTITI-TOTALI FROM (
                   SELECT codiceISBN FROM PrenotazioneStorico

           EXIT PROGRAM.

      *    Intestazione con i dati del tesserato, mascherati per
      *    ruolo: bastano a riconoscerlo allo sportello. I dati
      *    completi si chiedono con il motivo (MASCHERA-DATI).
       MOSTRA-TESSERATO.
           MOVE SPACES TO NOME-UTENTE COGNOME-UTENTE MD-INDIRIZZO
               MD-TELEFONO MD-EMAIL MD-CODICE-FISCALE.
           MOVE ZERO TO MD-DATA-NASCITA.
           EXEC SQL
               SELECT Nome, Cognome, COALESCE(Indirizzo, ' '),
                      COALESCE(Telefono, ' '), COALESCE(Email, ' '),
                      COALESCE(DataNascita, 0)
                   INTO :NOME-UTENTE, :COGNOME-UTENTE, :MD-INDIRIZZO,
                        :MD-TELEFONO, :MD-EMAIL, :MD-DATA-NASCITA
                   FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "L" TO MD-OPERAZIONE.
           MOVE OPERATORE-USERNAME TO MD-OPERATORE.
           MOVE USERNAME-RICERCA TO MD-SOGGETTO.
           MOVE "DISPLAY-USER-HISTORY" TO MD-PROGRAMMA.
           CALL 'MASCHERA-DATI' USING MD-RICHIESTA.
           IF MD-IN-CHIARO NOT = "S" AND MD-PUO-MOSTRARE = "S"
               DISPLAY "Mostrare i dati completi? (S/N): "
               ACCEPT RISPOSTA-DATI
               IF RISPOSTA-DATI = "S" OR RISPOSTA-DATI = "s"
                   MOVE "C" TO MD-OPERAZIONE
                   CALL 'MASCHERA-DATI' USING MD-RICHIESTA
               END-IF
           END-IF.
           MOVE "M" TO MD-OPERAZIONE.
           CALL 'MASCHERA-DATI' USING MD-RICHIESTA.
           DISPLAY "Tesserato: " NOME-UTENTE " " COGNOME-UTENTE.
           DISPLAY "  Nato il: " MD-NASCITA-TESTO
               " Telefono: " MD-TELEFONO.
           DISPLAY "  Email: " MD-EMAIL.
           DISPLAY "  Indirizzo: " MD-INDIRIZZO.

      *    Anni archiviati (ARCHIVIA-STORICO): si leggono dalla
      *    generazione montata sul DD STORARC, filtrando per
      *    Username.
