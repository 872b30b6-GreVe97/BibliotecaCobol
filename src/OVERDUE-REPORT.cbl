               03 P-CATEGORIA        PIC X(30).
               03 P-RUOLO            PIC X(30).
               03 P-ESTENSIONE       PIC 9(3).
               03 P-ORA-SCADENZA     PIC 9(6).
               03 P-DATA-SCADENZA    PIC 9(8).

           01 DATA-DI-LAVORO        PIC 9(8).
           01 DATA-DI-LAVORO-ANNO   PIC 9(4).
           01 DATA-DI-LAVORO-MESE   PIC 9(2).
           01 DATA-DI-LAVORO-GIORNO PIC 9(2).
           01 GIORNI-ASSOLUTI       PIC 9(9).
           01 GIORNI-ASSOLUTI-INIZIO PIC 9(9).
           01 GIORNI-RITARDO        PIC 9(5).

      *    Prestiti orari (Prenotazione.ora_scadenza): il ritardo si
      *    conta in ore iniziate dalla scadenza, a calendario reale.
           01 ADESSO-ORA            PIC 9(6).
           01 DATA-PRESTITO         PIC 9(8).
           01 SECONDI-RITARDO       PIC S9(11).
           01 ORE-RITARDO           PIC 9(5).

           01 CONTATORE-ESAMINATE   PIC 9(5) VALUE ZERO.
           01 CONTATORE-RITARDO     PIC 9(5) VALUE ZERO.

                   SELECT p.codiceISBN, p.Username,
                          p.data_prenotazione, l.Titolo, l.Autore,
                          u.Nome, u.Cognome, l.Categoria, u.Ruolo,
                          COALESCE(p.giorni_estensione, 0),
                          COALESCE(p.ora_scadenza, 0),
                          COALESCE(p.data_scadenza, 0)
                   FROM Prenotazione p
                   JOIN Libro l ON p.codiceISBN = l.ISBN
                   JOIN Utente u ON p.Username = u.Username
               FETCH C-OVERDUE INTO :P-ISBN, :P-USERNAME,
                   :P-DATA-PREN, :P-TITOLO, :P-AUTORE, :P-NOME,
                   :P-COGNOME, :P-CATEGORIA, :P-RUOLO,
                   :P-ESTENSIONE, :P-ORA-SCADENZA, :P-DATA-SCADENZA
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
                   FETCH C-OVERDUE INTO :P-ISBN, :P-USERNAME,
                       :P-DATA-PREN, :P-TITOLO, :P-AUTORE, :P-NOME,
                       :P-COGNOME, :P-CATEGORIA, :P-RUOLO,
                       :P-ESTENSIONE, :P-ORA-SCADENZA,
                       :P-DATA-SCADENZA
               END-EXEC
           END-PERFORM.

           EXIT PROGRAM.

       VALUTA-RITARDO.
           IF P-ORA-SCADENZA > ZERO
               PERFORM VALUTA-RITARDO-ORARIO
               EXIT PARAGRAPH
           END-IF.
           CALL 'LEGGI-POLITICA' USING P-CATEGORIA, P-RUOLO,
               GIORNI-PRESTITO, IMPORTO-MULTA-POLITICA.
           MOVE P-DATA-PREN(1:8) TO DATA-DI-LAVORO.
           PERFORM CONVERTI-GIORNI-ASSOLUTI.
      *    Prestito del bibliobus: la durata e' quella fino alla
      *    scadenza scritta sul prestito (passaggio successivo).
           IF P-DATA-SCADENZA > ZERO
               MOVE GIORNI-ASSOLUTI TO GIORNI-ASSOLUTI-INIZIO
               MOVE P-DATA-SCADENZA TO DATA-DI-LAVORO
               PERFORM CONVERTI-GIORNI-ASSOLUTI
               COMPUTE GIORNI-PRESTITO =
                   GIORNI-ASSOLUTI - GIORNI-ASSOLUTI-INIZIO
               MOVE GIORNI-ASSOLUTI-INIZIO TO GIORNI-ASSOLUTI
           END-IF.

      *    I giorni di estensione straordinaria (ESTENDI-PRESTITI)
      *    allungano la scadenza effettiva del prestito.
               WRITE REPORT-LINE
           END-IF.

       VALUTA-RITARDO-ORARIO.
           ACCEPT ADESSO-ORA FROM TIME.
           MOVE P-DATA-PREN(1:8) TO DATA-PRESTITO.
           COMPUTE SECONDI-RITARDO =
               (FUNCTION INTEGER-OF-DATE(OGGI-DATA) -
                FUNCTION INTEGER-OF-DATE(DATA-PRESTITO)) * 86400
               + FUNCTION NUMVAL(ADESSO-ORA(1:2)) * 3600
               + FUNCTION NUMVAL(ADESSO-ORA(3:2)) * 60
               + FUNCTION NUMVAL(ADESSO-ORA(5:2))
               - FUNCTION NUMVAL(P-ORA-SCADENZA(1:2)) * 3600
               - FUNCTION NUMVAL(P-ORA-SCADENZA(3:2)) * 60
               - FUNCTION NUMVAL(P-ORA-SCADENZA(5:2)).
           IF SECONDI-RITARDO > ZERO
               COMPUTE ORE-RITARDO = (SECONDI-RITARDO + 3599) / 3600
               ADD 1 TO CONTATORE-RITARDO
               MOVE SPACES TO REPORT-LINE
               STRING P-ISBN DELIMITED BY SPACE " "
                   P-TITOLO DELIMITED BY SPACE " "
                   P-AUTORE DELIMITED BY SPACE " "
                   P-USERNAME DELIMITED BY SPACE " "
                   P-NOME DELIMITED BY SPACE " "
                   P-COGNOME DELIMITED BY SPACE " "
                   "PRESTITO ORARIO SCADUTO IL " DATA-PRESTITO
                   " ALLE " P-ORA-SCADENZA(1:2) ":"
                   P-ORA-SCADENZA(3:2)
                   " - ORE DI RITARDO: " ORE-RITARDO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CONVERTI-GIORNI-ASSOLUTI.
      * Convenzione commerciale a 360 giorni/anno: sufficiente per
      * confrontare due date tra loro senza un calendario completo.
