           01 TITOLO-LIBRO      PIC X(100).
           01 PRESTITI-STORICI  PIC 9(7).
           01 PRESTITI-APERTI   PIC 9(5).
           01 USI-IN-SEDE       PIC 9(7).
           01 CON-BARCODE       PIC X(1).
             88 CON-BARCODE-SI VALUE "S".

                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           DISPLAY "Titolo: " TITOLO-LIBRO(1:50).
      *    Le copie di consultazione non circolano: gli usi in
      *    sede registrati dal banco (UsoInterno) dicono se il
      *    titolo e' davvero fermo.
           EXEC SQL
               SELECT COUNT(*) INTO :USI-IN-SEDE
                   FROM UsoInterno
                   WHERE codiceISBN = TRIM(BOTH ' ' FROM :ISBN)
           END-EXEC.
           DISPLAY "Prestiti storici registrati: " PRESTITI-STORICI
               " (0 = mai prestato)".
           DISPLAY "Usi in sede registrati:      " USI-IN-SEDE.
           IF PRESTITI-STORICI = 0 AND USI-IN-SEDE > 0
               DISPLAY "Attenzione: mai prestato ma usato in sede."
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PROPOSTE-APERTE
