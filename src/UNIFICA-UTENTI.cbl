           01 OGGI-DATA           PIC 9(8).
           01 ACCESSI-PERDENTE    PIC 9(9).
           01 ACCESSI-SUPERSTITE  PIC 9(5).
           01 CODICE-FISCALE-PERDENTE PIC X(16).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).

      *    Il doppione esce di scena come in DELETE-USER: copia nel
      *    cestino e rimozione, con le eventuali sessioni e i codici
      *    di recupero ormai orfani eliminati. Il codice fiscale
      *    del doppione passa al superstite che non lo ha.
       RITIRA-PERDENTE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           MOVE SPACES TO CODICE-FISCALE-PERDENTE.
           EXEC SQL
               SELECT COALESCE(CodiceFiscale, ' ')
                   INTO :CODICE-FISCALE-PERDENTE
                   FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-PERDENTE)
           END-EXEC.
           EXEC SQL
               INSERT INTO UtenteCestino
               SELECT u.*, :OGGI-DATA,
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-PERDENTE)
           END-EXEC.
           EXEC SQL
               DELETE FROM CodiciAccesso
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-PERDENTE)
           END-EXEC.
           EXEC SQL
               DELETE FROM Utente
                   WHERE Username =
                       TRIM(BOTH ' ' FROM :USERNAME-PERDENTE)
           END-EXEC.
           IF CODICE-FISCALE-PERDENTE NOT = SPACES
               EXEC SQL
                   UPDATE Utente
                       SET CodiceFiscale =
                           TRIM(BOTH ' ' FROM :CODICE-FISCALE-PERDENTE)
                       WHERE Username =
                           TRIM(BOTH ' ' FROM :USERNAME-SUPERSTITE)
                         AND COALESCE(CodiceFiscale, '') = ''
               END-EXEC
           END-IF.
