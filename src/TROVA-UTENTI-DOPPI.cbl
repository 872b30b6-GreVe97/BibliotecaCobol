               03 D-USERNAME2   PIC X(50).
               03 D-NOME        PIC X(50).
               03 D-COGNOME     PIC X(50).
               03 D-CRITERIO    PIC X(4).

           01 CONTATORE-COPPIE  PIC 9(5) VALUE ZERO.
           01 OGGI-DATA         PIC 9(8).
       PROCEDURE DIVISION.
      *    Caccia ai tesserati doppi: stessa persona registrata con
      *    due username (stesso Nome+Cognome e stessa email o stesso
      *    telefono). Il primo criterio e' il codice fiscale: lo
      *    stesso codice su due conti e' un doppio certo [CF], due
      *    codici diversi sono due persone anche se nome e recapito
      *    coincidono. Le coppie probabili finiscono sul report
      *    DUPURPT; la fusione vera la fa UNIFICA-UTENTI allo
      *    sportello, a valle di una verifica umana.
       TROVA-UTENTI-DOPPI-PARA.

           EXEC SQL
               DECLARE C-DOPPI CURSOR FOR
                   SELECT a.Username, b.Username, a.Nome, a.Cognome,
                          CASE WHEN a.CodiceFiscale = b.CodiceFiscale
                               THEN 'CF' ELSE 'NOME' END
                       FROM Utente a
                       JOIN Utente b
                         ON a.Username < b.Username
                        AND (a.CodiceFiscale = b.CodiceFiscale
                         OR (UPPER(TRIM(BOTH ' ' FROM a.Nome)) =
                             UPPER(TRIM(BOTH ' ' FROM b.Nome))
                        AND UPPER(TRIM(BOTH ' ' FROM a.Cognome)) =
                            UPPER(TRIM(BOTH ' ' FROM b.Cognome))
                        AND (UPPER(TRIM(BOTH ' ' FROM a.Email)) =
                             UPPER(TRIM(BOTH ' ' FROM b.Email))
                             OR TRIM(BOTH ' ' FROM a.Telefono) =
                                TRIM(BOTH ' ' FROM b.Telefono))
                        AND (COALESCE(a.CodiceFiscale, '') = ''
                             OR COALESCE(b.CodiceFiscale, '') = '')))
                       ORDER BY a.Cognome, a.Nome
           END-EXEC.


           EXEC SQL
               FETCH C-DOPPI INTO :D-USERNAME1, :D-USERNAME2,
                   :D-NOME, :D-COGNOME, :D-CRITERIO
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-COPPIE
               MOVE SPACES TO REPORT-LINE
               STRING "[" D-CRITERIO "] " D-COGNOME(1:20) " "
                   D-NOME(1:20) ": "
                   D-USERNAME1(1:30) " <-> " D-USERNAME2(1:30)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXEC SQL
                   FETCH C-DOPPI INTO :D-USERNAME1, :D-USERNAME2,
                       :D-NOME, :D-COGNOME, :D-CRITERIO
               END-EXEC
           END-PERFORM.

