       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIEPILOGO-LETTURA-SCUOLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LETSCUOL: una lettera per insegnante (referente del conto
      *    istituzionale della classe) con il riepilogo della sua
      *    scuola e l'elenco dei suoi alunni.
           SELECT LETTERE-OUTPUT ASSIGN TO LETSCUOL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTERE-OUTPUT.
       01  LETTERA-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 CODICE-PROGRAMMA  PIC X(10).
           01 TITOLO-PROGRAMMA  PIC X(100).
           01 DATA-INIZIO       PIC 9(8).
           01 DATA-FINE         PIC 9(8).
           01 STATO-PROGRAMMA   PIC X(10).

      *    Classi partecipanti, in ordine di scuola: ogni scuola e'
      *    un blocco contiguo della tabella.
           01 MASSIMO-CLASSI    PIC 9(3) VALUE 300.
           01 NUMERO-CLASSI     PIC 9(3) VALUE ZERO.
           01 INDICE-CLASSE     PIC 9(3).
           01 PRIMA-CLASSE      PIC 9(3).
           01 ULTIMA-CLASSE     PIC 9(3).
           01 INDICE-SCUOLA     PIC 9(3).
           01 TABELLA-CLASSI.
               03 VOCE-CLASSE OCCURS 300.
                   05 CL-USERNAME    PIC X(50).
                   05 CL-SCUOLA      PIC X(100).
                   05 CL-REFERENTE   PIC X(50).
                   05 CL-EMAIL       PIC X(100).
                   05 CL-ISCRITTI    PIC 9(5).
                   05 CL-LIBRI       PIC 9(7).
                   05 CL-ATTESTATI   PIC 9(5).

           01 CLASSE-REC.
               03 C-USERNAME    PIC X(50).
               03 C-SCUOLA      PIC X(100).
               03 C-REFERENTE   PIC X(50).
               03 C-EMAIL       PIC X(100).
               03 C-ISCRITTI    PIC 9(5).
               03 C-LIBRI       PIC 9(7).
               03 C-ATTESTATI   PIC 9(5).

           01 SCUOLA-ISCRITTI   PIC 9(5).
           01 SCUOLA-LIBRI      PIC 9(7).
           01 SCUOLA-ATTESTATI  PIC 9(5).

           01 ALUNNO-REC.
               03 A-NOME        PIC X(50).
               03 A-COGNOME     PIC X(50).
               03 A-LIBRI       PIC 9(5).
               03 A-TRAGUARDO   PIC X(50).

           01 SENZA-CLASSE      PIC 9(5).
           01 CONTATORE-LETTERE PIC 9(5) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Parametro PARM= dal JCL: il codice del programma di
      *    lettura (es. ESTATE2026), obbligatorio.
       01 PARM-AREA.
           05 PARM-LUNGHEZZA PIC S9(4) COMP.
           05 PARM-TESTO     PIC X(10).

       PROCEDURE DIVISION USING PARM-AREA.
      *    Riepilogo di fine programma della lettura estiva per le
      *    scuole: per ogni scuola (NomeOrganizzazione dei conti
      *    istituzionali delle classi) le classi con iscritti, libri
      *    letti e attestati, e il totale della scuola; ogni
      *    insegnante riceve la lettera con il riepilogo della sua
      *    scuola e il dettaglio dei suoi alunni. Gira a finestra
      *    chiusa, dopo l'ultimo LETTURE-ESTIVE, e porta il
      *    programma a CONCLUSO: una sola esecuzione per programma.
       RIEPILOGO-LETTURA-SCUOLE-PARA.
           DISPLAY "------- SONO RIEPILOGO-LETTURA-SCUOLE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           IF PARM-LUNGHEZZA = 0
               DISPLAY "Codice del programma mancante nel PARM."
               EXIT PROGRAM
           END-IF.
           MOVE SPACES TO CODICE-PROGRAMMA.
           MOVE PARM-TESTO(1:PARM-LUNGHEZZA) TO CODICE-PROGRAMMA.

           EXEC SQL
               SELECT titolo, data_inizio, data_fine, stato
                   INTO :TITOLO-PROGRAMMA, :DATA-INIZIO, :DATA-FINE,
                        :STATO-PROGRAMMA
                   FROM ProgrammiLettura
                   WHERE codice_programma =
                       TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Programma " CODICE-PROGRAMMA " non trovato."
               EXIT PROGRAM
           END-IF.
           IF STATO-PROGRAMMA = "CONCLUSO"
               DISPLAY "Programma " CODICE-PROGRAMMA " gia' "
                   "concluso: esecuzione rifiutata."
               EXIT PROGRAM
           END-IF.
           IF DATA-FINE >= OGGI-DATA
               DISPLAY "Programma " CODICE-PROGRAMMA " ancora in "
                   "corso fino al " DATA-FINE ": esecuzione rifiutata."
               EXIT PROGRAM
           END-IF.

           PERFORM CARICA-CLASSI.
           EXEC SQL
               SELECT COUNT(*) INTO :SENZA-CLASSE
                   FROM IscrittiLettura
                   WHERE codice_programma =
                         TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                     AND classe IS NULL
           END-EXEC.

           OPEN OUTPUT LETTERE-OUTPUT.
           MOVE 1 TO PRIMA-CLASSE.
           PERFORM UNTIL PRIMA-CLASSE > NUMERO-CLASSI
               MOVE PRIMA-CLASSE TO ULTIMA-CLASSE
               PERFORM UNTIL ULTIMA-CLASSE >= NUMERO-CLASSI
                   OR CL-SCUOLA (ULTIMA-CLASSE + 1) NOT =
                      CL-SCUOLA (PRIMA-CLASSE)
                   ADD 1 TO ULTIMA-CLASSE
               END-PERFORM
               PERFORM VARYING INDICE-CLASSE FROM PRIMA-CLASSE BY 1
                       UNTIL INDICE-CLASSE > ULTIMA-CLASSE
                   PERFORM SCRIVI-LETTERA
               END-PERFORM
               COMPUTE PRIMA-CLASSE = ULTIMA-CLASSE + 1
           END-PERFORM.
           CLOSE LETTERE-OUTPUT.

           EXEC SQL
               UPDATE ProgrammiLettura SET stato = 'CONCLUSO'
                   WHERE codice_programma =
                       TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
           END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           MOVE "RIEPILOGO-LETTURA-SCUOLE" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-LETTERE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.LETSCUOL.LET" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Classi partecipanti: " NUMERO-CLASSI.
           DISPLAY "Lettere agli insegnanti: " CONTATORE-LETTERE.
           DISPLAY "Iscritti senza classe: " SENZA-CLASSE.

           EXIT PROGRAM.

       CARICA-CLASSI.
           EXEC SQL
               DECLARE C-CLASSI CURSOR FOR
                   SELECT i.classe,
                          COALESCE(c.NomeOrganizzazione, i.classe),
                          COALESCE(c.Responsabile, ' '),
                          COALESCE(c.Email, ' '),
                          COUNT(*), SUM(i.libri_letti),
                          SUM((SELECT COUNT(*) FROM TraguardiLettura t
                                  WHERE t.codice_programma =
                                        i.codice_programma
                                    AND t.libri_richiesti <=
                                        i.libri_letti))
                       FROM IscrittiLettura i
                       JOIN Utente c ON c.Username = i.classe
                       WHERE i.codice_programma =
                             TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                         AND i.classe IS NOT NULL
                       GROUP BY i.classe, c.NomeOrganizzazione,
                                c.Responsabile, c.Email
                       ORDER BY 2, 1
           END-EXEC.
           EXEC SQL OPEN C-CLASSI END-EXEC.
           EXEC SQL
               FETCH C-CLASSI INTO :C-USERNAME, :C-SCUOLA,
                   :C-REFERENTE, :C-EMAIL, :C-ISCRITTI, :C-LIBRI,
                   :C-ATTESTATI
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF NUMERO-CLASSI < MASSIMO-CLASSI
                   ADD 1 TO NUMERO-CLASSI
                   MOVE C-USERNAME TO CL-USERNAME (NUMERO-CLASSI)
                   MOVE C-SCUOLA TO CL-SCUOLA (NUMERO-CLASSI)
                   MOVE C-REFERENTE TO CL-REFERENTE (NUMERO-CLASSI)
                   MOVE C-EMAIL TO CL-EMAIL (NUMERO-CLASSI)
                   MOVE C-ISCRITTI TO CL-ISCRITTI (NUMERO-CLASSI)
                   MOVE C-LIBRI TO CL-LIBRI (NUMERO-CLASSI)
                   MOVE C-ATTESTATI TO CL-ATTESTATI (NUMERO-CLASSI)
               ELSE
                   DISPLAY "ATTENZIONE: classe " C-USERNAME
                       " oltre il massimo di " MASSIMO-CLASSI
                       ", esclusa dal riepilogo."
               END-IF
               EXEC SQL
                   FETCH C-CLASSI INTO :C-USERNAME, :C-SCUOLA,
                       :C-REFERENTE, :C-EMAIL, :C-ISCRITTI,
                       :C-LIBRI, :C-ATTESTATI
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CLASSI END-EXEC.

      *    Lettera all'insegnante della classe INDICE-CLASSE: la
      *    scuola e' il blocco PRIMA-CLASSE .. ULTIMA-CLASSE.
       SCRIVI-LETTERA.
           ADD 1 TO CONTATORE-LETTERE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "BIBLIOTECA COMUNALE - " TITOLO-PROGRAMMA(1:70)
               " - RIEPILOGO PER LA SCUOLA"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "ALLA C.A. DI " CL-REFERENTE (INDICE-CLASSE)
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING CL-SCUOLA (INDICE-CLASSE)
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "E-MAIL: " CL-EMAIL (INDICE-CLASSE)
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "SI E' CONCLUSO IL PROGRAMMA DI LETTURA ESTIVO ("
               DATA-INIZIO " - " DATA-FINE "). ECCO I RISULTATI "
               "DELLE CLASSI DELLA VOSTRA SCUOLA:"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "  CLASSE (CONTO)                 REFERENTE"
               "                      ISCRITTI  LIBRI LETTI  "
               "ATTESTATI"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE ZERO TO SCUOLA-ISCRITTI SCUOLA-LIBRI
               SCUOLA-ATTESTATI.
           PERFORM VARYING INDICE-SCUOLA FROM PRIMA-CLASSE BY 1
                   UNTIL INDICE-SCUOLA > ULTIMA-CLASSE
               MOVE SPACES TO LETTERA-LINE
               STRING "  " CL-USERNAME (INDICE-SCUOLA)(1:30) " "
                   CL-REFERENTE (INDICE-SCUOLA)(1:30) " "
                   CL-ISCRITTI (INDICE-SCUOLA) "    "
                   CL-LIBRI (INDICE-SCUOLA) "      "
                   CL-ATTESTATI (INDICE-SCUOLA)
                   DELIMITED BY SIZE INTO LETTERA-LINE
               WRITE LETTERA-LINE
               ADD CL-ISCRITTI (INDICE-SCUOLA) TO SCUOLA-ISCRITTI
               ADD CL-LIBRI (INDICE-SCUOLA) TO SCUOLA-LIBRI
               ADD CL-ATTESTATI (INDICE-SCUOLA) TO SCUOLA-ATTESTATI
           END-PERFORM.
           MOVE SPACES TO LETTERA-LINE.
           STRING "  TOTALE SCUOLA                                "
               "                  "
               SCUOLA-ISCRITTI "    " SCUOLA-LIBRI "      "
               SCUOLA-ATTESTATI
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "I SUOI ALUNNI (" CL-USERNAME (INDICE-CLASSE)
               DELIMITED BY "  "
               "):"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           PERFORM ELENCA-ALUNNI.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "GRAZIE PER LA COLLABORAZIONE. LA DIREZIONE DELLA "
               "BIBLIOTECA. (" CODICE-PROGRAMMA " DEL " OGGI-DATA ")"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.

       ELENCA-ALUNNI.
           MOVE CL-USERNAME (INDICE-CLASSE) TO C-USERNAME.
           EXEC SQL
               DECLARE C-ALUNNI CURSOR FOR
                   SELECT COALESCE(u.Nome, ' '),
                          COALESCE(u.Cognome, ' '), i.libri_letti,
                          COALESCE((SELECT t.descrizione
                                        FROM TraguardiLettura t
                                        WHERE t.codice_programma =
                                              i.codice_programma
                                          AND t.libri_richiesti <=
                                              i.libri_letti
                                        ORDER BY t.libri_richiesti
                                                 DESC
                                        FETCH FIRST 1 ROW ONLY), '-')
                       FROM IscrittiLettura i
                       JOIN Utente u ON u.Username = i.Username
                       WHERE i.codice_programma =
                             TRIM(BOTH ' ' FROM :CODICE-PROGRAMMA)
                         AND i.classe = TRIM(BOTH ' ' FROM :C-USERNAME)
                       ORDER BY u.Cognome, u.Nome
           END-EXEC.
           EXEC SQL OPEN C-ALUNNI END-EXEC.
           EXEC SQL
               FETCH C-ALUNNI INTO :A-NOME, :A-COGNOME, :A-LIBRI,
                   :A-TRAGUARDO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO LETTERA-LINE
               STRING "  " A-COGNOME(1:30) " " A-NOME(1:30)
                   " LIBRI " A-LIBRI " TRAGUARDO " A-TRAGUARDO(1:30)
                   DELIMITED BY SIZE INTO LETTERA-LINE
               WRITE LETTERA-LINE
               EXEC SQL
                   FETCH C-ALUNNI INTO :A-NOME, :A-COGNOME,
                       :A-LIBRI, :A-TRAGUARDO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ALUNNI END-EXEC.
