       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CONFLITTI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO SODRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).

           01 CONFLITTO-REC.
               03 C-RUOLO       PIC X(30).
               03 C-PROGRAMMA-A PIC X(30).
               03 C-PROGRAMMA-B PIC X(30).
               03 C-ECCEZIONE   PIC X(1).
               03 C-APPROVATORE PIC X(50).
               03 C-DATA-APPR   PIC 9(8).
               03 C-MOTIVO      PIC X(100).
           01 C-USERNAME        PIC X(50).

           01 SUPER-AMMINISTRATORI PIC 9(5).

           01 CONTATORE-CONFLITTI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-ECCEZIONI  PIC 9(5) VALUE ZERO.
           01 CONTATORE-ABUSIVI    PIC 9(5) VALUE ZERO.
           01 UTENTE-PRECEDENTE    PIC X(50) VALUE SPACES.
           01 CONTATORE-UTENTI     PIC 9(5) VALUE ZERO.
           01 CONTATORE-RIGHE      PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Giro notturno sulla separazione dei compiti: ogni ruolo
      *    che in Permessi tiene entrambi i lati di una coppia di
      *    ConflittiPermessi, con l'eccezione approvata se c'e'
      *    (EccezioniConflitti), e poi ogni utente che porta quei
      *    ruoli. Il controllo a quattro occhi di GESTIONE-PERMESSI
      *    vede la singola modifica; qui si vede la combinazione
      *    accumulata, anche quella nata prima della coppia.
       REPORT-CONFLITTI-PARA.
           DISPLAY "------- SONO REPORT-CONFLITTI (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONFLITTI DI SEPARAZIONE DEI COMPITI AL " OGGI-DATA
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           PERFORM SCRIVI-RIGA.

           PERFORM STAMPA-RUOLI.
           PERFORM STAMPA-UTENTI.

      *    Il Super Amministratore e' abilitato a tutto per
      *    costruzione (CONTROLLA-PERMESSO di MAIN): non passa da
      *    Permessi ma va tenuto d'occhio per numero.
           EXEC SQL
               SELECT COUNT(*) INTO :SUPER-AMMINISTRATORI
                   FROM Utente
                   WHERE Ruolo = 'Super Amministratore'
           END-EXEC.
           MOVE SPACES TO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "Super Amministratori (abilitati a tutti i "
               "programmi): " SUPER-AMMINISTRATORI
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           COMPUTE CONTATORE-ABUSIVI =
               CONTATORE-CONFLITTI - CONTATORE-ECCEZIONI.
           STRING "Conflitti per ruolo: " CONTATORE-CONFLITTI
               " - non autorizzati: " CONTATORE-ABUSIVI
               " - con eccezione approvata: " CONTATORE-ECCEZIONI
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "Utenti con un conflitto: " CONTATORE-UTENTI
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           CLOSE REPORT-OUTPUT.

           MOVE "REPORT-CONFLITTI" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-RIGHE TO SP-RIGHE.
           MOVE "BIBLIO.PROD.SODRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Conflitti non autorizzati: " CONTATORE-ABUSIVI
               " - eccezioni approvate: " CONTATORE-ECCEZIONI.

           EXIT PROGRAM.

       STAMPA-RUOLI.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUOLO                          PROGRAMMA A        "
               "            PROGRAMMA B                    STATO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           EXEC SQL
               DECLARE C-RUOLI CURSOR FOR
                   SELECT pa.Ruolo, c.ProgrammaA, c.ProgrammaB,
                          CASE WHEN e.Ruolo IS NULL THEN 'N'
                               ELSE 'S' END,
                          COALESCE(e.approvatore, ' '),
                          COALESCE(e.data_approvazione, 0),
                          COALESCE(e.motivo, ' ')
                       FROM ConflittiPermessi c
                       JOIN Permessi pa
                         ON pa.Programma = c.ProgrammaA
                       JOIN Permessi pb
                         ON pb.Programma = c.ProgrammaB
                        AND pb.Ruolo = pa.Ruolo
                       LEFT JOIN EccezioniConflitti e
                         ON e.Ruolo = pa.Ruolo
                        AND e.ProgrammaA = c.ProgrammaA
                        AND e.ProgrammaB = c.ProgrammaB
                       ORDER BY pa.Ruolo, c.ProgrammaA, c.ProgrammaB
           END-EXEC.
           EXEC SQL OPEN C-RUOLI END-EXEC.
           EXEC SQL
               FETCH C-RUOLI INTO :C-RUOLO, :C-PROGRAMMA-A,
                   :C-PROGRAMMA-B, :C-ECCEZIONE, :C-APPROVATORE,
                   :C-DATA-APPR, :C-MOTIVO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-CONFLITTI
               MOVE SPACES TO REPORT-LINE
               STRING C-RUOLO " " C-PROGRAMMA-A " " C-PROGRAMMA-B " "
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF C-ECCEZIONE = "S"
                   ADD 1 TO CONTATORE-ECCEZIONI
                   MOVE "ECCEZIONE" TO REPORT-LINE(94:9)
                   PERFORM SCRIVI-RIGA
                   MOVE SPACES TO REPORT-LINE
                   STRING "    approvata da " C-APPROVATORE(1:30)
                       " il " C-DATA-APPR " - " C-MOTIVO(1:60)
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE "NON AUTORIZZATO" TO REPORT-LINE(94:15)
               END-IF
               PERFORM SCRIVI-RIGA
               EXEC SQL
                   FETCH C-RUOLI INTO :C-RUOLO, :C-PROGRAMMA-A,
                       :C-PROGRAMMA-B, :C-ECCEZIONE, :C-APPROVATORE,
                       :C-DATA-APPR, :C-MOTIVO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RUOLI END-EXEC.
           IF CONTATORE-CONFLITTI = 0
               MOVE "Nessun ruolo in conflitto." TO REPORT-LINE
               PERFORM SCRIVI-RIGA
           END-IF.

      *    Gli utenti ereditano i conflitti dal loro ruolo (Utente
      *    .Ruolo); i conti anonimizzati non accedono piu'.
       STAMPA-UTENTI.
           MOVE SPACES TO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           MOVE SPACES TO REPORT-LINE.
           STRING "UTENTE                         RUOLO              "
               "            PROGRAMMA A / PROGRAMMA B"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM SCRIVI-RIGA.
           EXEC SQL
               DECLARE C-UTENTI CURSOR FOR
                   SELECT u.Username, u.Ruolo, c.ProgrammaA,
                          c.ProgrammaB,
                          CASE WHEN e.Ruolo IS NULL THEN 'N'
                               ELSE 'S' END
                       FROM Utente u
                       JOIN Permessi pa
                         ON pa.Ruolo = u.Ruolo
                       JOIN ConflittiPermessi c
                         ON c.ProgrammaA = pa.Programma
                       JOIN Permessi pb
                         ON pb.Ruolo = u.Ruolo
                        AND pb.Programma = c.ProgrammaB
                       LEFT JOIN EccezioniConflitti e
                         ON e.Ruolo = u.Ruolo
                        AND e.ProgrammaA = c.ProgrammaA
                        AND e.ProgrammaB = c.ProgrammaB
                       WHERE u.Username NOT LIKE 'ANON%'
                       ORDER BY u.Username, c.ProgrammaA,
                                c.ProgrammaB
           END-EXEC.
           EXEC SQL OPEN C-UTENTI END-EXEC.
           EXEC SQL
               FETCH C-UTENTI INTO :C-USERNAME, :C-RUOLO,
                   :C-PROGRAMMA-A, :C-PROGRAMMA-B, :C-ECCEZIONE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF C-USERNAME NOT = UTENTE-PRECEDENTE
                   ADD 1 TO CONTATORE-UTENTI
                   MOVE C-USERNAME TO UTENTE-PRECEDENTE
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING C-USERNAME(1:30) " " C-RUOLO " "
                   C-PROGRAMMA-A(1:20) " / " C-PROGRAMMA-B(1:20)
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF C-ECCEZIONE = "S"
                   MOVE "(ECCEZIONE)" TO REPORT-LINE(120:11)
               END-IF
               PERFORM SCRIVI-RIGA
               EXEC SQL
                   FETCH C-UTENTI INTO :C-USERNAME, :C-RUOLO,
                       :C-PROGRAMMA-A, :C-PROGRAMMA-B, :C-ECCEZIONE
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-UTENTI END-EXEC.
           IF CONTATORE-UTENTI = 0
               MOVE "Nessun utente in conflitto." TO REPORT-LINE
               PERFORM SCRIVI-RIGA
           END-IF.

       SCRIVI-RIGA.
           WRITE REPORT-LINE.
           ADD 1 TO CONTATORE-RIGHE.
