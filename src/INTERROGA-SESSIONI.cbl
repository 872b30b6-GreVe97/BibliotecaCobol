       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERROGA-SESSIONI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".

           01 USERNAME-RICERCA  PIC X(50).
           01 FILIALE-RICERCA   PIC X(30).
           01 POSTAZIONE-RICERCA PIC X(10).
           01 DATA-DA           PIC 9(8).
           01 DATA-A            PIC 9(8).
           01 ORA-RICERCA       PIC 9(4).
           01 MOTIVO-RICERCA    PIC X(100).
           01 CONTATORE-SESSIONI PIC 9(5).

           01 SESSIONE-REC.
               03 S-NUMERO      PIC 9(9).
               03 S-FILIALE     PIC X(30).
               03 S-POSTAZIONE  PIC X(10).
               03 S-USERNAME    PIC X(50).
               03 S-NOME        PIC X(50).
               03 S-COGNOME     PIC X(50).
               03 S-DATA        PIC 9(8).
               03 S-ORA-INIZIO  PIC 9(4).
               03 S-ORA-FINE    PIC 9(4).
               03 S-CHIUSURA    PIC X(12).

      *    Registro privacy delle consultazioni di dati personali
      *    (RegistroConsultazioni, via CONSULTAZIONE-WRITER).
           01 CW-RICHIESTA.
               03 CW-OPERATORE      PIC X(50).
               03 CW-SOGGETTO       PIC X(50).
               03 CW-PROGRAMMA      PIC X(30).
               03 CW-MOTIVO         PIC X(100).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Interrogazione del registro delle sessioni alle
      *    postazioni internet (SessioniPostazioni), riservata al
      *    personale autorizzato (Permessi, da MAIN): per tesserato
      *    in un periodo, oppure chi sedeva a una postazione in un
      *    giorno ed eventualmente a una data ora - la domanda
      *    tipica dell'autorita'. Il motivo e' obbligatorio e ogni
      *    tesserato mostrato finisce nel registro privacy delle
      *    consultazioni, una riga per sessione esibita.
       INTERROGA-SESSIONI-PARA.
           DISPLAY "------- SONO INTERROGA-SESSIONI!".
           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Registro sessioni postazioni -----"
               DISPLAY "1. Sessioni di un tesserato"
               DISPLAY "2. Sessioni di una postazione in un giorno"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM SESSIONI-TESSERATO
                   WHEN 2 PERFORM SESSIONI-POSTAZIONE
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

       CHIEDI-MOTIVO.
           DISPLAY "Motivo della consultazione (obbligatorio, es. "
               "richiesta dell'autorita' prot. n.): ".
           ACCEPT MOTIVO-RICERCA.
           IF MOTIVO-RICERCA = SPACES
               DISPLAY "Consultazione non consentita senza motivo."
           END-IF.

       SESSIONI-TESSERATO.
           PERFORM CHIEDI-MOTIVO.
           IF MOTIVO-RICERCA = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Username del tesserato: ".
           ACCEPT USERNAME-RICERCA.
           DISPLAY "Dal giorno (AAAAMMGG): ".
           ACCEPT DATA-DA.
           DISPLAY "Al giorno (AAAAMMGG, INVIO = oggi): ".
           ACCEPT DATA-A.
           IF DATA-A = ZERO
               ACCEPT DATA-A FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO CONTATORE-SESSIONI.
      *    WITH HOLD: CONSULTAZIONE-WRITER fa COMMIT a ogni riga.
           EXEC SQL
               DECLARE C-SESS-UTENTE CURSOR WITH HOLD FOR
                   SELECT s.numero_sessione, s.Filiale,
                          s.codice_postazione, s.Username,
                          COALESCE(u.Nome, ' '),
                          COALESCE(u.Cognome, ' '),
                          s.data_sessione, s.ora_inizio,
                          COALESCE(s.ora_fine, 0),
                          COALESCE(s.chiusura, 'APERTA')
                       FROM SessioniPostazioni s
                       LEFT JOIN Utente u ON u.Username = s.Username
                       WHERE s.Username =
                             TRIM(BOTH ' ' FROM :USERNAME-RICERCA)
                         AND s.data_sessione >= :DATA-DA
                         AND s.data_sessione <= :DATA-A
                       ORDER BY s.data_sessione, s.ora_inizio
           END-EXEC.
           EXEC SQL OPEN C-SESS-UTENTE END-EXEC.
           EXEC SQL
               FETCH C-SESS-UTENTE INTO :S-NUMERO, :S-FILIALE,
                   :S-POSTAZIONE, :S-USERNAME, :S-NOME, :S-COGNOME,
                   :S-DATA, :S-ORA-INIZIO, :S-ORA-FINE, :S-CHIUSURA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM MOSTRA-SESSIONE
               EXEC SQL
                   FETCH C-SESS-UTENTE INTO :S-NUMERO, :S-FILIALE,
                       :S-POSTAZIONE, :S-USERNAME, :S-NOME,
                       :S-COGNOME, :S-DATA, :S-ORA-INIZIO,
                       :S-ORA-FINE, :S-CHIUSURA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SESS-UTENTE END-EXEC.
           DISPLAY "Sessioni trovate: " CONTATORE-SESSIONI.

      *    Ora = 0: tutto il giorno; altrimenti solo le sessioni in
      *    corso a quell'ora (una sessione ancora aperta vale fino
      *    a fine giornata).
       SESSIONI-POSTAZIONE.
           PERFORM CHIEDI-MOTIVO.
           IF MOTIVO-RICERCA = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Filiale: ".
           ACCEPT FILIALE-RICERCA.
           DISPLAY "Codice della postazione: ".
           ACCEPT POSTAZIONE-RICERCA.
           DISPLAY "Giorno (AAAAMMGG): ".
           ACCEPT DATA-DA.
           DISPLAY "Ora (HHMM, INVIO = tutto il giorno): ".
           ACCEPT ORA-RICERCA.
           MOVE ZERO TO CONTATORE-SESSIONI.
           EXEC SQL
               DECLARE C-SESS-POSTAZIONE CURSOR WITH HOLD FOR
                   SELECT s.numero_sessione, s.Filiale,
                          s.codice_postazione, s.Username,
                          COALESCE(u.Nome, ' '),
                          COALESCE(u.Cognome, ' '),
                          s.data_sessione, s.ora_inizio,
                          COALESCE(s.ora_fine, 0),
                          COALESCE(s.chiusura, 'APERTA')
                       FROM SessioniPostazioni s
                       LEFT JOIN Utente u ON u.Username = s.Username
                       WHERE s.Filiale =
                             TRIM(BOTH ' ' FROM :FILIALE-RICERCA)
                         AND s.codice_postazione =
                             TRIM(BOTH ' ' FROM :POSTAZIONE-RICERCA)
                         AND s.data_sessione = :DATA-DA
                         AND (:ORA-RICERCA = 0
                              OR (s.ora_inizio <= :ORA-RICERCA
                                  AND (COALESCE(s.ora_fine, 0) = 0
                                       OR s.ora_fine >=
                                          :ORA-RICERCA)))
                       ORDER BY s.ora_inizio
           END-EXEC.
           EXEC SQL OPEN C-SESS-POSTAZIONE END-EXEC.
           EXEC SQL
               FETCH C-SESS-POSTAZIONE INTO :S-NUMERO, :S-FILIALE,
                   :S-POSTAZIONE, :S-USERNAME, :S-NOME, :S-COGNOME,
                   :S-DATA, :S-ORA-INIZIO, :S-ORA-FINE, :S-CHIUSURA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM MOSTRA-SESSIONE
               EXEC SQL
                   FETCH C-SESS-POSTAZIONE INTO :S-NUMERO,
                       :S-FILIALE, :S-POSTAZIONE, :S-USERNAME,
                       :S-NOME, :S-COGNOME, :S-DATA,
                       :S-ORA-INIZIO, :S-ORA-FINE, :S-CHIUSURA
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-SESS-POSTAZIONE END-EXEC.
           DISPLAY "Sessioni trovate: " CONTATORE-SESSIONI.

       MOSTRA-SESSIONE.
           ADD 1 TO CONTATORE-SESSIONI.
           DISPLAY S-DATA " " S-ORA-INIZIO(1:2) ":" S-ORA-INIZIO(3:2)
               "-" S-ORA-FINE(1:2) ":" S-ORA-FINE(3:2) " "
               S-FILIALE(1:20) " " S-POSTAZIONE " "
               S-USERNAME(1:20) " " S-NOME(1:15) " "
               S-COGNOME(1:20) " [" S-CHIUSURA "]".
           MOVE OPERATORE-USERNAME TO CW-OPERATORE.
           MOVE S-USERNAME TO CW-SOGGETTO.
           MOVE "INTERROGA-SESSIONI" TO CW-PROGRAMMA.
           MOVE MOTIVO-RICERCA TO CW-MOTIVO.
           CALL 'CONSULTAZIONE-WRITER' USING CW-RICHIESTA.
