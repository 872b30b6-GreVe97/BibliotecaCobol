
           01 CONTATORE-ATTIVI  PIC 9(7) VALUE ZERO.
           01 CONTATORE-DISATT  PIC 9(5) VALUE ZERO.
           01 CONTATORE-SENZA-CONSENSO PIC 9(7) VALUE ZERO.

           01 CC-RICHIESTA.
               03 CC-OPERAZIONE     PIC X(1).
               03 CC-USERNAME       PIC X(50).
               03 CC-FINALITA       PIC X(12).
               03 CC-CANALE         PIC X(10).
               03 CC-CONSENSO       PIC X(1).
               03 CC-MODALITA       PIC X(15).
               03 CC-OPERATORE      PIC X(50).
               03 CC-VERSIONE       PIC 9(3).
               03 CC-ESITO          PIC X(1).

           01 RUN-RICHIESTA.
               03 RC-OPERAZIONE     PIC X(1).
       PROCEDURE DIVISION.
      *    Allineamento notturno con la piattaforma regionale di
      *    prestito digitale: tutti i tesserati attivi (approvati,
      *    non bloccati, con tessera in corso di validita') che hanno
      *    dato il consenso DIGITALE escono come record 'A' del
      *    tracciato di autenticazione; i conti da spegnere (coda
      *    DisattivazioniDigitali riempita da DELETE-USER,
      *    ANONIMIZZA-UTENTI e dalla revoca del consenso in
      *    CONTROLLA-CONSENSO) come record 'D'. Prima le iscrizioni
      *    si ribattevano a mano sul portale.
       ESPORTA-DIGITALE-PARA.
           DISPLAY "------- SONO ESPORTA-DIGITALE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           DISPLAY "Conti attivi esportati:    " CONTATORE-ATTIVI.
           DISPLAY "Disattivazioni esportate:  " CONTATORE-DISATT.
           DISPLAY "Senza consenso DIGITALE:   "
               CONTATORE-SENZA-CONSENSO.

           EXIT PROGRAM.

                   :U-COGNOME, :U-EMAIL, :U-SCADENZA
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM SCRIVI-ATTIVO
               EXEC SQL
                   FETCH C-DIG-ATTIVI INTO :U-USERNAME, :U-NOME,
                       :U-COGNOME, :U-EMAIL, :U-SCADENZA
           END-PERFORM.
           EXEC SQL CLOSE C-DIG-ATTIVI END-EXEC.

      *    Il conto sulla piattaforma esiste solo con il consenso
      *    DIGITALE del tesserato (registro ConsensiUtente, via
      *    CONTROLLA-CONSENSO); la revoca accoda la disattivazione.
       SCRIVI-ATTIVO.
           MOVE "V" TO CC-OPERAZIONE.
           MOVE U-USERNAME TO CC-USERNAME.
           MOVE "DIGITALE" TO CC-FINALITA.
           MOVE "DATI" TO CC-CANALE.
           CALL 'CONTROLLA-CONSENSO' USING CC-RICHIESTA.
           IF CC-CONSENSO NOT = "S"
               ADD 1 TO CONTATORE-SENZA-CONSENSO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTATORE-ATTIVI.
           MOVE SPACES TO DIGITALE-RECORD.
           MOVE "A" TO DG-TIPO.
           MOVE U-USERNAME TO DG-USERNAME.
           MOVE U-NOME TO DG-NOME.
           MOVE U-COGNOME TO DG-COGNOME.
           MOVE U-EMAIL TO DG-EMAIL.
           MOVE U-SCADENZA TO DG-SCADENZA.
           WRITE DIGITALE-RECORD.

       ESPORTA-DISATTIVAZIONI.
           EXEC SQL
               DECLARE C-DIG-DISATT CURSOR WITH HOLD FOR
