       FILE SECTION.
      *    File di stato del vendor email/SMS: per ogni messaggio
      *    del feed SOLLFEED, canale usato (E=email, T=telefono) ed
      *    esito (O=consegnato, F=fallito). ES-ID-MESSAGGIO e'
      *    l'SR-ID-MESSAGGIO del feed (solleciti, avvisi di ritiro
      *    e di prossima scadenza): a spazio sui file di stato
      *    vecchi, che non aggiornano il registro comunicazioni.
       FD  ESITI-INPUT.
       01  ESITO-RECORD.
           03 ES-USERNAME     PIC X(50).
           03 ES-CANALE       PIC X(1).
           03 ES-ESITO        PIC X(1).
           03 ES-DATA         PIC 9(8).
           03 ES-ID-MESSAGGIO PIC X(9).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).
             88 FINE-FILE-SI VALUE "S".

           01 CODA-ESISTENTE    PIC 9(5).
           01 ID-MESSAGGIO      PIC 9(9).

           01 CONTATORE-LETTI     PIC 9(7) VALUE ZERO.
           01 CONTATORE-CONSEGNE  PIC 9(7) VALUE ZERO.
      *    TelefonoNonValido, visibili in DISPLAY-USERS) e il
      *    tesserato finisce nella coda ContattiManuali per il
      *    contatto postale o allo sportello. In coda il tasso di
      *    consegna del run. Ogni esito finisce anche sulla riga
      *    del messaggio in SollecitiLog, il registro delle
      *    comunicazioni del tesserato.
       IMPORTA-ESITI-SOLLECITI-PARA.
           DISPLAY "------- SONO IMPORTA-ESITI-SOLLECITI (batch)!".

           END-READ.

       ELABORA-ESITO.
           PERFORM REGISTRA-ESITO.
           IF ES-ESITO = "O"
               ADD 1 TO CONTATORE-CONSEGNE
           ELSE
                   ADD 1 TO CONTATORE-IN-CODA
               END-IF
           END-IF.

       REGISTRA-ESITO.
           IF ES-ID-MESSAGGIO = SPACES OR
              ES-ID-MESSAGGIO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE ES-ID-MESSAGGIO TO ID-MESSAGGIO.
           EXEC SQL
               UPDATE SollecitiLog
                   SET esito_consegna = :ES-ESITO,
                       canale_consegna = :ES-CANALE,
                       data_esito = :ES-DATA
                   WHERE id_messaggio = :ID-MESSAGGIO
                     AND Username = TRIM(BOTH ' ' FROM :ES-USERNAME)
           END-EXEC.
