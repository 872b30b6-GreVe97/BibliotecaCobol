       FILE SECTION.
      *    Estratto mensile dell'anagrafe comunale: una riga per
      *    residente, campi separati da ';'. Lo stato anagrafico:
      *    R residente, E emigrato, D deceduto. In coda, se il
      *    comune lo fornisce, il codice fiscale.
       FD  ANAGRAFE-INPUT.
       01  ANAGRAFE-RECORD PIC X(400).

           01 AN-NASCITA        PIC 9(8).
           01 AN-INDIRIZZO      PIC X(255).
           01 AN-STATO          PIC X(1).
           01 AN-CODICE-FISCALE PIC X(16).
           01 AN-CON-CODICE     PIC X(1).

           01 U-USERNAME        PIC X(50).
           01 U-INDIRIZZO       PIC X(255).
           01 UTENTI-TROVATI    PIC 9(5).

           01 ZR-RICHIESTA.
               03 ZR-INDIRIZZO      PIC X(255).
               03 ZR-ZONA           PIC X(10).

           01 CONTATORE-LETTE       PIC 9(7) VALUE ZERO.
           01 CONTATORE-ABBINATE    PIC 9(7) VALUE ZERO.
           01 CONTATORE-DECEDUTI    PIC 9(5) VALUE ZERO.
           01 CONTATORE-TRASLOCHI   PIC 9(5) VALUE ZERO.
           01 CONTATORE-NON-ABBINATI PIC 9(5) VALUE ZERO.
           01 CONTATORE-RESIDENTI   PIC 9(7) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).

       PROCEDURE DIVISION.
      *    Confronto mensile con l'anagrafe del comune: i tesserati
      *    si abbinano per codice fiscale, se l'anagrafe lo porta
      *    e il tesserato lo ha registrato, altrimenti per nome,
      *    cognome e data di nascita. I deceduti finiscono in
      *    CodaChiusure e vengono chiusi dal giro
      *    cestino/anonimizzazione gia' esistente
      *    (ANONIMIZZA-UTENTI); i cambi di indirizzo confermati
      *    vanno in SegnalazioniAnagrafe per la revisione
      *    dell'operatore; i tesserati Lettori che l'anagrafe non
      *    conosce finiscono sul report eccezioni ANAGRPT. Basta
      *    solleciti spediti a indirizzi morti - o peggio, a
      *    persone decedute. I residenti (stato R) si contano per
      *    zona (ZONA-RESIDENZA) in ResidentiZona alla data
      *    dell'estratto: sono il denominatore del report di bacino
      *    d'utenza (REPORT-BACINO).
       MATCH-ANAGRAFE-PARA.
           DISPLAY "------- SONO MATCH-ANAGRAFE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           EXEC SQL
               DELETE FROM AnagrafeAbbinati
           END-EXEC.
           EXEC SQL
               DELETE FROM ResidentiZona
                   WHERE data_estratto = :OGGI-DATA
           END-EXEC.

           PERFORM LEGGI-RIGA.
           PERFORM UNTIL FINE-FILE-SI
               " tesserati non abbinati: " CONTATORE-NON-ABBINATI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Residenti contati per zona: " CONTATORE-RESIDENTI
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.

           MOVE "MATCH-ANAGRAFE" TO SP-PROGRAMMA.
           DISPLAY "Cambi indirizzo:        " CONTATORE-TRASLOCHI.
           DISPLAY "Tesserati non abbinati: "
               CONTATORE-NON-ABBINATI.
           DISPLAY "Residenti per zona:     " CONTATORE-RESIDENTI.

           EXIT PROGRAM.

           END-READ.

       ABBINA-RIGA.
           MOVE SPACES TO AN-CODICE-FISCALE.
           UNSTRING ANAGRAFE-RECORD DELIMITED BY ";"
               INTO AN-NOME, AN-COGNOME, AN-NASCITA-ALFA,
                    AN-INDIRIZZO, AN-STATO, AN-CODICE-FISCALE
           END-UNSTRING.
           MOVE AN-NASCITA-ALFA TO AN-NASCITA.
           MOVE FUNCTION UPPER-CASE(AN-CODICE-FISCALE)
               TO AN-CODICE-FISCALE.
           IF AN-STATO = "R"
               PERFORM CONTA-RESIDENTE
           END-IF.

           MOVE ZERO TO UTENTI-TROVATI.
           MOVE "N" TO AN-CON-CODICE.
           IF AN-CODICE-FISCALE NOT = SPACES
               MOVE "S" TO AN-CON-CODICE
               PERFORM ABBINA-CODICE-FISCALE
           END-IF.
           IF UTENTI-TROVATI = 0
               PERFORM ABBINA-NOMINATIVO
           END-IF.
           IF UTENTI-TROVATI NOT = 1
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CONTATORE-ABBINATE.
           EXEC SQL
               INSERT INTO AnagrafeAbbinati (Username)
               VALUES (TRIM(BOTH ' ' FROM :U-USERNAME))
           END-EXEC.

           EVALUATE AN-STATO
               WHEN "D"
                   PERFORM ACCODA-DECEDUTO
               WHEN OTHER
                   IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(U-INDIRIZZO)) NOT =
                      FUNCTION UPPER-CASE(
                          FUNCTION TRIM(AN-INDIRIZZO))
                       PERFORM SEGNALA-TRASLOCO
                   END-IF
           END-EVALUATE.

      *    Primo criterio: il codice fiscale, unico per tesserato.
       ABBINA-CODICE-FISCALE.
           EXEC SQL
               SELECT Username, Indirizzo
                   INTO :U-USERNAME, :U-INDIRIZZO
                   FROM Utente
                   WHERE CodiceFiscale =
                         TRIM(BOTH ' ' FROM :AN-CODICE-FISCALE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO UTENTI-TROVATI
           END-IF.

      *    Ripiego su nome, cognome e data di nascita. Se l'anagrafe
      *    porta il codice fiscale, un tesserato con un codice
      *    diverso e' un'altra persona e non si abbina.
       ABBINA-NOMINATIVO.
           EXEC SQL
               SELECT COUNT(*) INTO :UTENTI-TROVATI
                   FROM Utente
                     AND UPPER(TRIM(BOTH ' ' FROM Cognome)) =
                         UPPER(TRIM(BOTH ' ' FROM :AN-COGNOME))
                     AND COALESCE(DataNascita, 0) = :AN-NASCITA
                     AND (:AN-CON-CODICE = 'N'
                          OR COALESCE(CodiceFiscale, '') = '')
           END-EXEC.
           IF UTENTI-TROVATI = 0
               EXIT PARAGRAPH
                     AND UPPER(TRIM(BOTH ' ' FROM Cognome)) =
                         UPPER(TRIM(BOTH ' ' FROM :AN-COGNOME))
                     AND COALESCE(DataNascita, 0) = :AN-NASCITA
                     AND (:AN-CON-CODICE = 'N'
                          OR COALESCE(CodiceFiscale, '') = '')
           END-EXEC.

       CONTA-RESIDENTE.
           MOVE AN-INDIRIZZO TO ZR-INDIRIZZO.
           CALL 'ZONA-RESIDENZA' USING ZR-RICHIESTA.
           EXEC SQL
               UPDATE ResidentiZona
                   SET residenti = residenti + 1
                   WHERE data_estratto = :OGGI-DATA
                     AND zona = TRIM(BOTH ' ' FROM :ZR-ZONA)
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ResidentiZona (data_estratto, zona,
                       residenti)
                   VALUES (:OGGI-DATA, TRIM(BOTH ' ' FROM :ZR-ZONA), 1)
               END-EXEC
           END-IF.
           ADD 1 TO CONTATORE-RESIDENTI.

      *    Deceduto: chiusura tramite il giro cestino e
      *    anonimizzazione gia' esistente - qui si accoda soltanto.
