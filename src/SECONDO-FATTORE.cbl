       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECONDO-FATTORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Stesso canale del vendor email usato da RESET-PASSWORD.
           SELECT OPTIONAL RESET-OUTPUT ASSIGN TO RESETFEED
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESET-OUTPUT.
       01  RESET-RECORD.
           03 RR-USERNAME     PIC X(50).
           03 RR-EMAIL        PIC X(100).
           03 RR-CODICE       PIC X(6).
           03 RR-DATA         PIC 9(8).

       WORKING-STORAGE SECTION.
           01 EMAIL-UTENTE       PIC X(100).
           01 CODICE-GENERATO    PIC 9(6).
           01 CODICE-TESTO       PIC X(6).
           01 CODICE-INSERITO    PIC X(6).
           01 CODICI-VALIDI      PIC 9(5).
           01 OGGI-DATA          PIC 9(8).
           01 ORA-COMPLETA       PIC 9(8).
           01 ORA-ADESSO         PIC 9(6).

      *    Validita' del codice in minuti (Parametri
      *    'SECONDO-FATTORE-MINUTI', predefinita 5).
           01 MINUTI-VALIDITA    PIC 9(3) VALUE 5.
           01 PARAMETRO-TESTO    PIC X(50).
           01 SECONDI-SCADENZA   PIC 9(7).
           01 GIORNI-SCADENZA    PIC 9(3).
           01 GIORNO-SERIALE     PIC 9(9).
           01 ADESSO-TIMESTAMP.
               03 ADESSO-TS-DATA PIC 9(8).
               03 ADESSO-TS-ORA  PIC 9(6).
           01 SCADENZA-TIMESTAMP.
               03 SCADENZA-TS-DATA PIC 9(8).
               03 SCADENZA-TS-ORA  PIC 9(6).
           01 SCADENZA-ORA-PARTI REDEFINES SCADENZA-TIMESTAMP.
               03 FILLER           PIC 9(8).
               03 SCADENZA-HH      PIC 9(2).
               03 SCADENZA-MM      PIC 9(2).
               03 SCADENZA-SS      PIC 9(2).
           01 ORA-PARTI.
               03 ORA-HH          PIC 9(2).
               03 ORA-MM          PIC 9(2).
               03 ORA-SS          PIC 9(2).
           01 ESITO-LOG          PIC X(1).

      ***********************CALCOLO CODICE*****************************
           01 HASH-ACCUMULATORE   PIC 9(9) COMP.
           01 HASH-MODULO         PIC 9(9) COMP VALUE 999999937.
           01 HASH-MOLTIPLICATORE PIC 9(3) COMP VALUE 31.
           01 HASH-INDICE         PIC 9(3).
           01 HASH-CARATTERE      PIC X(1).
           01 HASH-VALORE         PIC 9(3).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Secondo fattore per i ruoli privilegiati (Amministratore,
      *    Super Amministratore), chiamato da MAIN dopo la password
      *    giusta. SF-ESITO: 'S' codice verificato, 'N' codice
      *    errato o scaduto (MAIN lo conta come tentativo fallito),
      *    'X' codice non recapitabile (utente senza Email).
       01 SF-RICHIESTA.
           03 SF-USERNAME       PIC X(50).
           03 SF-ESITO          PIC X(1).

       PROCEDURE DIVISION USING SF-RICHIESTA.
      *    Il codice a sei cifre viene registrato in CodiciAccesso con
      *    la sua scadenza e spedito sul file RESETFEED al vendor
      *    email; ogni sfida emessa (Esito 'C') e ogni codice
      *    verificato (Esito 'V') finisce in AccessiLog accanto agli
      *    accessi, cosi' SICUREZZA-ACCESSI li vede. Il codice
      *    sbagliato lo registra MAIN come tentativo fallito ('N').
       SECONDO-FATTORE-PARA.
           MOVE "N" TO SF-ESITO.
           MOVE SPACES TO EMAIL-UTENTE.
           EXEC SQL
               SELECT COALESCE(Email, ' ') INTO :EMAIL-UTENTE
                   FROM Utente
                   WHERE Username = TRIM(BOTH ' ' FROM :SF-USERNAME)
           END-EXEC.
           IF SQLCODE NOT = 0 OR EMAIL-UTENTE = SPACES
               MOVE "X" TO SF-ESITO
               DISPLAY "Nessun indirizzo email per il codice di "
                   "accesso: contattare un Super Amministratore."
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'SECONDO-FATTORE-MINUTI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO MINUTI-VALIDITA
           END-IF.

           PERFORM GENERA-CODICE.
           PERFORM CALCOLA-SCADENZA.
           PERFORM EMETTI-CODICE.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXIT PROGRAM
           END-IF.

           DISPLAY "Codice di accesso inviato via email, valido "
               MINUTI-VALIDITA " minuti.".
           DISPLAY "INSERISCI CODICE DI ACCESSO: ".
           ACCEPT CODICE-INSERITO.
           PERFORM VERIFICA-CODICE.
           EXIT PROGRAM.

      *    Codice a sei cifre con lo stesso schema djb2 di
      *    RESET-PASSWORD, mescolando username, data e ora al
      *    centesimo di secondo.
       GENERA-CODICE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ORA-COMPLETA FROM TIME.
           MOVE 5381 TO HASH-ACCUMULATORE.
           PERFORM VARYING HASH-INDICE FROM 1 BY 1
                   UNTIL HASH-INDICE > 50
               MOVE SF-USERNAME(HASH-INDICE:1) TO HASH-CARATTERE
               COMPUTE HASH-VALORE = FUNCTION ORD(HASH-CARATTERE)
               COMPUTE HASH-ACCUMULATORE =
                   FUNCTION MOD(
                       (HASH-ACCUMULATORE * HASH-MOLTIPLICATORE) +
                           HASH-VALORE,
                       HASH-MODULO)
           END-PERFORM.
           COMPUTE CODICE-GENERATO =
               FUNCTION MOD(HASH-ACCUMULATORE + OGGI-DATA +
                   ORA-COMPLETA, 1000000).
           MOVE CODICE-GENERATO TO CODICE-TESTO.

      *    Scadenza = adesso + MINUTI-VALIDITA, anche a cavallo
      *    della mezzanotte.
       CALCOLA-SCADENZA.
           COMPUTE ORA-ADESSO = ORA-COMPLETA / 100.
           MOVE OGGI-DATA TO ADESSO-TS-DATA.
           MOVE ORA-ADESSO TO ADESSO-TS-ORA.
           MOVE ORA-ADESSO TO ORA-PARTI.
           COMPUTE SECONDI-SCADENZA =
               (ORA-HH * 3600) + (ORA-MM * 60) + ORA-SS +
               (MINUTI-VALIDITA * 60).
           COMPUTE GIORNI-SCADENZA = SECONDI-SCADENZA / 86400.
           COMPUTE SECONDI-SCADENZA =
               FUNCTION MOD(SECONDI-SCADENZA, 86400).
           COMPUTE GIORNO-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA) + GIORNI-SCADENZA.
           COMPUTE SCADENZA-TS-DATA =
               FUNCTION DATE-OF-INTEGER(GIORNO-SERIALE).
           COMPUTE SCADENZA-HH = SECONDI-SCADENZA / 3600.
           COMPUTE SCADENZA-MM =
               FUNCTION MOD(SECONDI-SCADENZA, 3600) / 60.
           COMPUTE SCADENZA-SS = FUNCTION MOD(SECONDI-SCADENZA, 60).

      *    Un solo codice aperto per utente: quelli precedenti non
      *    ancora usati decadono con l'emissione del nuovo.
       EMETTI-CODICE.
           EXEC SQL
               UPDATE CodiciAccesso SET usato = 'S'
                   WHERE Username = TRIM(BOTH ' ' FROM :SF-USERNAME)
                     AND usato = 'N'
           END-EXEC.
           EXEC SQL
               INSERT INTO CodiciAccesso (Username, Codice,
                   emesso_ts, scadenza_ts, usato)
               VALUES (TRIM(BOTH ' ' FROM :SF-USERNAME),
                       :CODICE-TESTO, :ADESSO-TIMESTAMP,
                       :SCADENZA-TIMESTAMP, 'N')
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO ESITO-LOG.
           PERFORM REGISTRA-ESITO-LOG.
           EXEC SQL COMMIT END-EXEC.
           PERFORM SCRIVI-FEED.

       SCRIVI-FEED.
           OPEN EXTEND RESET-OUTPUT.
           MOVE SPACES TO RESET-RECORD.
           MOVE SF-USERNAME TO RR-USERNAME.
           MOVE EMAIL-UTENTE TO RR-EMAIL.
           MOVE CODICE-TESTO TO RR-CODICE.
           MOVE OGGI-DATA TO RR-DATA.
           WRITE RESET-RECORD.
           CLOSE RESET-OUTPUT.

      *    Il codice vale una sola volta e solo entro la scadenza.
       VERIFICA-CODICE.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           ACCEPT ORA-COMPLETA FROM TIME.
           COMPUTE ORA-ADESSO = ORA-COMPLETA / 100.
           MOVE OGGI-DATA TO ADESSO-TS-DATA.
           MOVE ORA-ADESSO TO ADESSO-TS-ORA.
           EXEC SQL
               SELECT COUNT(*) INTO :CODICI-VALIDI
                   FROM CodiciAccesso
                   WHERE Username = TRIM(BOTH ' ' FROM :SF-USERNAME)
                     AND Codice = :CODICE-INSERITO
                     AND usato = 'N'
                     AND scadenza_ts >= :ADESSO-TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0 OR CODICI-VALIDI = 0
               DISPLAY "CODICE DI ACCESSO ERRATO O SCADUTO."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE CodiciAccesso SET usato = 'S'
                   WHERE Username = TRIM(BOTH ' ' FROM :SF-USERNAME)
                     AND Codice = :CODICE-INSERITO
                     AND usato = 'N'
           END-EXEC.
           MOVE "V" TO ESITO-LOG.
           PERFORM REGISTRA-ESITO-LOG.
           EXEC SQL COMMIT END-EXEC.
           MOVE "S" TO SF-ESITO.

       REGISTRA-ESITO-LOG.
           EXEC SQL
               INSERT INTO AccessiLog (Username, Timestamp, Esito)
               VALUES (TRIM(BOTH ' ' FROM :SF-USERNAME),
                       :ADESSO-TIMESTAMP, :ESITO-LOG)
           END-EXEC.
