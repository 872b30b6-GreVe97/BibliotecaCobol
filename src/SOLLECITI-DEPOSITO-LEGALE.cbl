       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLLECITI-DEPOSITO-LEGALE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTERE-OUTPUT ASSIGN TO DEPLETT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-OUTPUT ASSIGN TO DEPSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTERE-OUTPUT.
       01  LETTERA-LINE PIC X(132).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 OGGI-SERIALE      PIC 9(9).
           01 GIORNI-PASSATI    PIC S9(7).

      *    Termine di deposito e intervallo fra i solleciti, da
      *    Parametri.
           01 PARAMETRO-TESTO   PIC X(50).
           01 GIORNI-DEPOSITO   PIC 9(3) VALUE 60.
           01 GIORNI-SOLLECITO  PIC 9(3) VALUE 30.

           01 ATTESO-REC.
               03 A-EDITRICE    PIC 9(6).
               03 A-NOME        PIC X(50).
               03 A-CONTATTO    PIC X(100).
               03 A-NUMERO      PIC 9(6).
               03 A-TITOLO      PIC X(100).
               03 A-CODICE      PIC X(13).
               03 A-PUBBLICATO  PIC 9(8).
               03 A-DOVUTE      PIC 9(2).
               03 A-RICEVUTE    PIC 9(2).
               03 A-SOLLECITI   PIC 9(2).
               03 A-ULTIMO      PIC 9(8).

           01 EDITRICE-CORRENTE PIC 9(6) VALUE ZERO.
           01 SOLLECITO-DOVUTO  PIC X(1).
             88 SOLLECITO-DOVUTO-SI VALUE "S".
           01 LETTERA-APERTA    PIC X(1) VALUE "N".
             88 LETTERA-APERTA-SI VALUE "S".

           01 CONTATORE-ATTESI    PIC 9(5) VALUE ZERO.
           01 CONTATORE-SOLLECITI PIC 9(5) VALUE ZERO.
           01 CONTATORE-LETTERE   PIC 9(5) VALUE ZERO.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      *    Solleciti del deposito legale: per ogni pubblicazione
      *    ancora ATTESA di un editore obbligato attivo, passati
      *    DEPOSITO-LEGALE-GIORNI dalla data di pubblicazione, si
      *    sollecita l'editore; il sollecito successivo parte solo
      *    dopo DEPOSITO-LEGALE-SOLLECITO giorni dal precedente,
      *    cosi' il giro rilanciato non spedisce doppioni. Una
      *    lettera per editore con tutte le sue pubblicazioni in
      *    ritardo (DEPLETT); l'elenco va a DEPSRPT.
       SOLLECITI-DEPOSITO-LEGALE-PARA.
           DISPLAY "------- SONO SOLLECITI-DEPOSITO-LEGALE (batch)!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE OGGI-SERIALE =
               FUNCTION INTEGER-OF-DATE(OGGI-DATA).

           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'DEPOSITO-LEGALE-GIORNI'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-DEPOSITO
           END-IF.
           EXEC SQL
               SELECT Valore INTO :PARAMETRO-TESTO FROM Parametri
                   WHERE Chiave = 'DEPOSITO-LEGALE-SOLLECITO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE FUNCTION NUMVAL(PARAMETRO-TESTO)
                   TO GIORNI-SOLLECITO
           END-IF.

           OPEN OUTPUT LETTERE-OUTPUT.
           OPEN OUTPUT REPORT-OUTPUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOLLECITI DEPOSITO LEGALE DEL " OGGI-DATA
               " (TERMINE " GIORNI-DEPOSITO " GG - SOLLECITO OGNI "
               GIORNI-SOLLECITO " GG)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE C-ATTESI CURSOR FOR
                   SELECT p.codice_editrice, c.NOME,
                          COALESCE(d.contatto, ' '),
                          p.numero_deposito, p.titolo,
                          COALESCE(p.ISBN, ' '), p.data_pubblicazione,
                          p.copie_dovute, p.copie_ricevute,
                          p.solleciti,
                          COALESCE(p.data_ultimo_sollecito, 0)
                       FROM DepositoPubblicazioni p
                       JOIN DepositoEditori d
                         ON d.codice_editrice = p.codice_editrice
                       JOIN CasaEditrice c
                         ON c.Codice = p.codice_editrice
                       WHERE p.stato = 'ATTESO'
                         AND d.attivo = 'S'
                       ORDER BY c.NOME, p.codice_editrice,
                                p.data_pubblicazione
           END-EXEC.
           EXEC SQL OPEN C-ATTESI END-EXEC.
           EXEC SQL
               FETCH C-ATTESI INTO :A-EDITRICE, :A-NOME, :A-CONTATTO,
                   :A-NUMERO, :A-TITOLO, :A-CODICE, :A-PUBBLICATO,
                   :A-DOVUTE, :A-RICEVUTE, :A-SOLLECITI, :A-ULTIMO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO CONTATORE-ATTESI
               PERFORM ESAMINA-ATTESO
               EXEC SQL
                   FETCH C-ATTESI INTO :A-EDITRICE, :A-NOME,
                       :A-CONTATTO, :A-NUMERO, :A-TITOLO, :A-CODICE,
                       :A-PUBBLICATO, :A-DOVUTE, :A-RICEVUTE,
                       :A-SOLLECITI, :A-ULTIMO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-ATTESI END-EXEC.
           IF LETTERA-APERTA-SI
               PERFORM CHIUDI-LETTERA
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Pubblicazioni attese: " CONTATORE-ATTESI
               "  sollecitate oggi: " CONTATORE-SOLLECITI
               "  lettere agli editori: " CONTATORE-LETTERE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-OUTPUT.
           CLOSE LETTERE-OUTPUT.

           EXEC SQL COMMIT END-EXEC.

           MOVE "SOLLECITI-DEPOSITO-LEGALE" TO SP-PROGRAMMA.
           MOVE SPACES TO SP-FILIALE.
           MOVE CONTATORE-SOLLECITI TO SP-RIGHE.
           MOVE "BIBLIO.PROD.DEPSRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Pubblicazioni attese: " CONTATORE-ATTESI.
           DISPLAY "Solleciti spediti: " CONTATORE-SOLLECITI.
           DISPLAY "Lettere agli editori: " CONTATORE-LETTERE.

           EXIT PROGRAM.

       ESAMINA-ATTESO.
           MOVE "N" TO SOLLECITO-DOVUTO.
           COMPUTE GIORNI-PASSATI = OGGI-SERIALE -
               FUNCTION INTEGER-OF-DATE(A-PUBBLICATO).
           IF GIORNI-PASSATI > GIORNI-DEPOSITO
               IF A-ULTIMO = ZERO
                   MOVE "S" TO SOLLECITO-DOVUTO
               ELSE
                   COMPUTE GIORNI-PASSATI = OGGI-SERIALE -
                       FUNCTION INTEGER-OF-DATE(A-ULTIMO)
                   IF GIORNI-PASSATI >= GIORNI-SOLLECITO
                       MOVE "S" TO SOLLECITO-DOVUTO
                   END-IF
               END-IF
           END-IF.
           IF SOLLECITO-DOVUTO-SI
               PERFORM SOLLECITA-ATTESO
           END-IF.

       SOLLECITA-ATTESO.
           IF A-EDITRICE NOT = EDITRICE-CORRENTE
               IF LETTERA-APERTA-SI
                   PERFORM CHIUDI-LETTERA
               END-IF
               PERFORM APRI-LETTERA
           END-IF.
           ADD 1 TO A-SOLLECITI.
           EXEC SQL
               UPDATE DepositoPubblicazioni
                   SET solleciti = :A-SOLLECITI,
                       data_ultimo_sollecito = :OGGI-DATA
                   WHERE numero_deposito = :A-NUMERO
           END-EXEC.
           ADD 1 TO CONTATORE-SOLLECITI.

           MOVE SPACES TO LETTERA-LINE.
           STRING "  - " A-TITOLO(1:70) " " A-CODICE
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "    PUBBLICATO IL " A-PUBBLICATO
               ", COPIE DOVUTE " A-DOVUTE ", RICEVUTE " A-RICEVUTE
               ", SOLLECITO N. " A-SOLLECITI
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING "SOLLECITO " A-SOLLECITI " " A-NOME(1:30)
               " DEPOSITO " A-NUMERO " " A-CODICE " "
               A-TITOLO(1:40) " DEL " A-PUBBLICATO
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       APRI-LETTERA.
           MOVE A-EDITRICE TO EDITRICE-CORRENTE.
           MOVE "S" TO LETTERA-APERTA.
           ADD 1 TO CONTATORE-LETTERE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "BIBLIOTECA COMUNALE - ISTITUTO DEPOSITARIO - "
               "SOLLECITO DI DEPOSITO LEGALE"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "SPETT. " A-NOME
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING A-CONTATTO
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "AI SENSI DELLA NORMATIVA SUL DEPOSITO LEGALE, NON "
               "RISULTANO ANCORA PERVENUTE LE COPIE D'OBBLIGO"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "DELLE SEGUENTI PUBBLICAZIONI, OLTRE IL TERMINE DI "
               GIORNI-DEPOSITO " GIORNI DALLA PUBBLICAZIONE:"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.

       CHIUDI-LETTERA.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           STRING "SI PREGA DI PROVVEDERE ALLA CONSEGNA. DISTINTI "
               "SALUTI, LA DIREZIONE. (SOLLECITO DEL " OGGI-DATA ")"
               DELIMITED BY SIZE INTO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE SPACES TO LETTERA-LINE.
           WRITE LETTERA-LINE.
           MOVE "N" TO LETTERA-APERTA.
