       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTIONE-AMNISTIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUTPUT ASSIGN TO AMNIRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 SCELTA-MENU       PIC 9(3).
           01 PROSEGUI          PIC X(1) VALUE "S".
             88 PROSEGUI-SI VALUE "S".
           01 CONFERMA          PIC X(1).

           01 OGGI-DATA         PIC 9(8).
           01 NUMERO-CAMPAGNA   PIC 9(9).
           01 CAMPAGNE-TROVATE  PIC 9(5).
           01 CHIUSURA-DEFINITIVA PIC X(1).
             88 CHIUSURA-DEFINITIVA-SI VALUE "S".

           01 CAMPAGNA-REC.
               03 A-NUMERO          PIC 9(9).
               03 A-DESCRIZIONE     PIC X(60).
               03 A-FILIALE         PIC X(30).
               03 A-DATA-DA         PIC 9(8).
               03 A-DATA-A          PIC 9(8).
               03 A-RITARDO         PIC X(1).
               03 A-SMARRIMENTO     PIC X(1).
               03 A-KIT             PIC X(1).
               03 A-STATO           PIC X(10).

           01 RECUPERO-REC.
               03 R-DATA            PIC 9(8).
               03 R-FILIALE         PIC X(30).
               03 R-USERNAME        PIC X(50).
               03 R-ISBN            PIC X(50).
               03 R-MULTE           PIC 9(5).
               03 R-IMPORTO         PIC 9(7)V99.

           01 FILIALE-PRECEDENTE PIC X(30).
           01 COPIE-FILIALE     PIC 9(7).
           01 IMPORTO-FILIALE   PIC 9(9)V99.
           01 COPIE-TOTALI      PIC 9(7).
           01 MULTE-TOTALI      PIC 9(7).
           01 IMPORTO-TOTALE    PIC 9(9)V99.
           01 RIGHE-REPORT      PIC 9(7).
           01 IMPORTO-EDIT      PIC Z(8)9.99.
           01 CONTA-EDIT        PIC Z(6)9.

           01 SPOOL-RICHIESTA.
               03 SP-PROGRAMMA      PIC X(30).
               03 SP-FILIALE        PIC X(30).
               03 SP-RIGHE          PIC 9(7).
               03 SP-UBICAZIONE     PIC X(60).

           01 AUDIT-PROGRAMMA   PIC X(30).
           01 AUDIT-OPERAZIONE  PIC X(20).
           01 AUDIT-CHIAVE      PIC X(50).

      *    Interruttore di scrittura della finestra batch (stato
      *    CONSULTA = online in sola consultazione).
           01 CS-ESITO-FINESTRA PIC X(1).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           01 OPERATORE-USERNAME PIC X(50).

       PROCEDURE DIVISION USING OPERATORE-USERNAME.
      *    Campagne di amnistia delle multe: per una Filiale (o '*'
      *    per tutte) e un periodo, chi riporta le copie in ritardo
      *    si vede condonare al banco le multe dei tipi scelti
      *    (ritardo, smarrimento, pezzi di kit mancanti). Il
      *    condono lo fa APPLICA-AMNISTIA dentro RETURN-BOOK e
      *    CIRCOLAZIONE, senza passare dalla richiesta di esonero
      *    di GESTIONE-ESONERI. Alla chiusura il rendiconto conta le
      *    copie recuperate e il mancato incasso, per Filiale; lo
      *    stesso importo arriva in contabilita' sul conto degli
      *    esoneri (CONTABILITA-EXPORT).
       GESTIONE-AMNISTIE-PARA.
           CALL 'CONTROLLA-SCRITTURA' USING CS-ESITO-FINESTRA
           IF CS-ESITO-FINESTRA NOT = "S"
               DISPLAY "Sistema in sola consultazione durante la "
                   "finestra batch: operazione non disponibile."
               EXIT PROGRAM
           END-IF
           DISPLAY "------- SONO GESTIONE-AMNISTIE!".
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

           PERFORM UNTIL NOT PROSEGUI-SI
               DISPLAY " "
               DISPLAY "----- Campagne di amnistia multe -----"
               DISPLAY "1. Elenco delle campagne"
               DISPLAY "2. Nuova campagna"
               DISPLAY "3. Rendiconto provvisorio di una campagna"
               DISPLAY "4. Chiudi una campagna (rendiconto finale)"
               DISPLAY "0. Torna indietro"
               DISPLAY "Scegli un'opzione: "
               ACCEPT SCELTA-MENU
               EVALUATE SCELTA-MENU
                   WHEN 1 PERFORM ELENCA-CAMPAGNE
                   WHEN 2 PERFORM NUOVA-CAMPAGNA
                   WHEN 3
                       MOVE "N" TO CHIUSURA-DEFINITIVA
                       PERFORM RENDICONTO-CAMPAGNA
                   WHEN 4
                       MOVE "S" TO CHIUSURA-DEFINITIVA
                       PERFORM RENDICONTO-CAMPAGNA
                   WHEN 0 MOVE "N" TO PROSEGUI
                   WHEN OTHER DISPLAY "Opzione non valida."
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      *****************ELENCO DELLE CAMPAGNE***************************
       ELENCA-CAMPAGNE.
           EXEC SQL
               DECLARE C-CAMPAGNE CURSOR FOR
                   SELECT numero_campagna, descrizione, Filiale,
                          data_da, data_a,
                          COALESCE(copre_ritardo, 'N'),
                          COALESCE(copre_smarrimento, 'N'),
                          COALESCE(copre_kit, 'N'), stato
                       FROM CampagneAmnistia
                       ORDER BY numero_campagna DESC
           END-EXEC.
           EXEC SQL OPEN C-CAMPAGNE END-EXEC.
           EXEC SQL
               FETCH C-CAMPAGNE INTO :A-NUMERO, :A-DESCRIZIONE,
                   :A-FILIALE, :A-DATA-DA, :A-DATA-A, :A-RITARDO,
                   :A-SMARRIMENTO, :A-KIT, :A-STATO
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Nessuna campagna registrata."
           END-IF.
           PERFORM UNTIL SQLCODE NOT = 0
               DISPLAY A-NUMERO " " A-STATO " " A-FILIALE(1:20)
                   " dal " A-DATA-DA " al " A-DATA-A
               DISPLAY "    " A-DESCRIZIONE(1:50)
                   " ritardo=" A-RITARDO " smarrimento="
                   A-SMARRIMENTO " kit=" A-KIT
               EXEC SQL
                   FETCH C-CAMPAGNE INTO :A-NUMERO, :A-DESCRIZIONE,
                       :A-FILIALE, :A-DATA-DA, :A-DATA-A,
                       :A-RITARDO, :A-SMARRIMENTO, :A-KIT,
                       :A-STATO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-CAMPAGNE END-EXEC.

      *****************APERTURA DI UNA CAMPAGNA************************
       NUOVA-CAMPAGNA.
           DISPLAY "Descrizione: "
           ACCEPT A-DESCRIZIONE.
           DISPLAY "Filiale (* = tutte le Filiali): "
           ACCEPT A-FILIALE.
           IF A-FILIALE = SPACES
               MOVE "*" TO A-FILIALE
           END-IF.
           DISPLAY "Dal giorno (AAAAMMGG): "
           ACCEPT A-DATA-DA.
           DISPLAY "Al giorno (AAAAMMGG): "
           ACCEPT A-DATA-A.
           IF A-DATA-DA = ZERO OR A-DATA-A < A-DATA-DA
               DISPLAY "Periodo non valido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Condona le multe di ritardo (S/N): "
           ACCEPT A-RITARDO.
           DISPLAY "Condona gli addebiti di smarrimento (S/N): "
           ACCEPT A-SMARRIMENTO.
           DISPLAY "Condona gli addebiti per pezzi di kit (S/N): "
           ACCEPT A-KIT.
           MOVE FUNCTION UPPER-CASE(A-RITARDO) TO A-RITARDO.
           MOVE FUNCTION UPPER-CASE(A-SMARRIMENTO) TO A-SMARRIMENTO.
           MOVE FUNCTION UPPER-CASE(A-KIT) TO A-KIT.
           IF A-RITARDO NOT = "S" AND A-SMARRIMENTO NOT = "S"
               AND A-KIT NOT = "S"
               DISPLAY "La campagna deve coprire almeno un tipo di "
                   "multa."
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(numero_campagna), 0) + 1
                   INTO :NUMERO-CAMPAGNA
                   FROM CampagneAmnistia
           END-EXEC.
           EXEC SQL
               INSERT INTO CampagneAmnistia (numero_campagna,
                   descrizione, Filiale, data_da, data_a,
                   copre_ritardo, copre_smarrimento, copre_kit,
                   stato, operatore, data_creazione)
               VALUES (:NUMERO-CAMPAGNA,
                       TRIM(BOTH ' ' FROM :A-DESCRIZIONE),
                       TRIM(BOTH ' ' FROM :A-FILIALE),
                       :A-DATA-DA, :A-DATA-A, :A-RITARDO,
                       :A-SMARRIMENTO, :A-KIT, 'APERTA',
                       TRIM(BOTH ' ' FROM :OPERATORE-USERNAME),
                       :OGGI-DATA)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Errore: " SQLERRMC
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE "NUOVA CAMPAGNA" TO AUDIT-OPERAZIONE.
           PERFORM REGISTRA-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "Campagna n. " NUMERO-CAMPAGNA " registrata.".

      *****************RENDICONTO E CHIUSURA***************************
       RENDICONTO-CAMPAGNA.
           DISPLAY "Numero della campagna: "
           ACCEPT NUMERO-CAMPAGNA.
           EXEC SQL
               SELECT numero_campagna, descrizione, Filiale,
                      data_da, data_a,
                      COALESCE(copre_ritardo, 'N'),
                      COALESCE(copre_smarrimento, 'N'),
                      COALESCE(copre_kit, 'N'), stato
                   INTO :A-NUMERO, :A-DESCRIZIONE, :A-FILIALE,
                        :A-DATA-DA, :A-DATA-A, :A-RITARDO,
                        :A-SMARRIMENTO, :A-KIT, :A-STATO
                   FROM CampagneAmnistia
                   WHERE numero_campagna = :NUMERO-CAMPAGNA
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Campagna non trovata."
               EXIT PARAGRAPH
           END-IF.
           IF CHIUSURA-DEFINITIVA-SI
               IF A-STATO NOT = "APERTA"
                   DISPLAY "La campagna e' gia' chiusa."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Confermi la chiusura della campagna (S/N)? "
               ACCEPT CONFERMA
               IF CONFERMA NOT = "S" AND CONFERMA NOT = "s"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ZERO TO COPIE-TOTALI.
           MOVE ZERO TO MULTE-TOTALI.
           MOVE ZERO TO IMPORTO-TOTALE.
           MOVE ZERO TO COPIE-FILIALE.
           MOVE ZERO TO IMPORTO-FILIALE.
           MOVE ZERO TO RIGHE-REPORT.
           MOVE SPACES TO FILIALE-PRECEDENTE.

           OPEN OUTPUT REPORT-OUTPUT.
           PERFORM SCRIVI-TESTATA.

           EXEC SQL
               DECLARE C-RECUPERI CURSOR FOR
                   SELECT data_rientro, COALESCE(Filiale, ' '),
                          Username, codiceISBN,
                          multe_condonate, importo_condonato
                       FROM AmnistieRecuperi
                       WHERE numero_campagna = :NUMERO-CAMPAGNA
                       ORDER BY Filiale, data_rientro, Username
           END-EXEC.
           EXEC SQL OPEN C-RECUPERI END-EXEC.
           EXEC SQL
               FETCH C-RECUPERI INTO :R-DATA, :R-FILIALE,
                   :R-USERNAME, :R-ISBN, :R-MULTE, :R-IMPORTO
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               IF R-FILIALE NOT = FILIALE-PRECEDENTE
                   AND COPIE-FILIALE > ZERO
                   PERFORM SCRIVI-TOTALE-FILIALE
               END-IF
               MOVE R-FILIALE TO FILIALE-PRECEDENTE
               MOVE SPACES TO REPORT-LINE
               MOVE R-IMPORTO TO IMPORTO-EDIT
               STRING R-DATA " " R-FILIALE(1:20) " "
                   R-USERNAME(1:20) " " R-ISBN(1:20) " "
                   R-MULTE " " IMPORTO-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RIGHE-REPORT
               ADD 1 TO COPIE-FILIALE
               ADD R-IMPORTO TO IMPORTO-FILIALE
               ADD 1 TO COPIE-TOTALI
               ADD R-MULTE TO MULTE-TOTALI
               ADD R-IMPORTO TO IMPORTO-TOTALE
               EXEC SQL
                   FETCH C-RECUPERI INTO :R-DATA, :R-FILIALE,
                       :R-USERNAME, :R-ISBN, :R-MULTE, :R-IMPORTO
               END-EXEC
           END-PERFORM.
           EXEC SQL CLOSE C-RECUPERI END-EXEC.
           IF COPIE-FILIALE > ZERO
               PERFORM SCRIVI-TOTALE-FILIALE
           END-IF.
           PERFORM SCRIVI-TOTALI.
           CLOSE REPORT-OUTPUT.

           MOVE "GESTIONE-AMNISTIE" TO SP-PROGRAMMA.
           MOVE A-FILIALE TO SP-FILIALE.
           MOVE RIGHE-REPORT TO SP-RIGHE.
           MOVE "BIBLIO.PROD.AMNIRPT.RPT" TO SP-UBICAZIONE.
           CALL 'SPOOL-WRITER' USING SPOOL-RICHIESTA.

           DISPLAY "Campagna " A-NUMERO " - " A-DESCRIZIONE(1:40).
           MOVE COPIE-TOTALI TO CONTA-EDIT.
           DISPLAY "Copie recuperate:     " CONTA-EDIT.
           MOVE MULTE-TOTALI TO CONTA-EDIT.
           DISPLAY "Multe condonate:      " CONTA-EDIT.
           MOVE IMPORTO-TOTALE TO IMPORTO-EDIT.
           DISPLAY "Mancato incasso euro: " IMPORTO-EDIT.

           IF CHIUSURA-DEFINITIVA-SI
               EXEC SQL
                   UPDATE CampagneAmnistia
                       SET stato = 'CHIUSA',
                           data_chiusura = :OGGI-DATA
                       WHERE numero_campagna = :NUMERO-CAMPAGNA
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Errore: " SQLERRMC
                   EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
               MOVE "CHIUDI CAMPAGNA" TO AUDIT-OPERAZIONE
               PERFORM REGISTRA-AUDIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Campagna chiusa."
           END-IF.

       SCRIVI-TESTATA.
           MOVE SPACES TO REPORT-LINE.
           IF CHIUSURA-DEFINITIVA-SI
               STRING "RENDICONTO FINALE AMNISTIA N. " A-NUMERO
                   "  AL " OGGI-DATA
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "RENDICONTO PROVVISORIO AMNISTIA N. " A-NUMERO
                   "  AL " OGGI-DATA
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING A-DESCRIZIONE " FILIALE " A-FILIALE(1:20)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIODO " A-DATA-DA " - " A-DATA-A
               "  RITARDO " A-RITARDO "  SMARRIMENTO " A-SMARRIMENTO
               "  KIT " A-KIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RIENTRO   FILIALE              UTENTE"
               "               ISBN                 MULTE"
               "      IMPORTO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       SCRIVI-TOTALE-FILIALE.
           MOVE SPACES TO REPORT-LINE.
           MOVE COPIE-FILIALE TO CONTA-EDIT.
           MOVE IMPORTO-FILIALE TO IMPORTO-EDIT.
           STRING "  TOTALE " FILIALE-PRECEDENTE(1:20)
               " COPIE " CONTA-EDIT " MANCATO INCASSO " IMPORTO-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RIGHE-REPORT.
           MOVE ZERO TO COPIE-FILIALE.
           MOVE ZERO TO IMPORTO-FILIALE.

       SCRIVI-TOTALI.
           MOVE SPACES TO REPORT-LINE.
           MOVE COPIE-TOTALI TO CONTA-EDIT.
           STRING "COPIE RECUPERATE    " CONTA-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE MULTE-TOTALI TO CONTA-EDIT.
           STRING "MULTE CONDONATE     " CONTA-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE IMPORTO-TOTALE TO IMPORTO-EDIT.
           STRING "MANCATO INCASSO     " IMPORTO-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       REGISTRA-AUDIT.
           MOVE "GESTIONE-AMNISTIE" TO AUDIT-PROGRAMMA.
           MOVE SPACES TO AUDIT-CHIAVE.
           MOVE NUMERO-CAMPAGNA TO AUDIT-CHIAVE.
           CALL 'AUDIT-WRITER' USING OPERATORE-USERNAME,
               AUDIT-PROGRAMMA, AUDIT-OPERAZIONE, AUDIT-CHIAVE.
