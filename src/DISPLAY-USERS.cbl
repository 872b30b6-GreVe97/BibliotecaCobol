           01 PROSEGUI-LETTURA PIC X(1) VALUE "S".
             88 PROSEGUI-LETTURA-SI VALUE "S".
           01 RISPOSTA-PAGINA PIC X(1).
           01 RISPOSTA-DATI   PIC X(1).


      *    Registro privacy delle consultazioni di dati personali
               03 CW-PROGRAMMA      PIC X(30).
               03 CW-MOTIVO         PIC X(100).

      *    Dati personali mascherati per ruolo (MASCHERA-DATI).
           01 MD-RICHIESTA.
               03 MD-OPERAZIONE     PIC X(1).
               03 MD-OPERATORE      PIC X(50).
               03 MD-SOGGETTO       PIC X(50).
               03 MD-PROGRAMMA      PIC X(30).
               03 MD-IN-CHIARO      PIC X(1).
               03 MD-PUO-MOSTRARE   PIC X(1).
               03 MD-INDIRIZZO      PIC X(255).
               03 MD-TELEFONO       PIC X(20).
               03 MD-EMAIL          PIC X(100).
               03 MD-CODICE-FISCALE PIC X(16).
               03 MD-DATA-NASCITA   PIC 9(8).
               03 MD-NASCITA-TESTO  PIC X(10).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
           MOVE SPACES TO CW-MOTIVO.
           CALL 'CONSULTAZIONE-WRITER' USING CW-RICHIESTA.

      *    Indirizzo, telefono ed email escono mascherati se il
      *    ruolo non li vede in chiaro; i dati completi si chiedono
      *    una volta per tutto l'elenco, con il motivo.
           MOVE "L" TO MD-OPERAZIONE.
           MOVE OPERATORE-USERNAME TO MD-OPERATORE.
           MOVE "*ELENCO*" TO MD-SOGGETTO.
           MOVE "DISPLAY-USERS" TO MD-PROGRAMMA.
           CALL 'MASCHERA-DATI' USING MD-RICHIESTA.
           IF MD-IN-CHIARO NOT = "S" AND MD-PUO-MOSTRARE = "S"
               DISPLAY "Mostrare i dati completi? (S/N): "
               ACCEPT RISPOSTA-DATI
               IF RISPOSTA-DATI = "S" OR RISPOSTA-DATI = "s"
                   MOVE "C" TO MD-OPERAZIONE
                   CALL 'MASCHERA-DATI' USING MD-RICHIESTA
               END-IF
           END-IF.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT Username, Nome, Cognome, Indirizzo, Ruolo,
                      Telefono, Email, Filiale,
               :EMAIL-NON-VALIDA, :TELEFONO-NON-VALIDO
           END-EXEC
           IF SQLCODE = 0
           MOVE INDIRIZZO TO MD-INDIRIZZO
           MOVE TELEFONO TO MD-TELEFONO
           MOVE EMAIL TO MD-EMAIL
           MOVE SPACES TO MD-CODICE-FISCALE
           MOVE ZERO TO MD-DATA-NASCITA
           MOVE "M" TO MD-OPERAZIONE
           CALL 'MASCHERA-DATI' USING MD-RICHIESTA
           MOVE MD-INDIRIZZO TO INDIRIZZO
           MOVE MD-TELEFONO TO TELEFONO
           MOVE MD-EMAIL TO EMAIL
           DISPLAY "User: " USERNAME " Nome: " NOME " Cognome: " COGNOME
           " Indirizzo: " INDIRIZZO " Ruolo: " RUOLO
           DISPLAY "  Telefono: " TELEFONO " Email: " EMAIL
