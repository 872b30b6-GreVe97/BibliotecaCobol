       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCOLA-SCADENZA-ORARIA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 RUOLO-RICERCA     PIC X(30).
           01 ORE-LETTE         PIC 9(3).
           01 TROVATO           PIC X(1).
             88 TROVATO-SI VALUE "S".
           01 SECONDI-PRESTITO  PIC 9(7).
           01 SECONDI-SCADENZA  PIC 9(7).
           01 SECONDI-CHIUSURA  PIC 9(7).
           01 ORA-HH            PIC 9(2).
           01 ORA-MM            PIC 9(2).
           01 ORA-SS            PIC 9(2).

           01 OC-RICHIESTA.
               03 OC-DATA           PIC 9(8).
               03 OC-ORA            PIC 9(6).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Prestito orario (portatili, tablet, materiale di
      *    consultazione da usare in sede): la riga del tipo di
      *    materiale in PoliticaPrestito con ore_prestito > 0, con
      *    Ruolo esatto e poi jolly '*' come in LEGGI-POLITICA-TIPO.
      *    SO-ORE zero = prestito a giorni, SO-ORA-SCADENZA zero.
      *    Altrimenti la scadenza e' l'ora del prestito piu' le ore
      *    di politica, mai oltre la chiusura del giorno
      *    (ORARIO-CHIUSURA): si rende lo stesso giorno. Il
      *    materiale librario (LIBRO) non ha prestito orario.
       01 SO-RICHIESTA.
           03 SO-TIPO           PIC X(12).
           03 SO-RUOLO          PIC X(30).
           03 SO-DATA           PIC 9(8).
           03 SO-ORA            PIC 9(6).
           03 SO-ORE            PIC 9(3).
           03 SO-ORA-SCADENZA   PIC 9(6).

       PROCEDURE DIVISION USING SO-RICHIESTA.
       CALCOLA-SCADENZA-ORARIA-PARA.
           MOVE ZERO TO SO-ORE.
           MOVE ZERO TO SO-ORA-SCADENZA.
           IF SO-TIPO = SPACES OR SO-TIPO = "LIBRO"
               EXIT PROGRAM
           END-IF.

           MOVE SO-RUOLO TO RUOLO-RICERCA.
           PERFORM CERCA-ORE.
           IF NOT TROVATO-SI
               MOVE "*" TO RUOLO-RICERCA
               PERFORM CERCA-ORE
           END-IF.
           IF ORE-LETTE = ZERO
               EXIT PROGRAM
           END-IF.
           MOVE ORE-LETTE TO SO-ORE.

           MOVE SO-ORA(1:2) TO ORA-HH.
           MOVE SO-ORA(3:2) TO ORA-MM.
           MOVE SO-ORA(5:2) TO ORA-SS.
           COMPUTE SECONDI-PRESTITO =
               ORA-HH * 3600 + ORA-MM * 60 + ORA-SS.
           COMPUTE SECONDI-SCADENZA =
               SECONDI-PRESTITO + SO-ORE * 3600.

           MOVE SO-DATA TO OC-DATA.
           CALL 'ORARIO-CHIUSURA' USING OC-RICHIESTA.
           MOVE OC-ORA(1:2) TO ORA-HH.
           MOVE OC-ORA(3:2) TO ORA-MM.
           MOVE OC-ORA(5:2) TO ORA-SS.
           COMPUTE SECONDI-CHIUSURA =
               ORA-HH * 3600 + ORA-MM * 60 + ORA-SS.
      *    Prestito fuori orario (chiusura zero o gia' passata):
      *    vale comunque la fine della giornata.
           IF SECONDI-CHIUSURA <= SECONDI-PRESTITO
               MOVE 86399 TO SECONDI-CHIUSURA
           END-IF.
           IF SECONDI-SCADENZA > SECONDI-CHIUSURA
               MOVE SECONDI-CHIUSURA TO SECONDI-SCADENZA
           END-IF.

           COMPUTE ORA-HH = SECONDI-SCADENZA / 3600.
           COMPUTE ORA-MM =
               (SECONDI-SCADENZA - ORA-HH * 3600) / 60.
           COMPUTE ORA-SS =
               SECONDI-SCADENZA - ORA-HH * 3600 - ORA-MM * 60.
           COMPUTE SO-ORA-SCADENZA =
               ORA-HH * 10000 + ORA-MM * 100 + ORA-SS.

           EXIT PROGRAM.

       CERCA-ORE.
           MOVE ZERO TO ORE-LETTE.
           MOVE "N" TO TROVATO.
           EXEC SQL
               SELECT COALESCE(ore_prestito, 0) INTO :ORE-LETTE
                   FROM PoliticaPrestito
                   WHERE tipo_materiale =
                             TRIM(BOTH ' ' FROM :SO-TIPO)
                     AND Ruolo = TRIM(BOTH ' ' FROM :RUOLO-RICERCA)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "S" TO TROVATO
           ELSE
               MOVE ZERO TO ORE-LETTE
           END-IF.
