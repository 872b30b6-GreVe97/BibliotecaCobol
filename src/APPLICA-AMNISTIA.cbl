       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICA-AMNISTIA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA         PIC 9(8).
           01 INIZIO-PRESTITO   PIC 9(8).
           01 COPRE-RITARDO     PIC X(1).
           01 COPRE-SMARRIMENTO PIC X(1).
           01 COPRE-KIT         PIC X(1).
           01 MOTIVO-AMNISTIA   PIC X(100).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Campagna di amnistia (CampagneAmnistia, GESTIONE-AMNISTIE):
      *    chi riporta una copia nella Filiale e nel periodo della
      *    campagna si vede condonate d'ufficio le multe del prestito
      *    dei tipi coperti (tipo_multa RITARDO, SMARRIMENTO, KIT;
      *    le righe senza tipo sono ritardi). Le multe passano
      *    ESONERATA con un esonero APPROVATO di tipo AMNISTIA, che
      *    CONTABILITA-EXPORT gira sul conto degli esoneri, e il
      *    rientro si annota in AmnistieRecuperi per il rendiconto
      *    di chiusura della campagna. AM-FILIALE e' la Filiale del
      *    banco che riceve la copia; AM-DATA-PREN la data del
      *    prestito (si condonano le multe da quel giorno in poi).
      *    Niente COMMIT: lo fa il chiamante.
       01 AM-RICHIESTA.
           03 AM-USERNAME        PIC X(50).
           03 AM-ISBN            PIC X(50).
           03 AM-FILIALE         PIC X(30).
           03 AM-DATA-PREN       PIC X(50).
           03 AM-OPERATORE       PIC X(50).
           03 AM-NUMERO-CAMPAGNA PIC 9(9).
           03 AM-MULTE           PIC 9(5).
           03 AM-IMPORTO         PIC 9(7)V99.

       PROCEDURE DIVISION USING AM-RICHIESTA.
       APPLICA-AMNISTIA-PARA.
           MOVE ZERO TO AM-NUMERO-CAMPAGNA.
           MOVE ZERO TO AM-MULTE.
           MOVE ZERO TO AM-IMPORTO.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.

      *    Se piu' campagne coprono lo stesso giorno vale la piu'
      *    recente.
           EXEC SQL
               SELECT numero_campagna,
                      COALESCE(copre_ritardo, 'N'),
                      COALESCE(copre_smarrimento, 'N'),
                      COALESCE(copre_kit, 'N')
                   INTO :AM-NUMERO-CAMPAGNA, :COPRE-RITARDO,
                        :COPRE-SMARRIMENTO, :COPRE-KIT
                   FROM CampagneAmnistia
                   WHERE stato = 'APERTA'
                     AND :OGGI-DATA >= data_da
                     AND :OGGI-DATA <= data_a
                     AND (Filiale = '*' OR Filiale =
                          TRIM(BOTH ' ' FROM :AM-FILIALE))
                   ORDER BY numero_campagna DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO AM-NUMERO-CAMPAGNA
               EXIT PROGRAM
           END-IF.

           IF AM-DATA-PREN(1:8) IS NUMERIC
               MOVE AM-DATA-PREN(1:8) TO INIZIO-PRESTITO
           ELSE
               MOVE ZERO TO INIZIO-PRESTITO
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(importo - importo_pagato), 0)
                   INTO :AM-MULTE, :AM-IMPORTO
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :AM-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :AM-ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND data_multa >= :INIZIO-PRESTITO
                     AND ((COALESCE(tipo_multa, 'RITARDO') = 'RITARDO'
                           AND :COPRE-RITARDO = 'S')
                       OR (tipo_multa = 'SMARRIMENTO'
                           AND :COPRE-SMARRIMENTO = 'S')
                       OR (tipo_multa = 'KIT' AND :COPRE-KIT = 'S'))
           END-EXEC.
           IF SQLCODE NOT = 0 OR AM-MULTE = ZERO
               MOVE ZERO TO AM-MULTE
               MOVE ZERO TO AM-IMPORTO
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO MOTIVO-AMNISTIA.
           STRING "AMNISTIA CAMPAGNA " AM-NUMERO-CAMPAGNA
               DELIMITED BY SIZE INTO MOTIVO-AMNISTIA.

           EXEC SQL
               INSERT INTO EsoneriMulte (Username, codiceISBN,
                   data_multa, motivo, richiedente, data_richiesta,
                   stato, approvatore, data_decisione, tipo_esonero,
                   numero_campagna)
               SELECT Username, codiceISBN, data_multa,
                      TRIM(BOTH ' ' FROM :MOTIVO-AMNISTIA),
                      TRIM(BOTH ' ' FROM :AM-OPERATORE),
                      :OGGI-DATA, 'APPROVATO', 'AMNISTIA',
                      :OGGI-DATA, 'AMNISTIA', :AM-NUMERO-CAMPAGNA
                   FROM Multe
                   WHERE Username = TRIM(BOTH ' ' FROM :AM-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :AM-ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND data_multa >= :INIZIO-PRESTITO
                     AND ((COALESCE(tipo_multa, 'RITARDO') = 'RITARDO'
                           AND :COPRE-RITARDO = 'S')
                       OR (tipo_multa = 'SMARRIMENTO'
                           AND :COPRE-SMARRIMENTO = 'S')
                       OR (tipo_multa = 'KIT' AND :COPRE-KIT = 'S'))
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO AM-MULTE
               MOVE ZERO TO AM-IMPORTO
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               UPDATE Multe
                   SET stato = 'ESONERATA'
                   WHERE Username = TRIM(BOTH ' ' FROM :AM-USERNAME)
                     AND codiceISBN = TRIM(BOTH ' ' FROM :AM-ISBN)
                     AND stato IN ('APERTA', 'CONTESTATA')
                     AND data_multa >= :INIZIO-PRESTITO
                     AND ((COALESCE(tipo_multa, 'RITARDO') = 'RITARDO'
                           AND :COPRE-RITARDO = 'S')
                       OR (tipo_multa = 'SMARRIMENTO'
                           AND :COPRE-SMARRIMENTO = 'S')
                       OR (tipo_multa = 'KIT' AND :COPRE-KIT = 'S'))
           END-EXEC.

           EXEC SQL
               INSERT INTO AmnistieRecuperi (numero_campagna,
                   Username, codiceISBN, data_rientro, Filiale,
                   multe_condonate, importo_condonato)
               VALUES (:AM-NUMERO-CAMPAGNA,
                       TRIM(BOTH ' ' FROM :AM-USERNAME),
                       TRIM(BOTH ' ' FROM :AM-ISBN),
                       :OGGI-DATA,
                       TRIM(BOTH ' ' FROM :AM-FILIALE),
                       :AM-MULTE, :AM-IMPORTO)
           END-EXEC.

           EXIT PROGRAM.
