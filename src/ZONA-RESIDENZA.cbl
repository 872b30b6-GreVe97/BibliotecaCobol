       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONA-RESIDENZA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 ZR-INDICE           PIC 9(3).
           01 ZR-DOPO             PIC 9(3).

       LINKAGE SECTION.
      *    Zona di residenza ricavata dall'indirizzo libero: il CAP,
      *    cioe' l'ultimo gruppo di cinque cifre isolato (non parte
      *    di un numero piu' lungo), che segue il numero civico
      *    negli indirizzi italiani ("Via Roma 12, 40121 Bologna").
      *    Senza CAP la zona e' 'ND'. La stessa regola vale per i
      *    tesserati e per l'estratto dell'anagrafe (MATCH-ANAGRAFE),
      *    cosi' i due conteggi sono confrontabili.
       01 ZR-RICHIESTA.
           03 ZR-INDIRIZZO      PIC X(255).
           03 ZR-ZONA           PIC X(10).

       PROCEDURE DIVISION USING ZR-RICHIESTA.
       ZONA-RESIDENZA-PARA.
           MOVE "ND" TO ZR-ZONA.
           PERFORM VARYING ZR-INDICE FROM 1 BY 1
                   UNTIL ZR-INDICE > 251
               IF ZR-INDIRIZZO(ZR-INDICE:5) IS NUMERIC
                   PERFORM CONTROLLA-GRUPPO
               END-IF
           END-PERFORM.
           EXIT PROGRAM.

      *    Cinque cifre isolate: niente cifre subito prima o dopo.
       CONTROLLA-GRUPPO.
           IF ZR-INDICE > 1
               IF ZR-INDIRIZZO(ZR-INDICE - 1:1) IS NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE ZR-DOPO = ZR-INDICE + 5.
           IF ZR-DOPO <= 255
               IF ZR-INDIRIZZO(ZR-DOPO:1) IS NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZR-INDIRIZZO(ZR-INDICE:5) TO ZR-ZONA.
