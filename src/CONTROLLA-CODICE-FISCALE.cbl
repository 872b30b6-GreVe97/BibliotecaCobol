       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLLA-CODICE-FISCALE.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 OGGI-DATA           PIC 9(8).
           01 MAGGIORE-ETA        PIC 9(8).
           01 CF-DOPPI            PIC 9(5).

           01 ALFABETO            PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 CIFRE               PIC X(10) VALUE "0123456789".
      *    Omocodia: le cifre sostituite dall'Agenzia per distinguere
      *    due codici uguali (L=0, M=1, ... V=9).
           01 OMOCODICI           PIC X(10) VALUE "LMNPQRSTUV".
           01 LETTERE-MESE        PIC X(12) VALUE "ABCDEHLMPRST".
      *    Valori dei caratteri in posizione dispari per il carattere
      *    di controllo (le cifre 0-9 valgono come le lettere A-J).
           01 TABELLA-DISPARI.
               03 FILLER PIC X(26)
                   VALUE "01000507091315171921020418".
               03 FILLER PIC X(26)
                   VALUE "20110306081214161022252423".
           01 VALORI-DISPARI REDEFINES TABELLA-DISPARI.
               03 VALORE-DISPARI  PIC 9(2) OCCURS 26.

           01 CF-DECODIFICATO     PIC X(16).
           01 CF-INDICE           PIC 9(2).
           01 CF-CARATTERE        PIC X(1).
           01 CF-POSIZIONE        PIC 9(2).
           01 CF-VALORE           PIC 9(2).
           01 CF-SOMMA            PIC 9(4).
           01 CF-RESTO            PIC 9(2).
           01 CF-SPAZI            PIC 9(2).
           01 CF-GIORNO           PIC 9(2).

           01 NASCITA.
               03 NASCITA-SECOLO  PIC 9(2).
               03 NASCITA-ANNO    PIC X(2).
               03 NASCITA-MESE    PIC 9(2).
               03 NASCITA-GIORNO  PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      *    Controllo del codice fiscale del tesserato (Utente
      *    .CodiceFiscale): formato a 16 caratteri con omocodia,
      *    carattere di controllo, coerenza di anno, mese e giorno
      *    (giorno + 40 per le donne) con la DataNascita dichiarata,
      *    unicita' tra i tesserati (escluso CF-USERNAME, il conto
      *    stesso in modifica). Il codice vuoto e' ammesso, tranne
      *    per i lettori e gli ospiti maggiorenni. CF-CODICE torna
      *    in maiuscolo; CF-ESITO 'S' valido, 'N' rifiutato con la
      *    ragione in CF-MOTIVO.
       01 CF-RICHIESTA.
           03 CF-CODICE         PIC X(16).
           03 CF-DATA-NASCITA   PIC 9(8).
           03 CF-USERNAME       PIC X(50).
           03 CF-RUOLO          PIC X(30).
           03 CF-ESITO          PIC X(1).
           03 CF-MOTIVO         PIC X(60).

       PROCEDURE DIVISION USING CF-RICHIESTA.
       CONTROLLA-CODICE-FISCALE-PARA.
           MOVE "S" TO CF-ESITO.
           MOVE SPACES TO CF-MOTIVO.
           MOVE FUNCTION UPPER-CASE(CF-CODICE) TO CF-CODICE.

           IF CF-CODICE = SPACES
               PERFORM CONTROLLA-OBBLIGO
               EXIT PROGRAM
           END-IF.

           PERFORM CONTROLLA-FORMATO.
           IF CF-ESITO = "S"
               PERFORM CONTROLLA-CARATTERE
           END-IF.
           IF CF-ESITO = "S" AND CF-DATA-NASCITA > 0
               PERFORM CONTROLLA-NASCITA
           END-IF.
           IF CF-ESITO = "S"
               PERFORM CONTROLLA-DOPPIONE
           END-IF.
           EXIT PROGRAM.

      *    Il codice e' obbligatorio per i tesserati adulti: lettori
      *    e ospiti del consorzio con diciotto anni compiuti.
       CONTROLLA-OBBLIGO.
           IF CF-RUOLO NOT = "Lettore" AND CF-RUOLO NOT = "Ospite"
               EXIT PARAGRAPH
           END-IF.
           IF CF-DATA-NASCITA = 0
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OGGI-DATA FROM DATE YYYYMMDD.
           COMPUTE MAGGIORE-ETA = CF-DATA-NASCITA + 180000.
           IF MAGGIORE-ETA <= OGGI-DATA
               MOVE "N" TO CF-ESITO
               MOVE "Codice fiscale obbligatorio per i maggiorenni."
                   TO CF-MOTIVO
           END-IF.

      *    Posizioni 1-6, 9, 12 e 16 lettere; le altre cifre o
      *    lettere di omocodia. CF-DECODIFICATO riporta le cifre
      *    originali per il confronto con la data di nascita.
       CONTROLLA-FORMATO.
           MOVE ZERO TO CF-SPAZI.
           INSPECT CF-CODICE TALLYING CF-SPAZI FOR ALL SPACE.
           IF CF-SPAZI > 0
               MOVE "N" TO CF-ESITO
               MOVE "Il codice fiscale deve avere 16 caratteri."
                   TO CF-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-CODICE TO CF-DECODIFICATO.
           PERFORM VARYING CF-INDICE FROM 1 BY 1
                   UNTIL CF-INDICE > 16 OR CF-ESITO = "N"
               MOVE CF-CODICE(CF-INDICE:1) TO CF-CARATTERE
               EVALUATE CF-INDICE
                   WHEN 1 THRU 6
                   WHEN 9
                   WHEN 12
                   WHEN 16
                       PERFORM CERCA-LETTERA
                       IF CF-POSIZIONE > 25
                           MOVE "N" TO CF-ESITO
                       END-IF
                   WHEN OTHER
                       IF CF-CARATTERE IS NOT NUMERIC
                           MOVE ZERO TO CF-POSIZIONE
                           INSPECT OMOCODICI TALLYING CF-POSIZIONE
                               FOR CHARACTERS BEFORE INITIAL
                               CF-CARATTERE
                           IF CF-POSIZIONE > 9
                               MOVE "N" TO CF-ESITO
                           ELSE
                               MOVE CIFRE(CF-POSIZIONE + 1:1)
                                   TO CF-DECODIFICATO(CF-INDICE:1)
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF CF-ESITO = "N"
               MOVE "Formato del codice fiscale non valido."
                   TO CF-MOTIVO
           END-IF.

      *    Carattere di controllo: somma dei valori dei primi 15
      *    caratteri (tabella per le posizioni dispari, 0-25 per le
      *    pari), resto della divisione per 26 come lettera.
       CONTROLLA-CARATTERE.
           MOVE ZERO TO CF-SOMMA.
           PERFORM VARYING CF-INDICE FROM 1 BY 1
                   UNTIL CF-INDICE > 15
               MOVE CF-CODICE(CF-INDICE:1) TO CF-CARATTERE
               IF CF-CARATTERE IS NUMERIC
                   MOVE ZERO TO CF-POSIZIONE
                   INSPECT CIFRE TALLYING CF-POSIZIONE
                       FOR CHARACTERS BEFORE INITIAL CF-CARATTERE
               ELSE
                   PERFORM CERCA-LETTERA
               END-IF
               IF FUNCTION MOD(CF-INDICE, 2) = 1
                   MOVE VALORE-DISPARI(CF-POSIZIONE + 1) TO CF-VALORE
               ELSE
                   MOVE CF-POSIZIONE TO CF-VALORE
               END-IF
               ADD CF-VALORE TO CF-SOMMA
           END-PERFORM.
           COMPUTE CF-RESTO = FUNCTION MOD(CF-SOMMA, 26).
           IF ALFABETO(CF-RESTO + 1:1) NOT = CF-CODICE(16:1)
               MOVE "N" TO CF-ESITO
               MOVE "Carattere di controllo del codice fiscale errato."
                   TO CF-MOTIVO
           END-IF.

      *    Anno (posizioni 7-8), mese (lettera in posizione 9) e
      *    giorno (posizioni 10-11, + 40 per le donne) devono
      *    tornare con la data di nascita dichiarata.
       CONTROLLA-NASCITA.
           MOVE CF-DATA-NASCITA TO NASCITA.
           MOVE ZERO TO CF-POSIZIONE.
           INSPECT LETTERE-MESE TALLYING CF-POSIZIONE
               FOR CHARACTERS BEFORE INITIAL CF-CODICE(9:1).
           MOVE CF-DECODIFICATO(10:2) TO CF-GIORNO.
           IF CF-GIORNO > 40
               SUBTRACT 40 FROM CF-GIORNO
           END-IF.
           IF CF-DECODIFICATO(7:2) NOT = NASCITA-ANNO
              OR CF-POSIZIONE + 1 NOT = NASCITA-MESE
              OR CF-GIORNO NOT = NASCITA-GIORNO
               MOVE "N" TO CF-ESITO
               MOVE "Codice fiscale non coerente con la nascita."
                   TO CF-MOTIVO
           END-IF.

       CONTROLLA-DOPPIONE.
           EXEC SQL
               SELECT COUNT(*) INTO :CF-DOPPI
                   FROM Utente
                   WHERE CodiceFiscale = :CF-CODICE
                     AND Username <> TRIM(BOTH ' ' FROM :CF-USERNAME)
           END-EXEC.
           IF CF-DOPPI > 0
               MOVE "N" TO CF-ESITO
               MOVE "Codice fiscale gia' presente su altro conto."
                   TO CF-MOTIVO
           END-IF.

      *    Posizione 0-25 della lettera CF-CARATTERE nell'alfabeto;
      *    26 se il carattere non e' una lettera.
       CERCA-LETTERA.
           MOVE ZERO TO CF-POSIZIONE.
           INSPECT ALFABETO TALLYING CF-POSIZIONE
               FOR CHARACTERS BEFORE INITIAL CF-CARATTERE.
