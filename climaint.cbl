       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENT-MASTER ASSIGN TO
           'clients-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODE
           ALTERNATE RECORD KEY IS CLI-RAISON-SOCIALE
           FILE STATUS IS WS-CLI-STATUS.

           SELECT OPTIONAL MOUVEMENTS-CLIENTS ASSIGN TO
           'mouvements-clients.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MVC-STATUS.

           SELECT REJETS-CLIENTS ASSIGN TO 'rejets-clients.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER
           RECORD CONTAINS 168 CHARACTERS.

       01 CLIENT-RECORD.
           02 CLI-CODE             PIC X(4).
           02 FILLER               PIC X.
           02 CLI-RAISON-SOCIALE   PIC X(41).
           02 FILLER               PIC X.
           02 CLI-SIRET            PIC X(14).
           02 FILLER               PIC X.
           02 CLI-ADR-RUE          PIC X(38).
           02 FILLER               PIC X.
           02 CLI-ADR-CP           PIC X(5).
           02 FILLER               PIC X.
           02 CLI-ADR-VILLE        PIC X(26).
           02 FILLER               PIC X.
           02 CLI-CONTACT          PIC X(30).
           02 FILLER               PIC X.
           02 CLI-DEVISE           PIC X(3).

       FD MOUVEMENTS-CLIENTS
           RECORD CONTAINS 179 CHARACTERS
           RECORDING MODE IS F.

       01 MVC-RECORD.
           02 MVC-CODE             PIC X.
           02 FILLER               PIC X.
           02 MVC-DATE-EFFET       PIC 9(8).
           02 FILLER               PIC X.
           02 MVC-CLIENT.
               03 MVC-CLI-CODE     PIC X(4).
               03 FILLER           PIC X.
               03 MVC-RAISON-SOCIALE PIC X(41).
               03 FILLER           PIC X.
               03 MVC-SIRET        PIC X(14).
               03 FILLER           PIC X.
               03 MVC-ADR-RUE      PIC X(38).
               03 FILLER           PIC X.
               03 MVC-ADR-CP       PIC X(5).
               03 FILLER           PIC X.
               03 MVC-ADR-VILLE    PIC X(26).
               03 FILLER           PIC X.
               03 MVC-CONTACT      PIC X(30).
               03 FILLER           PIC X.
               03 MVC-DEVISE       PIC X(3).

       FD REJETS-CLIENTS
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.

       01 REJET-RECORD.
           02 REJET-CODE           PIC X(3).
           02 FILLER               PIC X.
           02 REJET-SOURCE         PIC X(15).
           02 FILLER               PIC X.
           02 REJET-ID             PIC X(8).
           02 FILLER               PIC X.
           02 REJET-CONTRAT        PIC X(14).
           02 FILLER               PIC X.
           02 REJET-DETAIL         PIC X(30).

       WORKING-STORAGE SECTION.

       01 WS-CLI-STATUS         PIC X(2).
       01 WS-MVC-STATUS         PIC X(2).
       01 WS-REJET-STATUS       PIC X(2).
       01 WS-MVC-EOF            PIC X VALUE 'N'.
           88 MVC-AT-END            VALUE 'Y'.
       01 WS-CLI-EOF            PIC X VALUE 'N'.
           88 CLI-AT-END            VALUE 'Y'.
       01 WS-CLI-FOUND          PIC X VALUE 'N'.
           88 CLIENT-WAS-FOUND      VALUE 'Y'.

       01 WS-CURRENCY-TABLE.
           02 FILLER PIC X(3) VALUE "EUR".
           02 FILLER PIC X(3) VALUE "USD".
           02 FILLER PIC X(3) VALUE "GBP".
           02 FILLER PIC X(3) VALUE "CHF".
           02 FILLER PIC X(3) VALUE "JPY".
       01 WS-CURRENCY-CODES REDEFINES WS-CURRENCY-TABLE.
           02 WS-CURRENCY-CODE OCCURS 5 TIMES PIC X(3).
       01 WS-CURRENCY-IDX       PIC 9(2) VALUE 0.
       01 WS-CURRENCY-VALID     PIC X VALUE 'N'.
           88 CURRENCY-IS-VALID     VALUE 'Y'.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-MVC-AJOUT          PIC 9(3) VALUE 0.
       01 WS-MVC-MODIF          PIC 9(3) VALUE 0.
       01 WS-MVC-SUPPR          PIC 9(3) VALUE 0.
       01 WS-MVC-ERREUR         PIC 9(3) VALUE 0.
       01 WS-MVC-SEQ            PIC 9(3) VALUE 0.
       01 WS-NB-CLIENTS         PIC 9(5) VALUE 0.
       01 WS-REJET-CODE-WK      PIC X(3).
       01 WS-REJET-DETAIL-WK    PIC X(30).

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT REJETS-CLIENTS.
           MOVE SPACE TO REJET-RECORD.
           STRING "CODE SOURCE          ID       CONTRAT"
               "        DETAIL" DELIMITED BY SIZE
               INTO REJET-RECORD.
           WRITE REJET-RECORD.
           IF WS-REJET-STATUS NOT = '00'
               DISPLAY "ABEND: REJETS-CLIENTS WRITE ERROR STATUS="
                   WS-REJET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CLIENT-MASTER.
           IF WS-CLI-STATUS NOT = '00' AND WS-CLI-STATUS NOT = '05'
               DISPLAY "ABEND: CLIENT-MASTER OPEN ERROR STATUS="
                   WS-CLI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLI-STATUS = '05'
               DISPLAY "WARNING: clients-master.dat NOT FOUND - "
                   "CLIENT FILE STARTS EMPTY"
           END-IF.
           PERFORM APPLY-CLIENT-MOVEMENTS.
           PERFORM COUNT-CLIENTS.
           CLOSE CLIENT-MASTER.
           CLOSE REJETS-CLIENTS.

           DISPLAY "CLIMAINT: A=" WS-MVC-AJOUT
               " M=" WS-MVC-MODIF
               " S=" WS-MVC-SUPPR
               " ERREURS=" WS-MVC-ERREUR
               " CLIENTS AU FICHIER=" WS-NB-CLIENTS.
           IF WS-MVC-ERREUR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       APPLY-CLIENT-MOVEMENTS.
           OPEN INPUT MOUVEMENTS-CLIENTS.
           IF WS-MVC-STATUS = '35'
               DISPLAY "NO CLIENT MOVEMENTS FILE - CLIENTS LEFT AS IS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-MVC-EOF.
           PERFORM UNTIL MVC-AT-END
               READ MOUVEMENTS-CLIENTS
                   AT END
                       MOVE 'Y' TO WS-MVC-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-CLIENT-MOVEMENT
               END-READ
           END-PERFORM.
           CLOSE MOUVEMENTS-CLIENTS.

       APPLY-ONE-CLIENT-MOVEMENT.
           ADD 1 TO WS-MVC-SEQ.
           IF MVC-CLI-CODE = SPACE
               MOVE 'R21' TO WS-REJET-CODE-WK
               MOVE 'CODE CLIENT MANQUANT' TO WS-REJET-DETAIL-WK
               PERFORM REJECT-CLIENT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           IF MVC-DATE-EFFET NOT NUMERIC
               MOVE 'R24' TO WS-REJET-CODE-WK
               MOVE 'DATE EFFET ILLISIBLE' TO WS-REJET-DETAIL-WK
               PERFORM REJECT-CLIENT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           IF MVC-DATE-EFFET > WS-RUN-DATE
               MOVE 'R24' TO WS-REJET-CODE-WK
               MOVE 'DATE EFFET FUTURE - A REPASSER' TO
                   WS-REJET-DETAIL-WK
               PERFORM REJECT-CLIENT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE MVC-CLI-CODE TO CLI-CODE.
           READ CLIENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CLI-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLI-FOUND
           END-READ.
           EVALUATE MVC-CODE
               WHEN 'A'
                   PERFORM CLIENT-MOVEMENT-AJOUT
               WHEN 'M'
                   PERFORM CLIENT-MOVEMENT-MODIF
               WHEN 'S'
                   PERFORM CLIENT-MOVEMENT-SUPPR
               WHEN OTHER
                   MOVE 'R21' TO WS-REJET-CODE-WK
                   MOVE SPACE TO WS-REJET-DETAIL-WK
                   STRING 'CODE MOUVEMENT INCONNU: ' MVC-CODE
                       DELIMITED BY SIZE INTO WS-REJET-DETAIL-WK
                   PERFORM REJECT-CLIENT-MOVEMENT
           END-EVALUATE.

       CLIENT-MOVEMENT-AJOUT.
           IF CLIENT-WAS-FOUND
               MOVE 'R22' TO WS-REJET-CODE-WK
               MOVE 'CODE DEJA AU FICHIER' TO WS-REJET-DETAIL-WK
               PERFORM REJECT-CLIENT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CLIENT-FIELDS.
           IF WS-REJET-CODE-WK NOT = SPACE
               PERFORM REJECT-CLIENT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOVE-CLIENT-FIELDS.
           WRITE CLIENT-RECORD
               INVALID KEY
                   MOVE 'R25' TO WS-REJET-CODE-WK
                   MOVE 'RAISON SOCIALE DEJA AU FICHIER' TO
                       WS-REJET-DETAIL-WK
                   PERFORM REJECT-CLIENT-MOVEMENT
                   EXIT PARAGRAPH
           END-WRITE.
           PERFORM CHECK-CLIENT-STATUS.
           ADD 1 TO WS-MVC-AJOUT.

       CLIENT-MOVEMENT-MODIF.
           IF NOT CLIENT-WAS-FOUND
               MOVE 'R23' TO WS-REJET-CODE-WK
               MOVE 'CODE INCONNU AU FICHIER' TO WS-REJET-DETAIL-WK
               PERFORM REJECT-CLIENT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CLIENT-FIELDS.
           IF WS-REJET-CODE-WK NOT = SPACE
               PERFORM REJECT-CLIENT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOVE-CLIENT-FIELDS.
           REWRITE CLIENT-RECORD
               INVALID KEY
                   MOVE 'R25' TO WS-REJET-CODE-WK
                   MOVE 'RAISON SOCIALE DEJA AU FICHIER' TO
                       WS-REJET-DETAIL-WK
                   PERFORM REJECT-CLIENT-MOVEMENT
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM CHECK-CLIENT-STATUS.
           ADD 1 TO WS-MVC-MODIF.

       CLIENT-MOVEMENT-SUPPR.
           IF NOT CLIENT-WAS-FOUND
               MOVE 'R23' TO WS-REJET-CODE-WK
               MOVE 'CODE INCONNU AU FICHIER' TO WS-REJET-DETAIL-WK
               PERFORM REJECT-CLIENT-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           DELETE CLIENT-MASTER RECORD.
           PERFORM CHECK-CLIENT-STATUS.
           ADD 1 TO WS-MVC-SUPPR.
           DISPLAY "CLIENT SUPPRIME, SES CONTRATS SERONT REJETES: "
               MVC-CLI-CODE.

       CHECK-CLIENT-FIELDS.
           MOVE SPACE TO WS-REJET-CODE-WK.
           IF MVC-RAISON-SOCIALE = SPACE
               MOVE 'R26' TO WS-REJET-CODE-WK
               MOVE 'RAISON SOCIALE MANQUANTE' TO WS-REJET-DETAIL-WK
               EXIT PARAGRAPH
           END-IF.
           IF MVC-ADR-RUE = SPACE OR MVC-ADR-VILLE = SPACE
               MOVE 'R26' TO WS-REJET-CODE-WK
               MOVE 'ADRESSE DE FACTURATION INCOMPL' TO
                   WS-REJET-DETAIL-WK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CURRENCY-VALID.
           MOVE 1 TO WS-CURRENCY-IDX.
           PERFORM UNTIL WS-CURRENCY-IDX > 5
               IF MVC-DEVISE = WS-CURRENCY-CODE(WS-CURRENCY-IDX)
                   MOVE 'Y' TO WS-CURRENCY-VALID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CURRENCY-IDX
           END-PERFORM.
           IF NOT CURRENCY-IS-VALID
               MOVE 'R26' TO WS-REJET-CODE-WK
               MOVE SPACE TO WS-REJET-DETAIL-WK
               STRING 'DEVISE PREFEREE INVALIDE: ' MVC-DEVISE
                   DELIMITED BY SIZE INTO WS-REJET-DETAIL-WK
           END-IF.

       MOVE-CLIENT-FIELDS.
           MOVE SPACE TO CLIENT-RECORD.
           MOVE MVC-CLI-CODE TO CLI-CODE.
           MOVE MVC-RAISON-SOCIALE TO CLI-RAISON-SOCIALE.
           MOVE MVC-SIRET TO CLI-SIRET.
           MOVE MVC-ADR-RUE TO CLI-ADR-RUE.
           MOVE MVC-ADR-CP TO CLI-ADR-CP.
           MOVE MVC-ADR-VILLE TO CLI-ADR-VILLE.
           MOVE MVC-CONTACT TO CLI-CONTACT.
           MOVE MVC-DEVISE TO CLI-DEVISE.

       CHECK-CLIENT-STATUS.
           IF WS-CLI-STATUS NOT = '00' AND WS-CLI-STATUS NOT = '02'
               DISPLAY "ABEND: CLIENT-MASTER UPDATE ERROR STATUS="
                   WS-CLI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COUNT-CLIENTS.
           MOVE LOW-VALUE TO CLI-CODE.
           START CLIENT-MASTER KEY NOT LESS THAN CLI-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-CLI-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-CLI-EOF
           END-START.
           PERFORM UNTIL CLI-AT-END
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLI-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-CLIENTS
               END-READ
           END-PERFORM.

       REJECT-CLIENT-MOVEMENT.
           ADD 1 TO WS-MVC-ERREUR.
           MOVE WS-REJET-CODE-WK TO REJET-CODE.
           MOVE 'MOUVEMENTS-CLI' TO REJET-SOURCE.
           MOVE MVC-CLI-CODE TO REJET-ID.
           MOVE SPACE TO REJET-CONTRAT.
           MOVE WS-REJET-DETAIL-WK TO REJET-DETAIL.
           WRITE REJET-RECORD.
           IF WS-REJET-STATUS NOT = '00'
               DISPLAY "ABEND: REJETS-CLIENTS WRITE ERROR STATUS="
                   WS-REJET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO REJET-RECORD.
