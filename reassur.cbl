       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASSUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSU-MASTER ASSIGN TO
           DYNAMIC WS-MAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.

           SELECT OPTIONAL SINISTRES ASSIGN TO 'sinistres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIN-STATUS.

           SELECT OPTIONAL TRAITES ASSIGN TO
           'traites-reassurance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRT-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT OPTIONAL TAUX-CHANGE ASSIGN TO 'taux-change.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAUX-STATUS.

           SELECT BORDEREAUX ASSIGN TO 'bordereaux-reassurance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSU-MASTER
           RECORD CONTAINS 157 CHARACTERS.

       01 MASTER-RECORD.
           02 MAST-KEY.
               03 MAST-ID          PIC X(8).
               03 MAST-CONTRAT     PIC X(14).
           02 MAST-ORIGIN          PIC X(5).
           02 FILLER               PIC X.
           02 MAST-DATA            PIC X(125).
           02 FILLER               PIC X.
           02 MAST-AGENCE          PIC X(3).

       FD SINISTRES
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.

       01 SINISTRE-RECORD.
           02 SIN-ID               PIC X(8).
           02 FILLER               PIC X.
           02 SIN-CONTRAT          PIC X(14).
           02 FILLER               PIC X.
           02 SIN-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 SIN-MONTANT          PIC S9(10) SIGN LEADING SEPARATE.

       FD TRAITES
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.

       01 TRAITE-RECORD.
           02 TRT-CONTRAT          PIC X(14).
           02 FILLER               PIC X.
           02 TRT-REASSUREUR       PIC X(20).
           02 FILLER               PIC X.
           02 TRT-CESSION          PIC 9(3)V99.
           02 FILLER               PIC X.
           02 TRT-COMMISSION       PIC 9(3)V99.
           02 FILLER               PIC X.
           02 TRT-RETENTION        PIC 9(10).

       FD PARAM-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 PARAM-RECORD          PIC X(80).

       FD TAUX-CHANGE
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.

       01 TAUX-RECORD.
           02 TX-CODE              PIC X(3).
           02 FILLER               PIC X.
           02 TX-RATE              PIC 9(4)V9(6).
           02 FILLER               PIC X.
           02 TX-DATE              PIC X(8).

       FD BORDEREAUX
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 BORDEREAU-ENTRY       PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-SIN-STATUS         PIC X(2).
       01 WS-TRT-STATUS         PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-TAUX-STATUS        PIC X(2).
       01 WS-BRD-STATUS         PIC X(2).
       01 WS-MAST-EOF           PIC X VALUE 'N'.
           88 MASTER-AT-END         VALUE 'Y'.
       01 WS-SIN-EOF            PIC X VALUE 'N'.
           88 SIN-AT-END            VALUE 'Y'.
       01 WS-TRT-EOF            PIC X VALUE 'N'.
           88 TRAITES-AT-END        VALUE 'Y'.
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.
       01 WS-TAUX-EOF           PIC X VALUE 'N'.
           88 TAUX-AT-END           VALUE 'Y'.

       01 WS-PARAM-KEY          PIC X(20).
       01 WS-PARAM-VALUE        PIC X(60).
       01 WS-AGENCE             PIC X(3) VALUE SPACE.
       01 WS-MAST-NAME          PIC X(30) VALUE
           'assurances-master.dat'.
       01 WS-TRIMESTRE          PIC X(5) VALUE SPACE.
       01 WS-TRIM-NUM REDEFINES WS-TRIMESTRE.
           02 WS-TRIM-ANNEE     PIC 9(4).
           02 WS-TRIM-NO        PIC 9.
       01 WS-TRIM-DEBUT         PIC 9(8) VALUE 0.
       01 WS-TRIM-FIN           PIC 9(8) VALUE 0.
       01 WS-TRIM-MOIS          PIC 9(2) VALUE 0.
       01 WS-TRIM-JOUR          PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS-TABLE.
           02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           02 WS-MONTH-DAY OCCURS 12 TIMES PIC 9(2).

       01 WS-CURRENCY-TABLE.
           02 FILLER PIC X(3) VALUE "EUR".
           02 FILLER PIC X(3) VALUE "USD".
           02 FILLER PIC X(3) VALUE "GBP".
           02 FILLER PIC X(3) VALUE "CHF".
           02 FILLER PIC X(3) VALUE "JPY".
       01 WS-CURRENCY-CODES REDEFINES WS-CURRENCY-TABLE.
           02 WS-CURRENCY-CODE OCCURS 5 TIMES PIC X(3).
       01 WS-CURRENCY-IDX       PIC 9(2) VALUE 0.
       01 WS-RATE-IDX           PIC 9(2) VALUE 0.
       01 WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 5 TIMES.
               03 WS-RATE-CODE     PIC X(3).
               03 WS-RATE-VALUE    PIC 9(4)V9(6).
               03 WS-RATE-DATE     PIC X(8).
               03 WS-RATE-LOADED   PIC X.
       01 WS-DEVISE             PIC X(3) VALUE SPACE.
       01 WS-PRIME-EUR          PIC S9(10) VALUE 0.
       01 WS-PRIME-EUR-OK       PIC X VALUE 'N'.

       01 WS-TRAITE-TABLE.
           02 TRAITE-ROW OCCURS 50 TIMES.
            03 TR-CONTRAT     PIC X(14)  VALUE SPACE.
            03 TR-REASSUREUR  PIC X(20)  VALUE SPACE.
            03 TR-CESSION     PIC 9(3)V99 VALUE 0.
            03 TR-COMMISSION  PIC 9(3)V99 VALUE 0.
            03 TR-RETENTION   PIC 9(10)  VALUE 0.
            03 TR-NB-CONTRATS PIC 9(5)   VALUE 0.
            03 TR-NB-SINISTRES PIC 9(5)  VALUE 0.
            03 TR-PRIME       PIC S9(12) VALUE 0.
            03 TR-PRIME-CEDEE PIC S9(12) VALUE 0.
            03 TR-COMM-CEDEE  PIC S9(12) VALUE 0.
            03 TR-SIN-CEDE    PIC S9(12) VALUE 0.
            03 TR-IMPRIME     PIC X      VALUE 'N'.
       01 WS-TRAITE-COUNT       PIC 9(3) VALUE 0.
       01 WS-TRAITE-IDX         PIC 9(3) VALUE 0.
       01 WS-TRAITE-REJETS      PIC 9(3) VALUE 0.
       01 WS-GRP-IDX            PIC 9(3) VALUE 0.
       01 WS-KEY-CONTRAT        PIC X(14) VALUE SPACE.
       01 WS-KEY-REASSUREUR     PIC X(20) VALUE SPACE.

       01 WS-CEDE-PRIME         PIC S9(10) VALUE 0.
       01 WS-CEDE-COMM          PIC S9(10) VALUE 0.
       01 WS-CEDE-SIN           PIC S9(10) VALUE 0.
       01 WS-CEDE-TAUX          PIC 9V9(6) VALUE 0.
       01 WS-RETENU             PIC S9(10) VALUE 0.

       01 WS-PRIX-TEXT          PIC X(12).
       01 WS-PRIX-VALUE         PIC S9(10).
       01 WS-PRIX-NEG           PIC X.
       01 WS-PRIX-POS           PIC 9(2).
       01 WS-PRIX-CHAR          PIC X.
       01 WS-PRIX-DIGIT         PIC 9.
       01 WS-ECHEANCE           PIC X(8).

       01 WS-NB-LUS             PIC 9(5) VALUE 0.
       01 WS-NB-CEDES           PIC 9(5) VALUE 0.
       01 WS-NB-SANS-TRAITE     PIC 9(5) VALUE 0.
       01 WS-NB-NON-VALORISES   PIC 9(5) VALUE 0.
       01 WS-SIN-LUS            PIC 9(5) VALUE 0.
       01 WS-SIN-CEDES          PIC 9(5) VALUE 0.
       01 WS-SIN-CLE-INCONNUE   PIC 9(5) VALUE 0.
       01 WS-NB-REASSUREURS     PIC 9(3) VALUE 0.

       01 WS-SUB-PRIME          PIC S9(12) VALUE 0.
       01 WS-SUB-PRIME-CEDEE    PIC S9(12) VALUE 0.
       01 WS-SUB-COMM           PIC S9(12) VALUE 0.
       01 WS-SUB-SIN            PIC S9(12) VALUE 0.
       01 WS-SOLDE              PIC S9(12) VALUE 0.
       01 WS-TOT-PRIME-CEDEE    PIC S9(12) VALUE 0.
       01 WS-TOT-COMM           PIC S9(12) VALUE 0.
       01 WS-TOT-SIN            PIC S9(12) VALUE 0.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYY       PIC 9(4).
           02 WS-RUN-MM         PIC 9(2).
           02 WS-RUN-DD         PIC 9(2).
       01 WS-PRINT-LINE         PIC X(125).
       01 WS-PRIME-DISPLAY      PIC -(11)9.
       01 WS-CEDEE-DISPLAY      PIC -(11)9.
       01 WS-COMM-DISPLAY       PIC -(11)9.
       01 WS-SIN-DISPLAY        PIC -(11)9.
       01 WS-SOLDE-DISPLAY      PIC -(11)9.
       01 WS-PCT-DISPLAY        PIC ZZ9.99.
       01 WS-COMM-PCT-DISPLAY   PIC ZZ9.99.
       01 WS-MAX-SEVERITY       PIC 9(2) VALUE 0.

       01 TETE-BORDEREAU  PIC X(125) VALUE
           "                 BORDEREAU DE CESSION EN QUOTE-PART".

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAM-CARD.
           IF WS-TRIMESTRE = SPACE
               PERFORM DEFAULT-TRIMESTRE
           END-IF.
           IF WS-TRIMESTRE IS NOT NUMERIC
               OR WS-TRIM-NO < 1 OR WS-TRIM-NO > 4
               DISPLAY "ABEND: TRIMESTRE INVALIDE " WS-TRIMESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-TRIM-MOIS = (WS-TRIM-NO - 1) * 3 + 1.
           COMPUTE WS-TRIM-DEBUT = WS-TRIM-ANNEE * 10000
               + WS-TRIM-MOIS * 100 + 1.
           MOVE WS-MONTH-DAY(WS-TRIM-MOIS + 2) TO WS-TRIM-JOUR.
           COMPUTE WS-TRIM-FIN = WS-TRIM-ANNEE * 10000
               + (WS-TRIM-MOIS + 2) * 100 + WS-TRIM-JOUR.
           DISPLAY "TRIMESTRE " WS-TRIMESTRE " DU " WS-TRIM-DEBUT
               " AU " WS-TRIM-FIN.

           PERFORM LOAD-TRAITES.
           IF WS-TRAITE-COUNT = 0
               DISPLAY "ABEND: AUCUN TRAITE DE REASSURANCE VALIDE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-EXCHANGE-RATES.

           OPEN INPUT ASSU-MASTER.
           IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '05'
               DISPLAY "ABEND: ASSU-MASTER OPEN ERROR STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CEDE-PRIMES.
           PERFORM CEDE-SINISTRES.
           CLOSE ASSU-MASTER.

           PERFORM WRITE-BORDEREAUX.

           IF WS-TRAITE-REJETS > 0 OR WS-NB-NON-VALORISES > 0
               OR WS-SIN-CLE-INCONNUE > 0
               MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY "REASSUR: " WS-NB-CEDES " CONTRATS CEDES, "
               WS-SIN-CEDES " SINISTRES CEDES, "
               WS-NB-REASSUREURS " BORDEREAUX".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

       READ-PARAM-CARD.
           OPEN INPUT PARAM-CARD.
           IF WS-PARAM-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PARAM-EOF.
           PERFORM UNTIL PARAM-AT-END
               READ PARAM-CARD
                   AT END
                       MOVE 'Y' TO WS-PARAM-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-PARAM
               END-READ
           END-PERFORM.
           CLOSE PARAM-CARD.
           PERFORM BUILD-AGENCY-NAMES.

       APPLY-ONE-PARAM.
           IF PARAM-RECORD = SPACE OR PARAM-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-PARAM-KEY.
           MOVE SPACE TO WS-PARAM-VALUE.
           UNSTRING PARAM-RECORD DELIMITED BY '='
               INTO WS-PARAM-KEY WS-PARAM-VALUE.
           IF WS-PARAM-KEY = 'AGENCE'
               MOVE WS-PARAM-VALUE(1:3) TO WS-AGENCE
           END-IF.
           IF WS-PARAM-KEY = 'TRIMESTRE'
               MOVE WS-PARAM-VALUE(1:5) TO WS-TRIMESTRE
           END-IF.

       BUILD-AGENCY-NAMES.
           IF WS-AGENCE = SPACE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AGENCE ACTIVE : " WS-AGENCE.
           MOVE SPACE TO WS-MAST-NAME.
           STRING 'assurances-master-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-MAST-NAME.

       DEFAULT-TRIMESTRE.
           MOVE WS-RUN-YYYY TO WS-TRIM-ANNEE.
           COMPUTE WS-TRIM-NO = (WS-RUN-MM - 1) / 3.
           IF WS-TRIM-NO = 0
               SUBTRACT 1 FROM WS-TRIM-ANNEE
               MOVE 4 TO WS-TRIM-NO
           END-IF.

       LOAD-TRAITES.
           OPEN INPUT TRAITES.
           IF WS-TRT-STATUS = '35'
               DISPLAY "NO TREATY FILE traites-reassurance.dat"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-TRT-EOF.
           PERFORM UNTIL TRAITES-AT-END
               READ TRAITES
                   AT END
                       MOVE 'Y' TO WS-TRT-EOF
                   NOT AT END
                       PERFORM STORE-ONE-TRAITE
               END-READ
           END-PERFORM.
           CLOSE TRAITES.

       STORE-ONE-TRAITE.
           IF TRAITE-RECORD = SPACE OR TRAITE-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           IF TRT-CONTRAT = SPACE OR TRT-REASSUREUR = SPACE
               OR TRT-CESSION NOT NUMERIC
               OR TRT-COMMISSION NOT NUMERIC
               OR TRT-RETENTION NOT NUMERIC
               ADD 1 TO WS-TRAITE-REJETS
               DISPLAY "TRAITE INVALIDE IGNORE: " TRT-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           IF TRT-CESSION > 100 OR TRT-COMMISSION > 100
               ADD 1 TO WS-TRAITE-REJETS
               DISPLAY "TRAITE HORS BORNES IGNORE: " TRT-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           MOVE TRT-CONTRAT TO WS-KEY-CONTRAT.
           PERFORM FIND-TRAITE.
           IF WS-TRAITE-IDX > 0
               ADD 1 TO WS-TRAITE-REJETS
               DISPLAY "TRAITE EN DOUBLE IGNORE: " TRT-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRAITE-COUNT NOT < 50
               ADD 1 TO WS-TRAITE-REJETS
               DISPLAY "TABLE DES TRAITES PLEINE, IGNORE: "
                   TRT-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRAITE-COUNT.
           MOVE TRT-CONTRAT TO TR-CONTRAT(WS-TRAITE-COUNT).
           MOVE TRT-REASSUREUR TO TR-REASSUREUR(WS-TRAITE-COUNT).
           MOVE TRT-CESSION TO TR-CESSION(WS-TRAITE-COUNT).
           MOVE TRT-COMMISSION TO TR-COMMISSION(WS-TRAITE-COUNT).
           MOVE TRT-RETENTION TO TR-RETENTION(WS-TRAITE-COUNT).

       FIND-TRAITE.
           MOVE 1 TO WS-TRAITE-IDX.
           PERFORM UNTIL WS-TRAITE-IDX > WS-TRAITE-COUNT
               IF TR-CONTRAT(WS-TRAITE-IDX) = WS-KEY-CONTRAT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TRAITE-IDX
           END-PERFORM.
           MOVE 0 TO WS-TRAITE-IDX.

       CEDE-PRIMES.
           MOVE LOW-VALUE TO MAST-KEY.
           START ASSU-MASTER KEY NOT LESS THAN MAST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MAST-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-MAST-EOF
           END-START.
           PERFORM UNTIL MASTER-AT-END
               READ ASSU-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MAST-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM CEDE-ONE-PRIME
               END-READ
           END-PERFORM.

       CEDE-ONE-PRIME.
           IF MAST-DATA(82:8) = 'RESILIE'
               EXIT PARAGRAPH
           END-IF.
           MOVE MAST-DATA(91:8) TO WS-ECHEANCE.
           IF WS-ECHEANCE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-ECHEANCE < WS-TRIM-DEBUT OR WS-ECHEANCE > WS-TRIM-FIN
               EXIT PARAGRAPH
           END-IF.
           MOVE MAST-DATA(10:14) TO WS-KEY-CONTRAT.
           PERFORM FIND-TRAITE.
           IF WS-TRAITE-IDX = 0
               ADD 1 TO WS-NB-SANS-TRAITE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           MOVE MAST-DATA(119:3) TO WS-DEVISE.
           PERFORM CONVERT-PRIME-EUR.
           IF WS-PRIME-EUR-OK NOT = 'Y'
               ADD 1 TO WS-NB-NON-VALORISES
               DISPLAY "PRIME NON VALORISEE EN EUR, HORS CESSION: "
                   MAST-ID " " MAST-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-CESSION.
           ADD 1 TO WS-NB-CEDES.
           ADD 1 TO TR-NB-CONTRATS(WS-TRAITE-IDX).
           ADD WS-PRIME-EUR TO TR-PRIME(WS-TRAITE-IDX).
           ADD WS-CEDE-PRIME TO TR-PRIME-CEDEE(WS-TRAITE-IDX).
           ADD WS-CEDE-COMM TO TR-COMM-CEDEE(WS-TRAITE-IDX).

       COMPUTE-CESSION.
           COMPUTE WS-CEDE-PRIME ROUNDED =
               WS-PRIME-EUR * TR-CESSION(WS-TRAITE-IDX) / 100.
           COMPUTE WS-RETENU = WS-PRIME-EUR - WS-CEDE-PRIME.
           IF TR-RETENTION(WS-TRAITE-IDX) > 0
               AND WS-RETENU > TR-RETENTION(WS-TRAITE-IDX)
               COMPUTE WS-CEDE-PRIME = WS-PRIME-EUR
                   - TR-RETENTION(WS-TRAITE-IDX)
           END-IF.
           IF WS-PRIME-EUR > 0
               COMPUTE WS-CEDE-TAUX ROUNDED =
                   WS-CEDE-PRIME / WS-PRIME-EUR
           ELSE
               COMPUTE WS-CEDE-TAUX ROUNDED =
                   TR-CESSION(WS-TRAITE-IDX) / 100
           END-IF.
           COMPUTE WS-CEDE-COMM ROUNDED =
               WS-CEDE-PRIME * TR-COMMISSION(WS-TRAITE-IDX) / 100.

       CEDE-SINISTRES.
           OPEN INPUT SINISTRES.
           IF WS-SIN-STATUS = '35'
               DISPLAY "NO CLAIMS FILE - PREMIUM SIDE ONLY"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SIN-EOF.
           PERFORM UNTIL SIN-AT-END
               READ SINISTRES
                   AT END
                       MOVE 'Y' TO WS-SIN-EOF
                   NOT AT END
                       PERFORM CEDE-ONE-SINISTRE
               END-READ
           END-PERFORM.
           CLOSE SINISTRES.

       CEDE-ONE-SINISTRE.
           IF SIN-DATE NOT NUMERIC OR SIN-MONTANT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF SIN-DATE < WS-TRIM-DEBUT OR SIN-DATE > WS-TRIM-FIN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SIN-LUS.
           MOVE SIN-ID TO MAST-ID.
           MOVE SIN-CONTRAT TO MAST-CONTRAT.
           READ ASSU-MASTER
               INVALID KEY
                   ADD 1 TO WS-SIN-CLE-INCONNUE
                   DISPLAY "SINISTRE SUR CLE INCONNUE, NON CEDE: "
                       SIN-ID " " SIN-CONTRAT
                   EXIT PARAGRAPH
           END-READ.
           MOVE MAST-DATA(10:14) TO WS-KEY-CONTRAT.
           PERFORM FIND-TRAITE.
           IF WS-TRAITE-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           MOVE MAST-DATA(119:3) TO WS-DEVISE.
           PERFORM CONVERT-PRIME-EUR.
           PERFORM COMPUTE-CESSION.
           COMPUTE WS-CEDE-SIN ROUNDED = SIN-MONTANT * WS-CEDE-TAUX.
           ADD 1 TO WS-SIN-CEDES.
           ADD 1 TO TR-NB-SINISTRES(WS-TRAITE-IDX).
           ADD WS-CEDE-SIN TO TR-SIN-CEDE(WS-TRAITE-IDX).

       WRITE-BORDEREAUX.
           OPEN OUTPUT BORDEREAUX.
           IF WS-BRD-STATUS NOT = '00'
               DISPLAY "ABEND: BORDEREAUX OPEN ERROR STATUS="
                   WS-BRD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-TRAITE-IDX.
           PERFORM UNTIL WS-TRAITE-IDX > WS-TRAITE-COUNT
               IF TR-IMPRIME(WS-TRAITE-IDX) = 'N'
                   PERFORM WRITE-ONE-BORDEREAU
               END-IF
               ADD 1 TO WS-TRAITE-IDX
           END-PERFORM.
           MOVE ALL '=' TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE WS-TOT-PRIME-CEDEE TO WS-CEDEE-DISPLAY.
           MOVE WS-TOT-COMM TO WS-COMM-DISPLAY.
           MOVE WS-TOT-SIN TO WS-SIN-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "TOUS REASSUREURS : PRIMES CEDEES=" WS-CEDEE-DISPLAY
               " COMMISSIONS=" WS-COMM-DISPLAY
               " SINISTRES CEDES=" WS-SIN-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "CONTRATS SANS TRAITE=" WS-NB-SANS-TRAITE
               " NON VALORISES EN EUR=" WS-NB-NON-VALORISES
               " SINISTRES SUR CLE INCONNUE=" WS-SIN-CLE-INCONNUE
               " TRAITES REJETES=" WS-TRAITE-REJETS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           CLOSE BORDEREAUX.

       WRITE-ONE-BORDEREAU.
           ADD 1 TO WS-NB-REASSUREURS.
           MOVE TR-REASSUREUR(WS-TRAITE-IDX) TO WS-KEY-REASSUREUR.
           MOVE 0 TO WS-SUB-PRIME.
           MOVE 0 TO WS-SUB-PRIME-CEDEE.
           MOVE 0 TO WS-SUB-COMM.
           MOVE 0 TO WS-SUB-SIN.
           MOVE ALL '=' TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE TETE-BORDEREAU TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "REASSUREUR : " WS-KEY-REASSUREUR
               " - TRIMESTRE " WS-TRIMESTRE
               " (" WS-TRIM-DEBUT " AU " WS-TRIM-FIN ")"
               " - RUN DU " WS-RUN-DATE " - MONTANTS EN EUR"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE ALL '=' TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           MOVE "CONTRAT          CESS%  COMM%    NB" TO WS-PRINT-LINE.
           MOVE "PRIME BRUTE" TO WS-PRINT-LINE(36:11).
           MOVE "PRIME CEDEE" TO WS-PRINT-LINE(49:11).
           MOVE "COMMISSION" TO WS-PRINT-LINE(63:10).
           MOVE "NB SIN" TO WS-PRINT-LINE(73:6).
           MOVE "SIN. CEDES" TO WS-PRINT-LINE(81:10).
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE ALL '-' TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE WS-TRAITE-IDX TO WS-GRP-IDX.
           PERFORM UNTIL WS-GRP-IDX > WS-TRAITE-COUNT
               IF TR-IMPRIME(WS-GRP-IDX) = 'N'
                   AND TR-REASSUREUR(WS-GRP-IDX) = WS-KEY-REASSUREUR
                   PERFORM WRITE-ONE-TRAITE-LINE
               END-IF
               ADD 1 TO WS-GRP-IDX
           END-PERFORM.
           MOVE ALL '-' TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           COMPUTE WS-SOLDE = WS-SUB-PRIME-CEDEE - WS-SUB-COMM
               - WS-SUB-SIN.
           MOVE WS-SUB-PRIME-CEDEE TO WS-CEDEE-DISPLAY.
           MOVE WS-SUB-COMM TO WS-COMM-DISPLAY.
           MOVE WS-SUB-SIN TO WS-SIN-DISPLAY.
           MOVE WS-SOLDE TO WS-SOLDE-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  PRIMES CEDEES         " WS-CEDEE-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  COMMISSION DE CESSION " WS-COMM-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  SINISTRES CEDES       " WS-SIN-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           IF WS-SOLDE < 0
               STRING "  SOLDE NET             " WS-SOLDE-DISPLAY
                   "  EN NOTRE FAVEUR"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  SOLDE NET             " WS-SOLDE-DISPLAY
                   "  DU AU REASSUREUR"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.
           ADD WS-SUB-PRIME-CEDEE TO WS-TOT-PRIME-CEDEE.
           ADD WS-SUB-COMM TO WS-TOT-COMM.
           ADD WS-SUB-SIN TO WS-TOT-SIN.

       WRITE-ONE-TRAITE-LINE.
           MOVE 'O' TO TR-IMPRIME(WS-GRP-IDX).
           ADD TR-PRIME(WS-GRP-IDX) TO WS-SUB-PRIME.
           ADD TR-PRIME-CEDEE(WS-GRP-IDX) TO WS-SUB-PRIME-CEDEE.
           ADD TR-COMM-CEDEE(WS-GRP-IDX) TO WS-SUB-COMM.
           ADD TR-SIN-CEDE(WS-GRP-IDX) TO WS-SUB-SIN.
           MOVE TR-CESSION(WS-GRP-IDX) TO WS-PCT-DISPLAY.
           MOVE TR-COMMISSION(WS-GRP-IDX) TO WS-COMM-PCT-DISPLAY.
           MOVE TR-PRIME(WS-GRP-IDX) TO WS-PRIME-DISPLAY.
           MOVE TR-PRIME-CEDEE(WS-GRP-IDX) TO WS-CEDEE-DISPLAY.
           MOVE TR-COMM-CEDEE(WS-GRP-IDX) TO WS-COMM-DISPLAY.
           MOVE TR-SIN-CEDE(WS-GRP-IDX) TO WS-SIN-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING TR-CONTRAT(WS-GRP-IDX) " " WS-PCT-DISPLAY " "
               WS-COMM-PCT-DISPLAY " " TR-NB-CONTRATS(WS-GRP-IDX)
               WS-PRIME-DISPLAY " " WS-CEDEE-DISPLAY " "
               WS-COMM-DISPLAY " " TR-NB-SINISTRES(WS-GRP-IDX)
               WS-SIN-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO BORDEREAU-ENTRY.
           WRITE BORDEREAU-ENTRY.

       CONVERT-PRIME-EUR.
           MOVE 'N' TO WS-PRIME-EUR-OK.
           MOVE 0 TO WS-PRIME-EUR.
           MOVE 0 TO WS-RATE-IDX.
           MOVE 1 TO WS-CURRENCY-IDX.
           PERFORM UNTIL WS-CURRENCY-IDX > 5
               IF WS-DEVISE = WS-RATE-CODE(WS-CURRENCY-IDX)
                   MOVE WS-CURRENCY-IDX TO WS-RATE-IDX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CURRENCY-IDX
           END-PERFORM.
           IF WS-RATE-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEVISE = 'EUR'
               MOVE WS-PRIX-VALUE TO WS-PRIME-EUR
               MOVE 'Y' TO WS-PRIME-EUR-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-LOADED(WS-RATE-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRIME-EUR ROUNDED =
               WS-PRIX-VALUE * WS-RATE-VALUE(WS-RATE-IDX)
               ON SIZE ERROR
                   MOVE 0 TO WS-PRIME-EUR
               NOT ON SIZE ERROR
                   MOVE 'Y' TO WS-PRIME-EUR-OK
           END-COMPUTE.

       LOAD-EXCHANGE-RATES.
           MOVE 1 TO WS-CURRENCY-IDX.
           PERFORM UNTIL WS-CURRENCY-IDX > 5
               MOVE WS-CURRENCY-CODE(WS-CURRENCY-IDX) TO
                   WS-RATE-CODE(WS-CURRENCY-IDX)
               MOVE 0 TO WS-RATE-VALUE(WS-CURRENCY-IDX)
               MOVE SPACE TO WS-RATE-DATE(WS-CURRENCY-IDX)
               MOVE 'N' TO WS-RATE-LOADED(WS-CURRENCY-IDX)
               ADD 1 TO WS-CURRENCY-IDX
           END-PERFORM.
           MOVE 1 TO WS-RATE-VALUE(1).
           MOVE 'Y' TO WS-RATE-LOADED(1).
           OPEN INPUT TAUX-CHANGE.
           IF WS-TAUX-STATUS = '35'
               DISPLAY "NO EXCHANGE RATE FILE - FOREIGN CURRENCY ROWS"
                   " STAY EXCLUDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-TAUX-EOF.
           PERFORM UNTIL TAUX-AT-END
               READ TAUX-CHANGE
                   AT END
                       MOVE 'Y' TO WS-TAUX-EOF
                   NOT AT END
                       PERFORM STORE-ONE-RATE
               END-READ
           END-PERFORM.
           CLOSE TAUX-CHANGE.

       STORE-ONE-RATE.
           IF TX-RATE NOT NUMERIC
               DISPLAY "TAUX NON NUMERIQUE IGNORE, DEVISE=" TX-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO WS-CURRENCY-IDX.
           PERFORM UNTIL WS-CURRENCY-IDX > 5
               IF TX-CODE = WS-RATE-CODE(WS-CURRENCY-IDX)
                   MOVE TX-RATE TO WS-RATE-VALUE(WS-CURRENCY-IDX)
                   MOVE TX-DATE TO WS-RATE-DATE(WS-CURRENCY-IDX)
                   MOVE 'Y' TO WS-RATE-LOADED(WS-CURRENCY-IDX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CURRENCY-IDX
           END-PERFORM.

       CONVERT-PRIX-TEXT.
           MOVE 0 TO WS-PRIX-VALUE.
           MOVE 'N' TO WS-PRIX-NEG.
           MOVE 1 TO WS-PRIX-POS.
           PERFORM UNTIL WS-PRIX-POS > 12
               MOVE WS-PRIX-TEXT(WS-PRIX-POS:1) TO WS-PRIX-CHAR
               IF WS-PRIX-CHAR = '-'
                   MOVE 'Y' TO WS-PRIX-NEG
               END-IF
               IF WS-PRIX-CHAR NUMERIC
                   MOVE WS-PRIX-CHAR TO WS-PRIX-DIGIT
                   COMPUTE WS-PRIX-VALUE =
                       WS-PRIX-VALUE * 10 + WS-PRIX-DIGIT
               END-IF
               ADD 1 TO WS-PRIX-POS
           END-PERFORM.
           IF WS-PRIX-NEG = 'Y'
               COMPUTE WS-PRIX-VALUE = 0 - WS-PRIX-VALUE
           END-IF.
