       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEASSU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSU-MASTER ASSIGN TO
           DYNAMIC WS-MAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.

           SELECT OPTIONAL QUITTANCES ASSIGN TO 'quittances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-QUIT-STATUS.

           SELECT OPTIONAL TAUX-TAXE ASSIGN TO 'taux-taxe.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TXA-STATUS.

           SELECT OPTIONAL TAUX-CHANGE ASSIGN TO 'taux-change.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAUX-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT GL-INTERFACE ASSIGN TO 'interface-gl-taxe.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT DECLARATION-TAXE ASSIGN TO 'declaration-taxe.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DECL-STATUS.

           SELECT DETAIL-TAXE ASSIGN TO 'detail-taxe.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DET-STATUS.

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

       FD QUITTANCES
           RECORD CONTAINS 97 CHARACTERS
           RECORDING MODE IS F.

       01 QUITTANCE-RECORD.
           02 QUIT-ID              PIC X(8).
           02 FILLER               PIC X.
           02 QUIT-CONTRAT         PIC X(14).
           02 FILLER               PIC X.
           02 QUIT-ENTREPRISE      PIC X(41).
           02 FILLER               PIC X.
           02 QUIT-ECHEANCE        PIC 9(8).
           02 FILLER               PIC X.
           02 QUIT-PRIX            PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 QUIT-REGLE           PIC X.
           02 FILLER               PIC X.
           02 QUIT-DATE-REGL       PIC 9(8).

       FD TAUX-TAXE
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.

       01 TAXE-RECORD.
           02 TXA-CONTRAT          PIC X(14).
           02 FILLER               PIC X.
           02 TXA-DATE-EFFET       PIC 9(8).
           02 FILLER               PIC X.
           02 TXA-CATEGORIE        PIC X(4).
           02 FILLER               PIC X.
           02 TXA-TAUX             PIC 9(2)V99.
           02 FILLER               PIC X.
           02 TXA-LIBELLE          PIC X(30).

       FD TAUX-CHANGE
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.

       01 TAUX-RECORD.
           02 TX-CODE              PIC X(3).
           02 FILLER               PIC X.
           02 TX-RATE              PIC 9(4)V9(6).
           02 FILLER               PIC X.
           02 TX-DATE              PIC X(8).

       FD PARAM-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 PARAM-RECORD          PIC X(80).

       FD GL-INTERFACE
           RECORD CONTAINS 87 CHARACTERS
           RECORDING MODE IS F.

       01 GL-RECORD.
           02 GL-TYPE              PIC X.
           02 FILLER               PIC X.
           02 GL-ENTREPRISE        PIC X(41).
           02 FILLER               PIC X.
           02 GL-DEVISE            PIC X(3).
           02 FILLER               PIC X.
           02 GL-COMPTE            PIC X(6).
           02 FILLER               PIC X.
           02 GL-MONTANT           PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 GL-MONTANT-EUR       PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 GL-DATE              PIC 9(8).
       01 GL-TRAILER REDEFINES GL-RECORD.
           02 GL-TRL-TYPE          PIC X.
           02 FILLER               PIC X.
           02 GL-TRL-NB            PIC 9(5).
           02 FILLER               PIC X.
           02 GL-TRL-HASH          PIC 9(12).
           02 FILLER               PIC X(67).

       FD DECLARATION-TAXE
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 DECLARATION-ENTRY     PIC X(125).

       FD DETAIL-TAXE
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 DETAIL-ENTRY          PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-QUIT-STATUS        PIC X(2).
       01 WS-TXA-STATUS         PIC X(2).
       01 WS-TAUX-STATUS        PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-GL-STATUS          PIC X(2).
       01 WS-DECL-STATUS        PIC X(2).
       01 WS-DET-STATUS         PIC X(2).
       01 WS-QUIT-EOF           PIC X VALUE 'N'.
           88 QUIT-AT-END           VALUE 'Y'.
       01 WS-TXA-EOF            PIC X VALUE 'N'.
           88 TAXE-AT-END           VALUE 'Y'.
       01 WS-TAUX-EOF           PIC X VALUE 'N'.
           88 TAUX-AT-END           VALUE 'Y'.
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.

       01 WS-PARAM-KEY          PIC X(20).
       01 WS-PARAM-VALUE        PIC X(60).
       01 WS-RUN-MODE           PIC X(10) VALUE 'NORMAL'.
           88 SIMULATION-MODE       VALUE 'SIMULATION'.
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

       01 WS-TAXE-TABLE.
           02 TAXE-ROW OCCURS 50 TIMES.
            03 TT-CONTRAT     PIC X(14) VALUE SPACE.
            03 TT-DATE-EFFET  PIC 9(8)  VALUE 0.
            03 TT-CATEGORIE   PIC X(4)  VALUE SPACE.
            03 TT-TAUX        PIC 9(2)V99 VALUE 0.
            03 TT-LIBELLE     PIC X(30) VALUE SPACE.
       01 WS-TAXE-COUNT         PIC 9(3) VALUE 0.
       01 WS-TAXE-IDX           PIC 9(3) VALUE 0.
       01 WS-TAXE-FOUND         PIC 9(3) VALUE 0.
       01 WS-TAXE-OVFL          PIC 9(3) VALUE 0.

       01 WS-CATEGORIE-TOTALS.
           02 CAT-ENTRY OCCURS 50 TIMES.
            03 CT-CATEGORIE   PIC X(4)  VALUE SPACE.
            03 CT-TAUX        PIC 9(2)V99 VALUE 0.
            03 CT-LIBELLE     PIC X(30) VALUE SPACE.
            03 CT-NB          PIC 9(5)  VALUE 0.
            03 CT-TTC-EUR     PIC S9(12) VALUE 0.
            03 CT-BASE-EUR    PIC S9(12) VALUE 0.
            03 CT-TAXE-EUR    PIC S9(12) VALUE 0.
       01 WS-CAT-COUNT          PIC 9(3) VALUE 0.
       01 WS-CAT-IDX            PIC 9(3) VALUE 0.

       01 WS-KEY-ENTREPRISE     PIC X(41) VALUE SPACE.
       01 WS-KEY-CONTRAT        PIC X(14) VALUE SPACE.
       01 WS-KEY-DEVISE         PIC X(3)  VALUE SPACE.

       01 WS-GL-COUNT           PIC 9(3) VALUE 0.
       01 WS-GL-IDX             PIC 9(3) VALUE 0.
       01 WS-GL-OVFL            PIC 9(3) VALUE 0.
       01 WS-GL-FOUND           PIC X VALUE 'N'.
           88 GL-SLOT-FOUND         VALUE 'Y'.
       01 WS-GL-RECORDS         PIC 9(5) VALUE 0.
       01 WS-GL-HASH            PIC 9(12) VALUE 0.
       01 WS-GL-HASH-WK         PIC S9(10) VALUE 0.
       01 WS-GL-DEBITS          PIC S9(12) VALUE 0.
       01 WS-GL-CREDITS         PIC S9(12) VALUE 0.
       01 WS-GL-MVT             PIC S9(10) VALUE 0.
       01 WS-GL-MVT-EUR         PIC S9(10) VALUE 0.
       01 WS-GL-COMPTE-DEBIT    PIC X(6).
       01 WS-GL-COMPTE-CREDIT   PIC X(6).
       01 WS-GL-TOTALS.
           02 GL-TOTAL-ENTRY OCCURS 101 TIMES.
               03 WS-GL-T-ENTREPRISE  PIC X(41) VALUE SPACE.
               03 WS-GL-T-DEVISE      PIC X(3)  VALUE SPACE.
               03 WS-GL-T-MONTANT     PIC S9(10) VALUE 0.
               03 WS-GL-T-EUR         PIC S9(10) VALUE 0.

       01 WS-TTC                PIC S9(10) VALUE 0.
       01 WS-TTC-EUR            PIC S9(10) VALUE 0.
       01 WS-TAXE               PIC S9(10) VALUE 0.
       01 WS-TAXE-EUR           PIC S9(10) VALUE 0.
       01 WS-BASE-EUR           PIC S9(10) VALUE 0.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYY       PIC 9(4).
           02 WS-RUN-MM         PIC 9(2).
           02 WS-RUN-DD         PIC 9(2).
       01 WS-DATE-WORK          PIC X(8).
       01 WS-DATE-NUM REDEFINES WS-DATE-WORK.
           02 WS-DATE-YYYY      PIC 9(4).
           02 WS-DATE-MM        PIC 9(2).
           02 WS-DATE-DD        PIC 9(2).
       01 WS-DATE-VALID         PIC X VALUE 'N'.
           88 DATE-IS-VALID         VALUE 'Y'.
       01 WS-LEAP-REM           PIC 9(4).
       01 WS-LEAP-QUOT          PIC 9(4).
       01 WS-MONTH-MAX          PIC 9(2).
       01 WS-MONTH-DAYS-TABLE.
           02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           02 WS-MONTH-DAY OCCURS 12 TIMES PIC 9(2).

       01 WS-NB-QUIT-LUES       PIC 9(5) VALUE 0.
       01 WS-NB-ENCAISSEES      PIC 9(5) VALUE 0.
       01 WS-NB-TAXEES          PIC 9(5) VALUE 0.
       01 WS-NB-HORS-MASTER     PIC 9(5) VALUE 0.
       01 WS-NB-SANS-TAUX       PIC 9(5) VALUE 0.
       01 WS-NB-SANS-TAXE       PIC 9(5) VALUE 0.
       01 WS-NB-MONTANT-KO      PIC 9(5) VALUE 0.
       01 WS-TOT-TTC-EUR        PIC S9(12) VALUE 0.
       01 WS-TOT-BASE-EUR       PIC S9(12) VALUE 0.
       01 WS-TOT-TAXE-EUR       PIC S9(12) VALUE 0.
       01 WS-MOTIF              PIC X(30) VALUE SPACE.
       01 WS-MAX-SEVERITY       PIC 9(2) VALUE 0.

       01 WS-PRINT-LINE         PIC X(125).
       01 WS-PRIX-DISPLAY       PIC -(10)9.
       01 WS-TAXE-DISPLAY       PIC -(10)9.
       01 WS-EUR-DISPLAY        PIC -(10)9.
       01 WS-TTC-DISPLAY        PIC -(11)9.
       01 WS-BASE-DISPLAY       PIC -(11)9.
       01 WS-TOTAL-DISPLAY      PIC -(11)9.
       01 WS-TAUX-DISPLAY       PIC Z9.99.
       01 WS-NB-DISPLAY         PIC ZZZZ9.

       01 TETE-DECLARATION  PIC X(125) VALUE
           "           DECLARATION TRIMESTRIELLE - TAXE SUR LES PRIMES".
       01 TETE-DETAIL       PIC X(125) VALUE
           "           DETAIL PAR CONTRAT - TAXE SUR LES PRIMES".

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

           PERFORM LOAD-TAUX-TAXE.
           IF WS-TAXE-COUNT = 0
               DISPLAY "ABEND: AUCUN TAUX DE TAXE VALIDE"
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

           OPEN OUTPUT DETAIL-TAXE.
           MOVE ALL '=' TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.
           MOVE TETE-DETAIL TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "RUN DU " WS-RUN-DATE
               " - TRIMESTRE " WS-TRIMESTRE
               " - REGLEMENTS DU " WS-TRIM-DEBUT " AU " WS-TRIM-FIN
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.
           MOVE ALL '=' TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.
           MOVE "  ID       CONTRAT        REGLE LE DEV"
               TO WS-PRINT-LINE.
           MOVE "PRIME TTC" TO WS-PRINT-LINE(42:9).
           MOVE "CAT.  TAUX" TO WS-PRINT-LINE(52:10).
           MOVE "BASE EUR" TO WS-PRINT-LINE(66:8).
           MOVE "TAXE" TO WS-PRINT-LINE(82:4).
           MOVE "TAXE EUR" TO WS-PRINT-LINE(90:8).
           MOVE WS-PRINT-LINE TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.
           MOVE ALL '-' TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.

           PERFORM SCAN-QUITTANCES.
           CLOSE ASSU-MASTER.

           MOVE ALL '-' TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.
           MOVE WS-TOT-TTC-EUR TO WS-TTC-DISPLAY.
           MOVE WS-TOT-BASE-EUR TO WS-BASE-DISPLAY.
           MOVE WS-TOT-TAXE-EUR TO WS-TOTAL-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  TOTAL EUR : " WS-NB-TAXEES " QUITTANCE(S) TAXEE(S)"
               " - PRIMES TTC " WS-TTC-DISPLAY
               " BASE " WS-BASE-DISPLAY
               " TAXE " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.
           CLOSE DETAIL-TAXE.

           PERFORM WRITE-DECLARATION.

           IF NOT SIMULATION-MODE
               PERFORM WRITE-GL-INTERFACE
           END-IF.

           IF WS-NB-HORS-MASTER > 0 OR WS-NB-SANS-TAUX > 0
               OR WS-NB-SANS-TAXE > 0 OR WS-NB-MONTANT-KO > 0
               OR WS-TAXE-OVFL > 0 OR WS-GL-OVFL > 0
               MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY "TAXEASSU: TRIMESTRE " WS-TRIMESTRE " "
               WS-NB-TAXEES " QUITTANCES TAXEES, TAXE EUR "
               WS-TOTAL-DISPLAY ", " WS-GL-RECORDS " ECRITURES GL".
           MOVE WS-MAX-SEVERITY TO RETURN-CODE.
           STOP RUN.

       READ-PARAM-CARD.
           OPEN INPUT PARAM-CARD.
           IF WS-PARAM-STATUS = '35'
               DISPLAY "NO PARAMETER CARD - NORMAL RUN"
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
           IF SIMULATION-MODE
               DISPLAY "MODE SIMULATION ACTIF"
           END-IF.

       APPLY-ONE-PARAM.
           IF PARAM-RECORD = SPACE OR PARAM-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-PARAM-KEY.
           MOVE SPACE TO WS-PARAM-VALUE.
           UNSTRING PARAM-RECORD DELIMITED BY '='
               INTO WS-PARAM-KEY WS-PARAM-VALUE.
           IF WS-PARAM-KEY = 'MODE'
               IF WS-PARAM-VALUE(1:10) = 'SIMULATION'
                   MOVE 'SIMULATION' TO WS-RUN-MODE
               ELSE
                   IF WS-PARAM-VALUE(1:6) = 'NORMAL'
                       MOVE 'NORMAL' TO WS-RUN-MODE
                   END-IF
               END-IF
           END-IF.
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

       LOAD-TAUX-TAXE.
           OPEN INPUT TAUX-TAXE.
           IF WS-TXA-STATUS = '35'
               DISPLAY "NO TAX RATE FILE taux-taxe.dat"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-TXA-EOF.
           PERFORM UNTIL TAXE-AT-END
               READ TAUX-TAXE
                   AT END
                       MOVE 'Y' TO WS-TXA-EOF
                   NOT AT END
                       PERFORM STORE-ONE-TAUX-TAXE
               END-READ
           END-PERFORM.
           CLOSE TAUX-TAXE.

       STORE-ONE-TAUX-TAXE.
           IF TAXE-RECORD = SPACE OR TAXE-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE TXA-DATE-EFFET TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF TXA-CONTRAT = SPACE OR TXA-CATEGORIE = SPACE
               OR TXA-TAUX NOT NUMERIC
               OR NOT DATE-IS-VALID
               DISPLAY "TAUX DE TAXE INVALIDE IGNORE: " TXA-CONTRAT
                   " " TXA-DATE-EFFET
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-TAXE-IDX.
           PERFORM UNTIL WS-TAXE-IDX > WS-TAXE-COUNT
               IF TT-CONTRAT(WS-TAXE-IDX) = TXA-CONTRAT
                   AND TT-DATE-EFFET(WS-TAXE-IDX) = TXA-DATE-EFFET
                   DISPLAY "TAUX DE TAXE EN DOUBLE IGNORE: "
                       TXA-CONTRAT " " TXA-DATE-EFFET
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TAXE-IDX
           END-PERFORM.
           IF WS-TAXE-COUNT NOT < 50
               ADD 1 TO WS-TAXE-OVFL
               DISPLAY "TABLE DES TAUX DE TAXE PLEINE - IGNORE: "
                   TXA-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TAXE-COUNT.
           MOVE TXA-CONTRAT TO TT-CONTRAT(WS-TAXE-COUNT).
           MOVE TXA-DATE-EFFET TO TT-DATE-EFFET(WS-TAXE-COUNT).
           MOVE TXA-CATEGORIE TO TT-CATEGORIE(WS-TAXE-COUNT).
           MOVE TXA-TAUX TO TT-TAUX(WS-TAXE-COUNT).
           MOVE TXA-LIBELLE TO TT-LIBELLE(WS-TAXE-COUNT).

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
           ELSE
               MOVE 'N' TO WS-TAUX-EOF
               PERFORM UNTIL TAUX-AT-END
                   READ TAUX-CHANGE
                       AT END
                           MOVE 'Y' TO WS-TAUX-EOF
                       NOT AT END
                           PERFORM STORE-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE TAUX-CHANGE
           END-IF.

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

       FIND-RATE.
           MOVE 1 TO WS-RATE-IDX.
           PERFORM UNTIL WS-RATE-IDX > 5
               IF WS-RATE-CODE(WS-RATE-IDX) = WS-KEY-DEVISE
                   AND WS-RATE-LOADED(WS-RATE-IDX) = 'Y'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RATE-IDX
           END-PERFORM.
           MOVE 0 TO WS-RATE-IDX.

       FIND-TAUX-TAXE.
           MOVE 0 TO WS-TAXE-FOUND.
           MOVE 1 TO WS-TAXE-IDX.
           PERFORM UNTIL WS-TAXE-IDX > WS-TAXE-COUNT
               IF TT-CONTRAT(WS-TAXE-IDX) = WS-KEY-CONTRAT
                   AND TT-DATE-EFFET(WS-TAXE-IDX)
                   NOT > QUIT-DATE-REGL
                   IF WS-TAXE-FOUND = 0
                       MOVE WS-TAXE-IDX TO WS-TAXE-FOUND
                   ELSE
                       IF TT-DATE-EFFET(WS-TAXE-IDX)
                           > TT-DATE-EFFET(WS-TAXE-FOUND)
                           MOVE WS-TAXE-IDX TO WS-TAXE-FOUND
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-TAXE-IDX
           END-PERFORM.

       SCAN-QUITTANCES.
           OPEN INPUT QUITTANCES.
           IF WS-QUIT-STATUS = '35'
               DISPLAY "WARNING: quittances.dat NOT FOUND - "
                   "RUN QUITTANC FIRST"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-QUIT-EOF.
           PERFORM UNTIL QUIT-AT-END
               READ QUITTANCES
                   AT END
                       MOVE 'Y' TO WS-QUIT-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-QUIT-LUES
                       PERFORM TAX-ONE-QUITTANCE
               END-READ
           END-PERFORM.
           CLOSE QUITTANCES.

       TAX-ONE-QUITTANCE.
           IF QUIT-REGLE NOT = 'O'
               EXIT PARAGRAPH
           END-IF.
           IF QUIT-DATE-REGL NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF QUIT-DATE-REGL < WS-TRIM-DEBUT
               OR QUIT-DATE-REGL > WS-TRIM-FIN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ENCAISSEES.
           MOVE SPACE TO WS-MOTIF.
           IF QUIT-PRIX NOT NUMERIC
               ADD 1 TO WS-NB-MONTANT-KO
               MOVE "MONTANT NON NUMERIQUE" TO WS-MOTIF
               PERFORM WRITE-DETAIL-ECARTEE
               EXIT PARAGRAPH
           END-IF.
           MOVE QUIT-PRIX TO WS-TTC.
           MOVE QUIT-ID TO MAST-ID.
           MOVE QUIT-CONTRAT TO MAST-CONTRAT.
           READ ASSU-MASTER
               INVALID KEY
                   ADD 1 TO WS-NB-HORS-MASTER
                   MOVE "CONTRAT ABSENT DU MASTER" TO WS-MOTIF
                   PERFORM WRITE-DETAIL-ECARTEE
                   EXIT PARAGRAPH
           END-READ.
           MOVE QUIT-ENTREPRISE TO WS-KEY-ENTREPRISE.
           MOVE MAST-DATA(10:14) TO WS-KEY-CONTRAT.
           MOVE MAST-DATA(119:3) TO WS-KEY-DEVISE.
           PERFORM FIND-RATE.
           IF WS-RATE-IDX = 0
               ADD 1 TO WS-NB-SANS-TAUX
               MOVE "DEVISE SANS TAUX DE CHANGE" TO WS-MOTIF
               PERFORM WRITE-DETAIL-ECARTEE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TAUX-TAXE.
           IF WS-TAXE-FOUND = 0
               ADD 1 TO WS-NB-SANS-TAXE
               MOVE "AUCUN TAUX DE TAXE EN VIGUEUR" TO WS-MOTIF
               PERFORM WRITE-DETAIL-ECARTEE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TAXE ROUNDED = WS-TTC * TT-TAUX(WS-TAXE-FOUND)
               / (100 + TT-TAUX(WS-TAXE-FOUND)).
           COMPUTE WS-TTC-EUR ROUNDED =
               WS-TTC * WS-RATE-VALUE(WS-RATE-IDX)
               ON SIZE ERROR
                   MOVE 0 TO WS-TTC-EUR
           END-COMPUTE.
           COMPUTE WS-TAXE-EUR ROUNDED =
               WS-TAXE * WS-RATE-VALUE(WS-RATE-IDX)
               ON SIZE ERROR
                   MOVE 0 TO WS-TAXE-EUR
           END-COMPUTE.
           COMPUTE WS-BASE-EUR = WS-TTC-EUR - WS-TAXE-EUR.
           ADD 1 TO WS-NB-TAXEES.
           ADD WS-TTC-EUR TO WS-TOT-TTC-EUR.
           ADD WS-BASE-EUR TO WS-TOT-BASE-EUR.
           ADD WS-TAXE-EUR TO WS-TOT-TAXE-EUR.
           PERFORM ACCUMULATE-CATEGORIE.
           PERFORM ACCUMULATE-GL-TOTAL.
           MOVE WS-TTC TO WS-PRIX-DISPLAY.
           MOVE TT-TAUX(WS-TAXE-FOUND) TO WS-TAUX-DISPLAY.
           MOVE WS-BASE-EUR TO WS-EUR-DISPLAY.
           MOVE WS-TAXE TO WS-TAXE-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " QUIT-ID " " QUIT-CONTRAT " " QUIT-DATE-REGL
               " " WS-KEY-DEVISE " " WS-PRIX-DISPLAY
               " " TT-CATEGORIE(WS-TAXE-FOUND) " " WS-TAUX-DISPLAY
               " " WS-EUR-DISPLAY " " WS-TAXE-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-TAXE-EUR TO WS-EUR-DISPLAY.
           MOVE WS-EUR-DISPLAY TO WS-PRINT-LINE(87:11).
           MOVE WS-PRINT-LINE TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.

       WRITE-DETAIL-ECARTEE.
           IF QUIT-PRIX IS NUMERIC
               MOVE QUIT-PRIX TO WS-PRIX-DISPLAY
           ELSE
               MOVE 0 TO WS-PRIX-DISPLAY
           END-IF.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " QUIT-ID " " QUIT-CONTRAT " " QUIT-DATE-REGL
               "     " WS-PRIX-DISPLAY " ECARTEE : " WS-MOTIF
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO DETAIL-ENTRY.
           WRITE DETAIL-ENTRY.

       ACCUMULATE-CATEGORIE.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF CT-CATEGORIE(WS-CAT-IDX)
                   = TT-CATEGORIE(WS-TAXE-FOUND)
                   AND CT-TAUX(WS-CAT-IDX) = TT-TAUX(WS-TAXE-FOUND)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CAT-IDX
           END-PERFORM.
           IF WS-CAT-IDX > WS-CAT-COUNT
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-IDX
               MOVE TT-CATEGORIE(WS-TAXE-FOUND)
                   TO CT-CATEGORIE(WS-CAT-IDX)
               MOVE TT-TAUX(WS-TAXE-FOUND) TO CT-TAUX(WS-CAT-IDX)
               MOVE TT-LIBELLE(WS-TAXE-FOUND) TO CT-LIBELLE(WS-CAT-IDX)
           END-IF.
           ADD 1 TO CT-NB(WS-CAT-IDX).
           ADD WS-TTC-EUR TO CT-TTC-EUR(WS-CAT-IDX).
           ADD WS-BASE-EUR TO CT-BASE-EUR(WS-CAT-IDX).
           ADD WS-TAXE-EUR TO CT-TAXE-EUR(WS-CAT-IDX).

       ACCUMULATE-GL-TOTAL.
           MOVE 'N' TO WS-GL-FOUND.
           MOVE 1 TO WS-GL-IDX.
           PERFORM UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-T-ENTREPRISE(WS-GL-IDX) = WS-KEY-ENTREPRISE
                   AND WS-GL-T-DEVISE(WS-GL-IDX) = WS-KEY-DEVISE
                   MOVE 'Y' TO WS-GL-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GL-IDX
           END-PERFORM.
           IF NOT GL-SLOT-FOUND
               IF WS-GL-COUNT NOT < 101
                   ADD 1 TO WS-GL-OVFL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-COUNT TO WS-GL-IDX
               MOVE WS-KEY-ENTREPRISE TO WS-GL-T-ENTREPRISE(WS-GL-IDX)
               MOVE WS-KEY-DEVISE TO WS-GL-T-DEVISE(WS-GL-IDX)
           END-IF.
           ADD WS-TAXE TO WS-GL-T-MONTANT(WS-GL-IDX).
           ADD WS-TAXE-EUR TO WS-GL-T-EUR(WS-GL-IDX).

       WRITE-DECLARATION.
           OPEN OUTPUT DECLARATION-TAXE.
           MOVE ALL '=' TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE TETE-DECLARATION TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "RUN DU " WS-RUN-DATE
               " - TRIMESTRE " WS-TRIMESTRE
               " - PRIMES ENCAISSEES DU " WS-TRIM-DEBUT
               " AU " WS-TRIM-FIN " - MONTANTS EN EUR"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE ALL '=' TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE "CAT. LIBELLE" TO WS-PRINT-LINE.
           MOVE "TAUX" TO WS-PRINT-LINE(37:4).
           MOVE "NB" TO WS-PRINT-LINE(46:2).
           MOVE "PRIMES TTC" TO WS-PRINT-LINE(51:10).
           MOVE "BASE TAXABLE" TO WS-PRINT-LINE(62:12).
           MOVE "TAXE DUE" TO WS-PRINT-LINE(79:8).
           MOVE WS-PRINT-LINE TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE ALL '-' TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE CT-TAUX(WS-CAT-IDX) TO WS-TAUX-DISPLAY
               MOVE CT-NB(WS-CAT-IDX) TO WS-NB-DISPLAY
               MOVE CT-TTC-EUR(WS-CAT-IDX) TO WS-TTC-DISPLAY
               MOVE CT-BASE-EUR(WS-CAT-IDX) TO WS-BASE-DISPLAY
               MOVE CT-TAXE-EUR(WS-CAT-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACE TO WS-PRINT-LINE
               STRING CT-CATEGORIE(WS-CAT-IDX) " "
                   CT-LIBELLE(WS-CAT-IDX) " " WS-TAUX-DISPLAY
                   " " WS-NB-DISPLAY " " WS-TTC-DISPLAY
                   " " WS-BASE-DISPLAY " " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO DECLARATION-ENTRY
               WRITE DECLARATION-ENTRY
               ADD 1 TO WS-CAT-IDX
           END-PERFORM.
           IF WS-CAT-COUNT = 0
               MOVE "  AUCUNE PRIME TAXABLE ENCAISSEE SUR LE TRIMESTRE"
                   TO DECLARATION-ENTRY
               WRITE DECLARATION-ENTRY
           END-IF.
           MOVE ALL '-' TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE WS-NB-TAXEES TO WS-NB-DISPLAY.
           MOVE WS-TOT-TTC-EUR TO WS-TTC-DISPLAY.
           MOVE WS-TOT-BASE-EUR TO WS-BASE-DISPLAY.
           MOVE WS-TOT-TAXE-EUR TO WS-TOTAL-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "TOTAL A DECLARER"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           STRING WS-NB-DISPLAY " " WS-TTC-DISPLAY
               " " WS-BASE-DISPLAY " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE(43:44).
           MOVE WS-PRINT-LINE TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE ALL '=' TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "ENCAISSEES=" WS-NB-ENCAISSEES
               " TAXEES=" WS-NB-TAXEES
               " HORS MASTER=" WS-NB-HORS-MASTER
               " SANS TAUX CHANGE=" WS-NB-SANS-TAUX
               " SANS TAUX TAXE=" WS-NB-SANS-TAXE
               " MONTANT INVALIDE=" WS-NB-MONTANT-KO
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO DECLARATION-ENTRY.
           WRITE DECLARATION-ENTRY.
           IF SIMULATION-MODE
               MOVE "MODE SIMULATION - AUCUNE ECRITURE GL EMISE"
                   TO DECLARATION-ENTRY
               WRITE DECLARATION-ENTRY
           END-IF.
           CLOSE DECLARATION-TAXE.

       WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "ABEND: GL-INTERFACE OPEN ERROR STATUS="
                   WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-GL-RECORDS.
           MOVE 0 TO WS-GL-HASH.
           MOVE 0 TO WS-GL-DEBITS.
           MOVE 0 TO WS-GL-CREDITS.
           MOVE 1 TO WS-GL-IDX.
           PERFORM UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-T-MONTANT(WS-GL-IDX) NOT = 0
                   OR WS-GL-T-EUR(WS-GL-IDX) NOT = 0
                   PERFORM WRITE-ONE-GL-ENTRY-SET
               END-IF
               ADD 1 TO WS-GL-IDX
           END-PERFORM.
           MOVE SPACE TO GL-RECORD.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE WS-GL-RECORDS TO GL-TRL-NB.
           MOVE WS-GL-HASH TO GL-TRL-HASH.
           PERFORM WRITE-GL-RECORD.
           CLOSE GL-INTERFACE.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               DISPLAY "ABEND: INTERFACE GL DESEQUILIBREE, DEBITS="
                   WS-GL-DEBITS " CREDITS=" WS-GL-CREDITS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-ONE-GL-ENTRY-SET.
           IF WS-GL-T-EUR(WS-GL-IDX) < 0
               MOVE '447100' TO WS-GL-COMPTE-DEBIT
               MOVE '706000' TO WS-GL-COMPTE-CREDIT
               COMPUTE WS-GL-MVT = 0 - WS-GL-T-MONTANT(WS-GL-IDX)
               COMPUTE WS-GL-MVT-EUR = 0 - WS-GL-T-EUR(WS-GL-IDX)
           ELSE
               MOVE '706000' TO WS-GL-COMPTE-DEBIT
               MOVE '447100' TO WS-GL-COMPTE-CREDIT
               MOVE WS-GL-T-MONTANT(WS-GL-IDX) TO WS-GL-MVT
               MOVE WS-GL-T-EUR(WS-GL-IDX) TO WS-GL-MVT-EUR
           END-IF.
           MOVE SPACE TO GL-RECORD.
           MOVE 'D' TO GL-TYPE.
           MOVE WS-GL-T-ENTREPRISE(WS-GL-IDX) TO GL-ENTREPRISE.
           MOVE WS-GL-T-DEVISE(WS-GL-IDX) TO GL-DEVISE.
           MOVE WS-GL-COMPTE-DEBIT TO GL-COMPTE.
           MOVE WS-GL-MVT TO GL-MONTANT.
           MOVE WS-GL-MVT-EUR TO GL-MONTANT-EUR.
           MOVE WS-TRIM-FIN TO GL-DATE.
           PERFORM WRITE-GL-RECORD.
           ADD WS-GL-MVT-EUR TO WS-GL-DEBITS.
           PERFORM ADD-GL-HASH.
           MOVE SPACE TO GL-RECORD.
           MOVE 'C' TO GL-TYPE.
           MOVE WS-GL-T-ENTREPRISE(WS-GL-IDX) TO GL-ENTREPRISE.
           MOVE WS-GL-T-DEVISE(WS-GL-IDX) TO GL-DEVISE.
           MOVE WS-GL-COMPTE-CREDIT TO GL-COMPTE.
           MOVE WS-GL-MVT TO GL-MONTANT.
           MOVE WS-GL-MVT-EUR TO GL-MONTANT-EUR.
           MOVE WS-TRIM-FIN TO GL-DATE.
           PERFORM WRITE-GL-RECORD.
           ADD WS-GL-MVT-EUR TO WS-GL-CREDITS.
           PERFORM ADD-GL-HASH.

       ADD-GL-HASH.
           MOVE WS-GL-MVT-EUR TO WS-GL-HASH-WK.
           IF WS-GL-HASH-WK < 0
               COMPUTE WS-GL-HASH-WK = 0 - WS-GL-HASH-WK
           END-IF.
           ADD WS-GL-HASH-WK TO WS-GL-HASH
               ON SIZE ERROR
                   SUBTRACT 999999999999 FROM WS-GL-HASH
                   ADD WS-GL-HASH-WK TO WS-GL-HASH
           END-ADD.

       WRITE-GL-RECORD.
           WRITE GL-RECORD.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "ABEND: GL-INTERFACE WRITE ERROR STATUS="
                   WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GL-RECORDS.

       CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID.
           IF WS-DATE-WORK IS NUMERIC
               IF WS-DATE-YYYY > 1899 AND WS-DATE-YYYY < 2200
                   AND WS-DATE-MM > 0 AND WS-DATE-MM < 13
                   MOVE WS-MONTH-DAY(WS-DATE-MM) TO WS-MONTH-MAX
                   IF WS-DATE-MM = 2
                       DIVIDE WS-DATE-YYYY BY 4
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-MAX
                           DIVIDE WS-DATE-YYYY BY 100
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               DIVIDE WS-DATE-YYYY BY 400
                                   GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM
                               IF WS-LEAP-REM NOT = 0
                                   MOVE 28 TO WS-MONTH-MAX
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-DATE-DD > 0 AND WS-DATE-DD NOT > WS-MONTH-MAX
                       MOVE 'Y' TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.
