       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVPPNA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSU-MASTER ASSIGN TO
           DYNAMIC WS-MAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.

           SELECT OPTIONAL TAUX-CHANGE ASSIGN TO 'taux-change.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAUX-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT OPTIONAL STOCK-PPNA ASSIGN TO 'stock-ppna.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STK-STATUS.

           SELECT GL-INTERFACE ASSIGN TO 'interface-gl-ppna.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT RAPPORT-PPNA ASSIGN TO 'rapport-ppna.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAP-STATUS.

           SELECT OPTIONAL CLIENT-MASTER ASSIGN TO
           'clients-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODE
           ALTERNATE RECORD KEY IS CLI-RAISON-SOCIALE
           FILE STATUS IS WS-CLI-STATUS.

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

       FD STOCK-PPNA
           RECORD CONTAINS 98 CHARACTERS
           RECORDING MODE IS F.

       01 STOCK-RECORD.
           02 STK-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 STK-ENTREPRISE       PIC X(41).
           02 FILLER               PIC X.
           02 STK-CONTRAT          PIC X(14).
           02 FILLER               PIC X.
           02 STK-DEVISE           PIC X(3).
           02 FILLER               PIC X.
           02 STK-MONTANT          PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 STK-MONTANT-EUR      PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 STK-CODE-CLIENT      PIC X(4).

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

       FD RAPPORT-PPNA
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 PPNA-ENTRY            PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-TAUX-STATUS        PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-STK-STATUS         PIC X(2).
       01 WS-GL-STATUS          PIC X(2).
       01 WS-RAP-STATUS         PIC X(2).
       01 WS-CLI-STATUS         PIC X(2).
       01 WS-CLI-OUVERT         PIC X VALUE 'N'.
           88 CLIENT-FILE-OPEN      VALUE 'Y'.
       01 WS-CLIENT-CODE        PIC X(4) VALUE SPACE.
       01 WS-CLIENT-NOM         PIC X(41) VALUE SPACE.
       01 WS-MAST-EOF           PIC X VALUE 'N'.
           88 MASTER-AT-END         VALUE 'Y'.
       01 WS-TAUX-EOF           PIC X VALUE 'N'.
           88 TAUX-AT-END           VALUE 'Y'.
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.
       01 WS-STK-EOF            PIC X VALUE 'N'.
           88 STOCK-AT-END          VALUE 'Y'.

       01 WS-PARAM-KEY          PIC X(20).
       01 WS-PARAM-VALUE        PIC X(60).
       01 WS-RUN-MODE           PIC X(10) VALUE 'NORMAL'.
           88 SIMULATION-MODE       VALUE 'SIMULATION'.
       01 WS-AGENCE             PIC X(3) VALUE SPACE.
       01 WS-MAST-NAME          PIC X(30) VALUE
           'assurances-master.dat'.
       01 WS-DATE-CLOTURE       PIC 9(8) VALUE 0.
       01 WS-CLOTURE-DAYS       PIC 9(7) VALUE 0.
       01 WS-DATE-PRECEDENTE    PIC 9(8) VALUE 0.

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

       01 WS-PPNA-TABLE.
           02 PPNA-ROW OCCURS 101 TIMES.
            03 PP-CODE-CLIENT PIC X(4)   VALUE SPACE.
            03 PP-ENTREPRISE  PIC X(41)  VALUE SPACE.
            03 PP-CONTRAT     PIC X(14)  VALUE SPACE.
            03 PP-DEVISE      PIC X(3)   VALUE SPACE.
            03 PP-NB          PIC 9(3)   VALUE 0.
            03 PP-PRIME       PIC S9(10) VALUE 0.
            03 PP-PRIME-EUR   PIC S9(10) VALUE 0.
            03 PP-PPNA        PIC S9(10) VALUE 0.
            03 PP-PPNA-EUR    PIC S9(10) VALUE 0.
            03 PP-PREC        PIC S9(10) VALUE 0.
            03 PP-PREC-EUR    PIC S9(10) VALUE 0.
            03 PP-IMPRIME     PIC X      VALUE 'N'.
       01 WS-PPNA-COUNT         PIC 9(3) VALUE 0.
       01 WS-PPNA-IDX           PIC 9(3) VALUE 0.
       01 WS-PPNA-OVFL          PIC 9(3) VALUE 0.
       01 WS-GRP-IDX            PIC 9(3) VALUE 0.
       01 WS-KEY-CODE           PIC X(4)  VALUE SPACE.
       01 WS-KEY-ENTREPRISE     PIC X(41) VALUE SPACE.
       01 WS-KEY-CONTRAT        PIC X(14) VALUE SPACE.
       01 WS-KEY-DEVISE         PIC X(3)  VALUE SPACE.

       01 WS-GL-COUNT           PIC 9(3) VALUE 0.
       01 WS-GL-IDX             PIC 9(3) VALUE 0.
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

       01 WS-PRIX-TEXT          PIC X(12).
       01 WS-PRIX-VALUE         PIC S9(10).
       01 WS-PRIX-NEG           PIC X.
       01 WS-PRIX-POS           PIC 9(2).
       01 WS-PRIX-CHAR          PIC X.
       01 WS-PRIX-DIGIT         PIC 9.
       01 WS-PRIX-EUR           PIC S9(10) VALUE 0.
       01 WS-PPNA-VALUE         PIC S9(10) VALUE 0.
       01 WS-PPNA-EUR           PIC S9(10) VALUE 0.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-DATE-DAYS          PIC 9(7) VALUE 0.
       01 WS-DEBUT-DAYS         PIC 9(7) VALUE 0.
       01 WS-FIN-DAYS           PIC 9(7) VALUE 0.
       01 WS-JOURS-PERIODE      PIC S9(7) VALUE 0.
       01 WS-JOURS-RESTANTS     PIC S9(7) VALUE 0.
       01 WS-DATE-FIN           PIC X(8).
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
       01 WS-LEAP-Y             PIC 9(4) VALUE 0.
       01 WS-LEAP-Q4            PIC 9(4) VALUE 0.
       01 WS-LEAP-Q100          PIC 9(4) VALUE 0.
       01 WS-LEAP-Q400          PIC 9(4) VALUE 0.
       01 WS-LEAP-FLAG          PIC X VALUE 'N'.
       01 WS-MONTH-DAYS-TABLE.
           02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           02 WS-MONTH-DAY OCCURS 12 TIMES PIC 9(2).
       01 WS-MONTH-OFF-TABLE.
           02 FILLER PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01 WS-MONTH-OFFS REDEFINES WS-MONTH-OFF-TABLE.
           02 WS-MONTH-OFF OCCURS 12 TIMES PIC 9(3).

       01 WS-NB-LUS             PIC 9(5) VALUE 0.
       01 WS-NB-ACTIFS          PIC 9(5) VALUE 0.
       01 WS-NB-ECHUS           PIC 9(5) VALUE 0.
       01 WS-NB-DATE-KO         PIC 9(5) VALUE 0.
       01 WS-NB-SANS-TAUX       PIC 9(5) VALUE 0.
       01 WS-NB-DEBUT-DEDUIT    PIC 9(5) VALUE 0.
       01 WS-NB-STOCK-LUS       PIC 9(5) VALUE 0.
       01 WS-TOT-PRIME-EUR      PIC S9(12) VALUE 0.
       01 WS-TOT-PPNA-EUR       PIC S9(12) VALUE 0.
       01 WS-TOT-PREC-EUR       PIC S9(12) VALUE 0.
       01 WS-SUB-NB             PIC 9(5) VALUE 0.
       01 WS-SUB-PRIME-EUR      PIC S9(12) VALUE 0.
       01 WS-SUB-PPNA-EUR       PIC S9(12) VALUE 0.
       01 WS-SUB-PREC-EUR       PIC S9(12) VALUE 0.
       01 WS-VARIATION          PIC S9(12) VALUE 0.
       01 WS-MAX-SEVERITY       PIC 9(2) VALUE 0.

       01 WS-PRINT-LINE         PIC X(125).
       01 WS-PRIME-DISPLAY      PIC -(11)9.
       01 WS-PPNA-DISPLAY       PIC -(11)9.
       01 WS-PREC-DISPLAY       PIC -(11)9.
       01 WS-VAR-DISPLAY        PIC -(11)9.

       01 TETE-PPNA      PIC X(125) VALUE
           "                 PROVISION POUR PRIMES NON ACQUISES (PPNA)".

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAM-CARD.
           IF WS-DATE-CLOTURE = 0
               PERFORM DEFAULT-DATE-CLOTURE
           END-IF.
           MOVE WS-DATE-CLOTURE TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF NOT DATE-IS-VALID
               DISPLAY "ABEND: DATE-CLOTURE INVALIDE " WS-DATE-CLOTURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-CLOTURE-DAYS.
           DISPLAY "CLOTURE AU " WS-DATE-CLOTURE.

           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM OPEN-CLIENT-MASTER.
           PERFORM LOAD-STOCK-PRECEDENT.
           PERFORM SCAN-MASTER.
           IF CLIENT-FILE-OPEN
               CLOSE CLIENT-MASTER
           END-IF.

           OPEN OUTPUT RAPPORT-PPNA.
           MOVE ALL '=' TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           MOVE TETE-PPNA TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "RUN DU " WS-RUN-DATE
               " - CLOTURE AU " WS-DATE-CLOTURE
               " - CLOTURE PRECEDENTE " WS-DATE-PRECEDENTE
               " - MONTANTS EN EUR"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           MOVE ALL '=' TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           PERFORM WRITE-PPNA-SECTION.

           IF NOT SIMULATION-MODE
               PERFORM WRITE-GL-INTERFACE
               PERFORM WRITE-STOCK
           END-IF.

           MOVE ALL '=' TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "LUS=" WS-NB-LUS
               " ACTIFS=" WS-NB-ACTIFS
               " ECHUS A LA CLOTURE=" WS-NB-ECHUS
               " DEBUT DEDUIT=" WS-NB-DEBUT-DEDUIT
               " DATE INVALIDE=" WS-NB-DATE-KO
               " SANS TAUX=" WS-NB-SANS-TAUX
               " ECRITURES GL=" WS-GL-RECORDS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           CLOSE RAPPORT-PPNA.

           IF WS-NB-DATE-KO > 0 OR WS-NB-SANS-TAUX > 0
               OR WS-PPNA-OVFL > 0
               MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           MOVE WS-TOT-PPNA-EUR TO WS-PPNA-DISPLAY.
           MOVE WS-VARIATION TO WS-VAR-DISPLAY.
           DISPLAY "PROVPPNA: PPNA AU " WS-DATE-CLOTURE " = "
               WS-PPNA-DISPLAY " EUR, VARIATION " WS-VAR-DISPLAY.
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
           IF WS-PARAM-KEY = 'DATE-CLOTURE'
               IF WS-PARAM-VALUE(1:8) IS NUMERIC
                   MOVE WS-PARAM-VALUE(1:8) TO WS-DATE-CLOTURE
               ELSE
                   DISPLAY "DATE-CLOTURE NON NUMERIQUE IGNOREE: "
                       WS-PARAM-VALUE(1:8)
               END-IF
           END-IF.

       BUILD-AGENCY-NAMES.
           IF WS-AGENCE = SPACE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AGENCE ACTIVE : " WS-AGENCE.
           MOVE SPACE TO WS-MAST-NAME.
           STRING 'assurances-master-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-MAST-NAME.

       DEFAULT-DATE-CLOTURE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           IF WS-DATE-MM = 1
               SUBTRACT 1 FROM WS-DATE-YYYY
               MOVE 12 TO WS-DATE-MM
           ELSE
               SUBTRACT 1 FROM WS-DATE-MM
           END-IF.
           MOVE WS-MONTH-DAY(WS-DATE-MM) TO WS-DATE-DD.
           IF WS-DATE-MM = 2
               MOVE 29 TO WS-DATE-DD
               PERFORM CHECK-DATE
               IF NOT DATE-IS-VALID
                   MOVE 28 TO WS-DATE-DD
               END-IF
           END-IF.
           MOVE WS-DATE-WORK TO WS-DATE-CLOTURE.

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

       LOAD-STOCK-PRECEDENT.
           OPEN INPUT STOCK-PPNA.
           IF WS-STK-STATUS = '35'
               DISPLAY "NO PREVIOUS PPNA STOCK - FIRST CLOSING"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-STK-EOF.
           PERFORM UNTIL STOCK-AT-END
               READ STOCK-PPNA
                   AT END
                       MOVE 'Y' TO WS-STK-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-STOCK
               END-READ
           END-PERFORM.
           CLOSE STOCK-PPNA.

       NOTE-ONE-STOCK.
           IF STK-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF STK-DATE NOT < WS-DATE-CLOTURE
               EXIT PARAGRAPH
           END-IF.
           IF STK-DATE < WS-DATE-PRECEDENTE
               EXIT PARAGRAPH
           END-IF.
           IF STK-DATE > WS-DATE-PRECEDENTE
               PERFORM CLEAR-STOCK-PRECEDENT
               MOVE STK-DATE TO WS-DATE-PRECEDENTE
           END-IF.
           ADD 1 TO WS-NB-STOCK-LUS.
           MOVE STK-CODE-CLIENT TO WS-CLIENT-CODE.
           MOVE STK-ENTREPRISE TO WS-CLIENT-NOM.
           PERFORM RESOLVE-CLIENT.
           MOVE WS-CLIENT-CODE TO WS-KEY-CODE.
           MOVE WS-CLIENT-NOM TO WS-KEY-ENTREPRISE.
           MOVE STK-CONTRAT TO WS-KEY-CONTRAT.
           MOVE STK-DEVISE TO WS-KEY-DEVISE.
           PERFORM FIND-PPNA-SLOT.
           IF WS-PPNA-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF STK-MONTANT IS NUMERIC
               ADD STK-MONTANT TO PP-PREC(WS-PPNA-IDX)
           END-IF.
           IF STK-MONTANT-EUR IS NUMERIC
               ADD STK-MONTANT-EUR TO PP-PREC-EUR(WS-PPNA-IDX)
           END-IF.

       CLEAR-STOCK-PRECEDENT.
           MOVE 1 TO WS-PPNA-IDX.
           PERFORM UNTIL WS-PPNA-IDX > WS-PPNA-COUNT
               MOVE SPACE TO PP-CODE-CLIENT(WS-PPNA-IDX)
               MOVE SPACE TO PP-ENTREPRISE(WS-PPNA-IDX)
               MOVE SPACE TO PP-CONTRAT(WS-PPNA-IDX)
               MOVE SPACE TO PP-DEVISE(WS-PPNA-IDX)
               MOVE 0 TO PP-PREC(WS-PPNA-IDX)
               MOVE 0 TO PP-PREC-EUR(WS-PPNA-IDX)
               ADD 1 TO WS-PPNA-IDX
           END-PERFORM.
           MOVE 0 TO WS-PPNA-COUNT.
           MOVE 0 TO WS-NB-STOCK-LUS.

       FIND-PPNA-SLOT.
           MOVE 1 TO WS-PPNA-IDX.
           PERFORM UNTIL WS-PPNA-IDX > WS-PPNA-COUNT
               IF PP-CODE-CLIENT(WS-PPNA-IDX) = WS-KEY-CODE
                   AND PP-ENTREPRISE(WS-PPNA-IDX) = WS-KEY-ENTREPRISE
                   AND PP-CONTRAT(WS-PPNA-IDX) = WS-KEY-CONTRAT
                   AND PP-DEVISE(WS-PPNA-IDX) = WS-KEY-DEVISE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PPNA-IDX
           END-PERFORM.
           IF WS-PPNA-COUNT NOT < 101
               ADD 1 TO WS-PPNA-OVFL
               MOVE 0 TO WS-PPNA-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PPNA-COUNT.
           MOVE WS-PPNA-COUNT TO WS-PPNA-IDX.
           MOVE WS-KEY-CODE TO PP-CODE-CLIENT(WS-PPNA-IDX).
           MOVE WS-KEY-ENTREPRISE TO PP-ENTREPRISE(WS-PPNA-IDX).
           MOVE WS-KEY-CONTRAT TO PP-CONTRAT(WS-PPNA-IDX).
           MOVE WS-KEY-DEVISE TO PP-DEVISE(WS-PPNA-IDX).

       OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-OUVERT
           ELSE
               DISPLAY "WARNING: clients-master.dat NOT FOUND - "
                   "PPNA GROUPED BY COMPANY NAME"
           END-IF.

       RESOLVE-CLIENT.
           IF NOT CLIENT-FILE-OPEN
               MOVE SPACE TO WS-CLIENT-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLIENT-CODE NOT = SPACE
               MOVE WS-CLIENT-CODE TO CLI-CODE
               READ CLIENT-MASTER
                   INVALID KEY
                       MOVE SPACE TO WS-CLIENT-CODE
                       EXIT PARAGRAPH
               END-READ
           ELSE
               MOVE WS-CLIENT-NOM TO CLI-RAISON-SOCIALE
               READ CLIENT-MASTER KEY IS CLI-RAISON-SOCIALE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE CLI-CODE TO WS-CLIENT-CODE.
           MOVE CLI-RAISON-SOCIALE TO WS-CLIENT-NOM.

       SCAN-MASTER.
           OPEN INPUT ASSU-MASTER.
           IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '05'
               DISPLAY "ABEND: ASSU-MASTER OPEN ERROR STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
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
                       PERFORM PROVISION-ONE-CONTRAT
               END-READ
           END-PERFORM.
           CLOSE ASSU-MASTER.

       PROVISION-ONE-CONTRAT.
           IF MAST-DATA(82:8) NOT = 'ACTIF'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ACTIFS.
           MOVE MAST-DATA(91:8) TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF NOT DATE-IS-VALID
               ADD 1 TO WS-NB-DATE-KO
               DISPLAY "ECHEANCE INVALIDE, CONTRAT EXCLU: " MAST-ID
                   " " MAST-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-WORK TO WS-DATE-FIN.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-FIN-DAYS.
           PERFORM FIND-DEBUT-PERIODE.
           MOVE MAST-DATA(122:4) TO WS-CLIENT-CODE.
           MOVE MAST-DATA(40:41) TO WS-CLIENT-NOM.
           PERFORM RESOLVE-CLIENT.
           MOVE WS-CLIENT-CODE TO WS-KEY-CODE.
           MOVE WS-CLIENT-NOM TO WS-KEY-ENTREPRISE.
           MOVE MAST-DATA(10:14) TO WS-KEY-CONTRAT.
           MOVE MAST-DATA(119:3) TO WS-KEY-DEVISE.
           PERFORM FIND-RATE.
           IF WS-RATE-IDX = 0
               ADD 1 TO WS-NB-SANS-TAUX
               DISPLAY "DEVISE SANS TAUX, CONTRAT EXCLU: " MAST-ID
                   " " MAST-CONTRAT " " WS-KEY-DEVISE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           COMPUTE WS-JOURS-PERIODE = WS-FIN-DAYS - WS-DEBUT-DAYS.
           COMPUTE WS-JOURS-RESTANTS = WS-FIN-DAYS - WS-CLOTURE-DAYS.
           IF WS-JOURS-RESTANTS NOT > 0
               ADD 1 TO WS-NB-ECHUS
               MOVE 0 TO WS-PPNA-VALUE
           ELSE
               IF WS-JOURS-RESTANTS NOT < WS-JOURS-PERIODE
                   MOVE WS-PRIX-VALUE TO WS-PPNA-VALUE
               ELSE
                   COMPUTE WS-PPNA-VALUE ROUNDED = WS-PRIX-VALUE
                       * WS-JOURS-RESTANTS / WS-JOURS-PERIODE
               END-IF
           END-IF.
           COMPUTE WS-PRIX-EUR ROUNDED =
               WS-PRIX-VALUE * WS-RATE-VALUE(WS-RATE-IDX)
               ON SIZE ERROR
                   MOVE 0 TO WS-PRIX-EUR
           END-COMPUTE.
           COMPUTE WS-PPNA-EUR ROUNDED =
               WS-PPNA-VALUE * WS-RATE-VALUE(WS-RATE-IDX)
               ON SIZE ERROR
                   MOVE 0 TO WS-PPNA-EUR
           END-COMPUTE.
           PERFORM FIND-PPNA-SLOT.
           IF WS-PPNA-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PP-NB(WS-PPNA-IDX).
           ADD WS-PRIX-VALUE TO PP-PRIME(WS-PPNA-IDX).
           ADD WS-PRIX-EUR TO PP-PRIME-EUR(WS-PPNA-IDX).
           ADD WS-PPNA-VALUE TO PP-PPNA(WS-PPNA-IDX).
           ADD WS-PPNA-EUR TO PP-PPNA-EUR(WS-PPNA-IDX).

       FIND-DEBUT-PERIODE.
           MOVE MAST-DATA(100:8) TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF DATE-IS-VALID
               PERFORM DATE-TO-DAYS
               IF WS-DATE-DAYS < WS-FIN-DAYS
                   MOVE WS-DATE-DAYS TO WS-DEBUT-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-NB-DEBUT-DEDUIT.
           MOVE WS-DATE-FIN TO WS-DATE-WORK.
           SUBTRACT 1 FROM WS-DATE-YYYY.
           IF WS-DATE-MM = 2 AND WS-DATE-DD = 29
               MOVE 28 TO WS-DATE-DD
           END-IF.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-DEBUT-DAYS.

       WRITE-PPNA-SECTION.
           MOVE "ENTREPRISE / CONTRAT     DEV  NB" TO WS-PRINT-LINE.
           MOVE "PRIMES" TO WS-PRINT-LINE(44:6).
           MOVE "PPNA" TO WS-PRINT-LINE(59:4).
           MOVE "PPNA PREC." TO WS-PRINT-LINE(66:10).
           MOVE "VARIATION" TO WS-PRINT-LINE(80:9).
           MOVE WS-PRINT-LINE TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           MOVE ALL '-' TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           MOVE 1 TO WS-PPNA-IDX.
           PERFORM UNTIL WS-PPNA-IDX > WS-PPNA-COUNT
               IF PP-IMPRIME(WS-PPNA-IDX) = 'N'
                   PERFORM WRITE-ONE-COMPANY
               END-IF
               ADD 1 TO WS-PPNA-IDX
           END-PERFORM.
           IF WS-PPNA-COUNT = 0
               MOVE "  AUCUN CONTRAT ACTIF" TO PPNA-ENTRY
               WRITE PPNA-ENTRY
           END-IF.
           MOVE ALL '-' TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           COMPUTE WS-VARIATION = WS-TOT-PPNA-EUR - WS-TOT-PREC-EUR.
           MOVE WS-TOT-PRIME-EUR TO WS-PRIME-DISPLAY.
           MOVE WS-TOT-PPNA-EUR TO WS-PPNA-DISPLAY.
           MOVE WS-TOT-PREC-EUR TO WS-PREC-DISPLAY.
           MOVE WS-VARIATION TO WS-VAR-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "TOTAL GENERAL"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           STRING WS-PRIME-DISPLAY " " WS-PPNA-DISPLAY " "
               WS-PREC-DISPLAY " " WS-VAR-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE(38:51).
           MOVE WS-PRINT-LINE TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.

       WRITE-ONE-COMPANY.
           MOVE PP-CODE-CLIENT(WS-PPNA-IDX) TO WS-KEY-CODE.
           MOVE PP-ENTREPRISE(WS-PPNA-IDX) TO WS-KEY-ENTREPRISE.
           MOVE 0 TO WS-SUB-NB.
           MOVE 0 TO WS-SUB-PRIME-EUR.
           MOVE 0 TO WS-SUB-PPNA-EUR.
           MOVE 0 TO WS-SUB-PREC-EUR.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING WS-KEY-CODE " " WS-KEY-ENTREPRISE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           MOVE WS-PPNA-IDX TO WS-GRP-IDX.
           PERFORM UNTIL WS-GRP-IDX > WS-PPNA-COUNT
               IF PP-IMPRIME(WS-GRP-IDX) = 'N'
                   AND PP-CODE-CLIENT(WS-GRP-IDX) = WS-KEY-CODE
                   AND PP-ENTREPRISE(WS-GRP-IDX) = WS-KEY-ENTREPRISE
                   PERFORM WRITE-ONE-TYPE-LINE
               END-IF
               ADD 1 TO WS-GRP-IDX
           END-PERFORM.
           COMPUTE WS-VARIATION = WS-SUB-PPNA-EUR - WS-SUB-PREC-EUR.
           MOVE WS-SUB-PRIME-EUR TO WS-PRIME-DISPLAY.
           MOVE WS-SUB-PPNA-EUR TO WS-PPNA-DISPLAY.
           MOVE WS-SUB-PREC-EUR TO WS-PREC-DISPLAY.
           MOVE WS-VARIATION TO WS-VAR-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  SOUS-TOTAL ENTREPRISE  " WS-SUB-NB
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           STRING WS-PRIME-DISPLAY " " WS-PPNA-DISPLAY " "
               WS-PREC-DISPLAY " " WS-VAR-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE(38:51).
           MOVE WS-PRINT-LINE TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           ADD WS-SUB-PRIME-EUR TO WS-TOT-PRIME-EUR.
           ADD WS-SUB-PPNA-EUR TO WS-TOT-PPNA-EUR.
           ADD WS-SUB-PREC-EUR TO WS-TOT-PREC-EUR.

       WRITE-ONE-TYPE-LINE.
           MOVE 'O' TO PP-IMPRIME(WS-GRP-IDX).
           ADD PP-NB(WS-GRP-IDX) TO WS-SUB-NB.
           ADD PP-PRIME-EUR(WS-GRP-IDX) TO WS-SUB-PRIME-EUR.
           ADD PP-PPNA-EUR(WS-GRP-IDX) TO WS-SUB-PPNA-EUR.
           ADD PP-PREC-EUR(WS-GRP-IDX) TO WS-SUB-PREC-EUR.
           COMPUTE WS-VARIATION = PP-PPNA-EUR(WS-GRP-IDX)
               - PP-PREC-EUR(WS-GRP-IDX).
           MOVE PP-PRIME-EUR(WS-GRP-IDX) TO WS-PRIME-DISPLAY.
           MOVE PP-PPNA-EUR(WS-GRP-IDX) TO WS-PPNA-DISPLAY.
           MOVE PP-PREC-EUR(WS-GRP-IDX) TO WS-PREC-DISPLAY.
           MOVE WS-VARIATION TO WS-VAR-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "    " PP-CONTRAT(WS-GRP-IDX) "       "
               PP-DEVISE(WS-GRP-IDX) "  " PP-NB(WS-GRP-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           STRING WS-PRIME-DISPLAY " " WS-PPNA-DISPLAY " "
               WS-PREC-DISPLAY " " WS-VAR-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE(38:51).
           MOVE WS-PRINT-LINE TO PPNA-ENTRY.
           WRITE PPNA-ENTRY.
           PERFORM ACCUMULATE-GL-TOTAL.

       ACCUMULATE-GL-TOTAL.
           MOVE 'N' TO WS-GL-FOUND.
           MOVE 1 TO WS-GL-IDX.
           PERFORM UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-T-ENTREPRISE(WS-GL-IDX)
                   = PP-ENTREPRISE(WS-GRP-IDX)
                   AND WS-GL-T-DEVISE(WS-GL-IDX)
                   = PP-DEVISE(WS-GRP-IDX)
                   MOVE 'Y' TO WS-GL-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GL-IDX
           END-PERFORM.
           IF NOT GL-SLOT-FOUND
               IF WS-GL-COUNT NOT < 101
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-COUNT TO WS-GL-IDX
               MOVE PP-ENTREPRISE(WS-GRP-IDX) TO
                   WS-GL-T-ENTREPRISE(WS-GL-IDX)
               MOVE PP-DEVISE(WS-GRP-IDX) TO WS-GL-T-DEVISE(WS-GL-IDX)
           END-IF.
           COMPUTE WS-GL-T-MONTANT(WS-GL-IDX) =
               WS-GL-T-MONTANT(WS-GL-IDX)
               + PP-PPNA(WS-GRP-IDX) - PP-PREC(WS-GRP-IDX).
           COMPUTE WS-GL-T-EUR(WS-GL-IDX) =
               WS-GL-T-EUR(WS-GL-IDX)
               + PP-PPNA-EUR(WS-GRP-IDX) - PP-PREC-EUR(WS-GRP-IDX).

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
               MOVE '324000' TO WS-GL-COMPTE-DEBIT
               MOVE '706900' TO WS-GL-COMPTE-CREDIT
               COMPUTE WS-GL-MVT = 0 - WS-GL-T-MONTANT(WS-GL-IDX)
               COMPUTE WS-GL-MVT-EUR = 0 - WS-GL-T-EUR(WS-GL-IDX)
           ELSE
               MOVE '706900' TO WS-GL-COMPTE-DEBIT
               MOVE '324000' TO WS-GL-COMPTE-CREDIT
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
           MOVE WS-DATE-CLOTURE TO GL-DATE.
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
           MOVE WS-DATE-CLOTURE TO GL-DATE.
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

       WRITE-STOCK.
           OPEN OUTPUT STOCK-PPNA.
           MOVE 1 TO WS-PPNA-IDX.
           PERFORM UNTIL WS-PPNA-IDX > WS-PPNA-COUNT
               IF WS-DATE-PRECEDENTE > 0
                   MOVE SPACE TO STOCK-RECORD
                   MOVE WS-DATE-PRECEDENTE TO STK-DATE
                   MOVE PP-PREC(WS-PPNA-IDX) TO STK-MONTANT
                   MOVE PP-PREC-EUR(WS-PPNA-IDX) TO STK-MONTANT-EUR
                   PERFORM WRITE-ONE-STOCK
               END-IF
               MOVE SPACE TO STOCK-RECORD
               MOVE WS-DATE-CLOTURE TO STK-DATE
               MOVE PP-PPNA(WS-PPNA-IDX) TO STK-MONTANT
               MOVE PP-PPNA-EUR(WS-PPNA-IDX) TO STK-MONTANT-EUR
               PERFORM WRITE-ONE-STOCK
               ADD 1 TO WS-PPNA-IDX
           END-PERFORM.
           CLOSE STOCK-PPNA.

       WRITE-ONE-STOCK.
           MOVE PP-ENTREPRISE(WS-PPNA-IDX) TO STK-ENTREPRISE.
           MOVE PP-CODE-CLIENT(WS-PPNA-IDX) TO STK-CODE-CLIENT.
           MOVE PP-CONTRAT(WS-PPNA-IDX) TO STK-CONTRAT.
           MOVE PP-DEVISE(WS-PPNA-IDX) TO STK-DEVISE.
           WRITE STOCK-RECORD.
           IF WS-STK-STATUS NOT = '00'
               DISPLAY "ABEND: STOCK-PPNA WRITE ERROR STATUS="
                   WS-STK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       DATE-TO-DAYS.
           COMPUTE WS-LEAP-Y = WS-DATE-YYYY - 1.
           DIVIDE WS-LEAP-Y BY 4 GIVING WS-LEAP-Q4.
           DIVIDE WS-LEAP-Y BY 100 GIVING WS-LEAP-Q100.
           DIVIDE WS-LEAP-Y BY 400 GIVING WS-LEAP-Q400.
           COMPUTE WS-DATE-DAYS = WS-DATE-YYYY * 365
               + WS-LEAP-Q4 - WS-LEAP-Q100 + WS-LEAP-Q400
               + WS-MONTH-OFF(WS-DATE-MM) + WS-DATE-DD.
           IF WS-DATE-MM > 2
               MOVE 'N' TO WS-LEAP-FLAG
               DIVIDE WS-DATE-YYYY BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 'Y' TO WS-LEAP-FLAG
                   DIVIDE WS-DATE-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-DATE-YYYY BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 'N' TO WS-LEAP-FLAG
                       END-IF
                   END-IF
               END-IF
               IF WS-LEAP-FLAG = 'Y'
                   ADD 1 TO WS-DATE-DAYS
               END-IF
           END-IF.
